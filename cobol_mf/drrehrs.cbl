      ***********************************************************************
      ** (c) Copyright IBM Corp. 2007 All rights reserved.
      **
      ** The following sample of source code ("Sample") is owned by International
      ** Business Machines Corporation or one of its subsidiaries ("IBM") and is
      ** copyrighted and licensed, not sold. You may use, copy, modify, and
      ** distribute the Sample in any form without payment to IBM, for the purpose of
      ** assisting you in the development of your applications.
      **
      ** The Sample code is provided to you on an "AS IS" basis, without warranty of
      ** any kind. IBM HEREBY EXPRESSLY DISCLAIMS ALL WARRANTIES, EITHER EXPRESS OR
      ** IMPLIED, INCLUDING, BUT NOT LIMITED TO, THE IMPLIED WARRANTIES OF
      ** MERCHANTABILITY AND FITNESS FOR A PARTICULAR PURPOSE. Some jurisdictions do
      ** not allow for the exclusion or limitation of implied warranties, so the above
      ** limitations or exclusions may not apply to you. IBM shall not be liable for
      ** any damages you suffer as a result of using, copying, modifying or
      ** distributing the Sample, even if IBM has been advised of the possibility of
      ** such damages.
      ***********************************************************************
      **
      ** SOURCE FILE NAME: drrehrs.cbl
      **
      ** SAMPLE: Timed DR failover rehearsal at the standby site
      **
      **         drship.cbl and drapply.cbl prove the DR artifacts
      **         arrived; this driver proves the standby can actually
      **         come up inside the recovery objectives.  Run at the
      **         standby by an operator authorized for RESTORE, it
      **         works through the recovery in the order a real
      **         failover would, timing every step:
      **
      **           applies the latest shipped package (drapply.cbl,
      **           run through the command processor);
      **           registers each rehearsal database in the
      **           maintenance-mode registry (mntreg.cbl) so the
      **           monitors do not page while it is down;
      **           rebuilds the node, database, and DCS directories
      **           from DRBUNDLE.EXP in that order -- one pass of the
      **           bundle per directory, so a hand-edited bundle
      **           cannot catalogue a database ahead of its node (an
      **           entry already on file counts as present);
      **           restores each database from its newest OK backup
      **           in the shipped BACKUP.HIS, rolling an online image
      **           forward to the end of the logs;
      **           runs the canary connection against each one -- a
      **           connect and the canary's one-row read of
      **           SYSIBM.SYSDUMMY1, scripted through the command
      **           processor as rstdrill.cbl checks its restores;
      **           and clears the maintenance registrations.
      **
      **         The databases rehearsed are the tier-1 databases on
      **         DBOWNER.CTL (criticality "1") and any database named
      **         in the DR objectives file, DROBJ.CTL, which holds the
      **         recovery time and recovery point objectives in
      **         minutes per database (a "*" line covers any database
      **         not named):
      **
      **           SAMPLE             0060 0240
      **           *                  0120 1440
      **
      **         The recovery time achieved is the time from the start
      **         of the rehearsal to the database's canary connection;
      **         the recovery point is the age of the restored image
      **         at the start of the rehearsal (the logs an online
      **         image rolls forward through are not counted, so the
      **         figure errs on the safe side).  DRREHRS.RPT lists
      **         every step with its elapsed time and compares each
      **         database with its objectives -- MET, MISSED, or
      **         FAILED -- and each database's result is appended to
      **         DREVID.DAT, the evidence audpack.cbl cites.  Any miss
      **         or failure ends the run with condition code 8.
      **
      **         Each database is claimed exclusively through
      **         oplock.cbl for its restore, roll-forward, and canary
      **         connection, and given back as soon as they are done.
      **         A database another run holds is not touched: it is
      **         recorded FAILED with the holder named, and the claim
      **         refused goes on the audit trail as LOCK REFUSED.
      **
      ** DB2 APIs USED:
      **         sqlgctnd        -- CATALOG NODE
      **         sqlgcadb        -- CATALOG DATABASE
      **         sqlggdad        -- CATALOG DCS DATABASE
      **         db2gRestore     -- RESTORE DATABASE
      **         db2gRollforward -- ROLLFORWARD DATABASE (online images)
      **
      ** INPUT FILES:  DRSHIP.XFR   (via drapply.cbl)
      **               DRAPPLY.SEQ  (generation held after the apply)
      **               DRBUNDLE.EXP (directory rebuild bundle)
      **               BACKUP.HIS   (shipped backup history)
      **               DBOWNER.CTL  (criticality tier per database)
      **               DROBJ.CTL    (recovery objectives)
      ** OUTPUT FILES: DRREHRS.RPT  (rehearsal report, via rptwrite)
      **               DREVID.DAT   (rehearsal evidence, appended)
      **               DRREHRS.SQL  (generated canary connection)
      **               MAINTREG.DAT (via mntreg.cbl)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      **
      ** For information on developing COBOL applications, see the
      ** Application Development Guide.
      **
      ** For information on DB2 APIs, see the Administrative API Reference.
      **
      ** For the latest information on programming, compiling, and running
      ** DB2 applications, visit the DB2 application development website:
      **     http://www.software.ibm.com/data/db2/udb/ad
      ***********************************************************************

       Identification Division.
       Program-Id. "drrehrs".

       Environment Division.
       Input-Output Section.
       File-Control.
           select bundle-file assign to "DRBUNDLE.EXP"
               organization is line sequential
               file status is bundle-fs.
           select seq-file assign to "DRAPPLY.SEQ"
               organization is line sequential
               file status is seq-fs.
           select backup-history assign to "BACKUP.HIS"
               organization is line sequential
               file status is backup-fs.
           select owner-file assign to "DBOWNER.CTL"
               organization is line sequential
               file status is owner-fs.
           select objective-file assign to "DROBJ.CTL"
               organization is line sequential
               file status is objective-fs.
           select evidence-file assign to "DREVID.DAT"
               organization is line sequential
               file status is evidence-fs.
           select sql-script assign to "DRREHRS.SQL"
               organization is line sequential.

       Data Division.
       File Section.
       FD  bundle-file.
       01  bundle-rec.
           05 bx-type         pic x(4).
           05 filler          pic x.
           05 bx-key          pic x(8).
           05 filler          pic x.
           05 bx-f1           pic x(50).
           05 filler          pic x.
           05 bx-f2           pic x(18).
           05 filler          pic x.
           05 bx-f3           pic x(14).

       FD  seq-file.
       01  seq-rec            pic 9(6).

       FD  backup-history.
       01  backup-history-rec.
           05 bh-dbname       pic x(18).
           05 filler          pic x(2).
           05 bh-timestamp    pic x(17).
           05 filler          pic x(2).
           05 bh-outcome      pic x(8).
           05 filler          pic x(2).
           05 bh-sqlcode      pic x(10).
           05 filler          pic x(2).
           05 bh-type         pic x(8).

       FD  owner-file.
       01  owner-rec.
           05 ow-dbname       pic x(18).
           05 filler          pic x.
           05 ow-instance     pic x(18).
           05 filler          pic x.
           05 ow-team         pic x(12).
           05 filler          pic x.
           05 ow-contact      pic x(12).
           05 filler          pic x.
           05 ow-appl         pic x(12).
           05 filler          pic x.
           05 ow-crit         pic x(8).

       FD  objective-file.
       01  objective-rec.
           05 ob-dbname       pic x(18).
           05 filler          pic x.
           05 ob-rto          pic 9(4).
           05 filler          pic x.
           05 ob-rpo          pic 9(4).

       FD  evidence-file.
       01  evidence-rec.
           05 ev-timestamp    pic x(17).
           05 filler          pic x(2).
           05 ev-dbname       pic x(18).
           05 filler          pic x(2).
           05 ev-generation   pic 9(6).
           05 filler          pic x(2).
           05 ev-image-ts     pic x(17).
           05 filler          pic x(2).
           05 ev-rto          pic 9(5).
           05 filler          pic x.
           05 ev-rto-target   pic 9(5).
           05 filler          pic x(2).
           05 ev-rpo          pic 9(7).
           05 filler          pic x.
           05 ev-rpo-target   pic 9(5).
           05 filler          pic x(2).
           05 ev-result       pic x(8).
           05 filler          pic x(2).
           05 ev-detail       pic x(40).

       FD  sql-script.
       01  sql-script-rec     pic x(132).

       Working-Storage Section.

       copy "sqlenv.cbl".
       copy "sqlca.cbl".
       copy "db2ApiDf.cbl".
       copy "sqlrptw.cbl".
       copy "sqlmreg.cbl".
       copy "sqldtsrv.cbl".
       copy "sqlaudit.cbl".
       copy "sqlauth.cbl".
       copy "sqloplk.cbl".

      * Local Variables
       77 rc                  pic s9(9) comp-5.
       77 bundle-fs           pic xx.
       77 seq-fs              pic xx.
       77 backup-fs           pic xx.
       77 owner-fs            pic xx.
       77 objective-fs        pic xx.
       77 evidence-fs         pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 operator-id         pic x(8).
       77 confirm-sw          pic x.
           88 rehearsal-confirmed value "Y" "y".

      * the recovery objectives, from DROBJ.CTL
       77 objective-count     pic 9(4) comp-5 value 0.
       01 objective-table.
          05 objective-entry occurs 50 times.
             10 ot-dbname     pic x(18).
             10 ot-rto        pic 9(4) comp-5.
             10 ot-rpo        pic 9(4) comp-5.
       77 default-rto         pic 9(4) comp-5 value 0.
       77 default-rpo         pic 9(4) comp-5 value 0.
       77 default-set-sw      pic x value "N".
       77 obj-idx             pic 9(4) comp-5.

      * the databases rehearsed and what each achieved
       77 target-count        pic 9(4) comp-5 value 0.
       01 target-table.
          05 target-entry occurs 20 times.
             10 tg-dbname     pic x(18).
             10 tg-image-ts   pic x(17).
             10 tg-image-type pic x(8).
             10 tg-up-ts      pic x(17).
             10 tg-rto        pic 9(5) comp-5.
             10 tg-rpo        pic 9(7) comp-5.
             10 tg-result     pic x(8).
             10 tg-detail     pic x(40).
       77 tg-idx              pic 9(4) comp-5.
       77 found-sw            pic x.
           88 entry-found         value "Y".
       77 match-name          pic x(18).

      * the rehearsal clock: the overall start stamp, and each step
      * timed in hundredths, midnight-safe
       77 rehearsal-ts        pic x(17).
       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).
       01 clock-parts.
          05 ck-hh            pic 99.
          05 ck-mm            pic 99.
          05 ck-ss            pic 99.
          05 ck-cc            pic 99.
       77 start-cs            pic s9(9) comp-5.
       77 clock-cs            pic s9(9) comp-5.
       77 elapsed-cs          pic s9(9) comp-5.
       77 seconds-disp        pic z(5)9.99.

      * the step being reported
       77 step-name           pic x(30).
       77 step-start-ts       pic x(17).
       77 step-outcome        pic x(12).
       77 step-detail         pic x(40).
       77 step-count          pic 9(4) comp-5 value 0.
       77 failed-steps        pic 9(4) comp-5 value 0.

      * the apply step
       77 run-command         pic x(40).
       77 child-retcode       pic s9(9) comp-5.
       77 retcode-disp        pic -(4)9.
       77 held-generation     pic 9(6) value 0.

      * the directory rebuild, one bundle pass per directory
       77 rebuild-type        pic x(4).
       77 cat-done-count      pic 9(4) comp-5.
       77 cat-present-count   pic 9(4) comp-5.
       77 cat-failed-count    pic 9(4) comp-5.
       77 count-disp-1        pic z(3)9.
       77 count-disp-2        pic z(3)9.
       77 count-disp-3        pic z(3)9.

      * Variables for the CATALOG DATABASE API, as dbcat.cbl sets them
       77 dce-prin-len        pic 9(4) comp-5 value 0.
       77 comment-len         pic 9(4) comp-5.
       77 path-len            pic 9(4) comp-5 value 0.
       77 nname-len           pic 9(4) comp-5.
       77 alias-len           pic 9(4) comp-5.
       77 db-len              pic 9(4) comp-5.
       77 authentication      pic 9(4) comp-5.
       77 dce-prin            pic x(21).
       77 cbl-comment         pic x(31) value "DR REHEARSAL REBUILD".
       77 path                pic x(1025).
       77 nname               pic x(9).
       77 loc-type            pic x.
       77 alias               pic x(9).
       77 database            pic x(9).

      * the restore and roll-forward, as rstdrill.cbl drives them
       77 restore-db          pic x(18).
       77 restore-db-len      pic 9(4) comp-5.
       77 source-dir          pic x(40) value "backup".
       77 source-dir-len      pic 9(4) comp-5 value 6.
       77 sqlcode-disp        pic -(9)9.
       01 sql-line            pic x(132).

      * the report
       77 rto-disp            pic z(4)9.
       77 rto-target-disp     pic z(4)9.
       77 rpo-disp            pic z(6)9.
       77 rpo-target-disp     pic z(4)9.
       77 missed-count        pic 9(4) comp-5 value 0.
       01 rpt-line            pic x(132).

       Procedure Division.
       drrehrs-pgm section.

           display "Sample COBOL Program : DRREHRS.CBL".

           display "enter operator id : " with no advancing.
           accept operator-id.

           move operator-id to AUTH-OPERATOR.
           move "RESTORE" to AUTH-CLASS.
           call "opsauth" using OPSAUTH-AREA.
           if AUTH-ALLOWED-SW not equal "Y"
              display "operator ", operator-id,
                 " is not authorized for RESTORE -- refused"
              move 8 to RETURN-CODE
              go to end-drrehrs.

           perform Load-Objectives thru End-Load-Objectives.
           perform Load-Targets thru End-Load-Targets.
           if target-count equal 0
              display "no tier-1 database on DBOWNER.CTL and none ",
                 "named in DROBJ.CTL -- nothing to rehearse"
              move 8 to RETURN-CODE
              go to end-drrehrs.

           display target-count, " database(s) will be restored ",
              "over this standby's copies".
           display "start the DR rehearsal now (Y/N) : "
              with no advancing.
           accept confirm-sw.
           if not rehearsal-confirmed
              display "rehearsal not started"
              go to end-drrehrs.

           perform Stamp-Now thru End-Stamp-Now.
           move now-ts to rehearsal-ts.

           move "O" to RPTW-FUNCTION.
           move "DRREHRS.RPT" to RPTW-FILE-NAME.
           move spaces to RPTW-TITLE.
           string "DR FAILOVER REHEARSAL " delimited by size
                  rehearsal-ts             delimited by size
                  into RPTW-TITLE.
           move "STEP                           STARTED              SEC
      -         "ONDS  OUTCOME      DETAIL" to RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           move "--- recovery steps ---" to rpt-line.
           perform Write-Rehearsal-Line
               thru End-Write-Rehearsal-Line.

           perform Step-Apply-Package thru End-Step-Apply-Package.
           perform Step-Mark-Maintenance
               thru End-Step-Mark-Maintenance.

           move "NODE" to rebuild-type.
           perform Step-Rebuild thru End-Step-Rebuild.
           move "DB" to rebuild-type.
           perform Step-Rebuild thru End-Step-Rebuild.
           move "DCS" to rebuild-type.
           perform Step-Rebuild thru End-Step-Rebuild.

           perform Load-Backups thru End-Load-Backups.
           perform Recover-One-Target thru End-Recover-One-Target
               varying tg-idx from 1 by 1
               until tg-idx is greater than target-count.

           perform Step-Clear-Maintenance
               thru End-Step-Clear-Maintenance.

           perform Report-Objectives thru End-Report-Objectives.

           move "C" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.

           move operator-id to AUD-OPERATOR.
           move "DR REHEARSAL" to AUD-ACTION.
           move spaces to AUD-TARGET.
           string "GENERATION "   delimited by size
                  held-generation delimited by size
                  into AUD-TARGET.
           if missed-count equal 0
              move "OBJECTIVES MET" to AUD-OUTCOME
           else
              move "OBJECTIVES MISSED" to AUD-OUTCOME
              move 8 to RETURN-CODE.
           call "opsaudit" using OPSAUDIT-AREA.

           display " ".
           display "rehearsal report written to DRREHRS.RPT, ",
              "evidence appended to DREVID.DAT".

       end-drrehrs. stop run.

      ***********************************************************************
      * Load-Objectives reads DROBJ.CTL; the "*" line is the default
      * for any database not named.
      ***********************************************************************
       Load-Objectives.
           open input objective-file.
           if objective-fs equal "35"
              go to End-Load-Objectives.

           move "N" to file-eof.
           perform Load-One-Objective thru End-Load-One-Objective
               until no-more-records.
           close objective-file.
           move "N" to file-eof.
       End-Load-Objectives. exit.

       Load-One-Objective.
           read objective-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Objective
           end-read.

           if ob-dbname equal spaces
              or ob-rto not numeric or ob-rpo not numeric
              go to End-Load-One-Objective.

           if ob-dbname equal "*"
              move ob-rto to default-rto
              move ob-rpo to default-rpo
              move "Y" to default-set-sw
              go to End-Load-One-Objective.

           if objective-count is less than 50
              add 1 to objective-count
              move ob-dbname to ot-dbname (objective-count)
              move ob-rto to ot-rto (objective-count)
              move ob-rpo to ot-rpo (objective-count).
       End-Load-One-Objective. exit.

      ***********************************************************************
      * Load-Targets takes the tier-1 databases from DBOWNER.CTL and
      * adds every database DROBJ.CTL names, once each.
      ***********************************************************************
       Load-Targets.
           open input owner-file.
           if owner-fs not equal "35"
              move "N" to file-eof
              perform Load-One-Owner thru End-Load-One-Owner
                  until no-more-records
              close owner-file
              move "N" to file-eof.

           perform Add-Objective-Target thru End-Add-Objective-Target
               varying obj-idx from 1 by 1
               until obj-idx is greater than objective-count.
       End-Load-Targets. exit.

       Load-One-Owner.
           read owner-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Owner
           end-read.

           if ow-dbname equal spaces
              or ow-dbname (1:1) equal "*"
              or ow-crit not equal "1"
              go to End-Load-One-Owner.

           move ow-dbname to match-name.
           perform Add-Target thru End-Add-Target.
       End-Load-One-Owner. exit.

       Add-Objective-Target.
           move ot-dbname (obj-idx) to match-name.
           perform Add-Target thru End-Add-Target.
       End-Add-Objective-Target. exit.

       Add-Target.
           perform Find-Target thru End-Find-Target.
           if entry-found or target-count is not less than 20
              go to End-Add-Target.
           add 1 to target-count.
           move match-name to tg-dbname (target-count).
           move spaces to tg-image-ts (target-count).
           move spaces to tg-image-type (target-count).
           move spaces to tg-up-ts (target-count).
           move 0 to tg-rto (target-count).
           move 0 to tg-rpo (target-count).
           move spaces to tg-result (target-count).
           move spaces to tg-detail (target-count).
       End-Add-Target. exit.

       Find-Target.
           move "N" to found-sw.
           perform Match-Target thru End-Match-Target
               varying tg-idx from 1 by 1
               until tg-idx is greater than target-count
                  or entry-found.
           if entry-found
              subtract 1 from tg-idx.
       End-Find-Target. exit.

       Match-Target.
           if tg-dbname (tg-idx) equal match-name
              move "Y" to found-sw.
       End-Match-Target. exit.

      ***********************************************************************
      * Step-Apply-Package runs drapply.cbl through the command
      * processor, the way schedrun.cbl dispatches a program, and
      * reads back the generation the standby now holds.  Nothing
      * newer to apply is not a failure -- the rehearsal goes on with
      * the generation already held, and says which.
      ***********************************************************************
       Step-Apply-Package.
           move "APPLY SHIPPED PACKAGE" to step-name.
           perform Begin-Step thru End-Begin-Step.

           move "./drapply" to run-command.
           call "SYSTEM" using run-command.
           move RETURN-CODE to child-retcode.
           if child-retcode is greater than 255
              divide child-retcode by 256 giving child-retcode.
           move 0 to RETURN-CODE.

           move 0 to held-generation.
           open input seq-file.
           if seq-fs not equal "35"
              read seq-file
                  at end move 0 to held-generation
              end-read
              if seq-rec numeric
                 move seq-rec to held-generation
              end-if
              close seq-file.

           move spaces to step-detail.
           string "standby holds generation " delimited by size
                  held-generation             delimited by size
                  into step-detail.
           evaluate true
              when child-retcode equal 0
                 move "APPLIED" to step-outcome
              when child-retcode equal 4
                 move "CURRENT" to step-outcome
              when other
                 move "FAILED" to step-outcome
                 move child-retcode to retcode-disp
                 move spaces to step-detail
                 string "drapply rc=" delimited by size
                        retcode-disp  delimited by size
                        " -- generation " delimited by size
                        held-generation delimited by size
                        " used"       delimited by size
                        into step-detail
           end-evaluate.
           perform End-Step thru End-End-Step.
       End-Step-Apply-Package. exit.

       Step-Mark-Maintenance.
           move "MARK MAINTENANCE" to step-name.
           perform Begin-Step thru End-Begin-Step.
           move "S" to MR-FUNCTION.
           perform Call-Mntreg thru End-Call-Mntreg
               varying tg-idx from 1 by 1
               until tg-idx is greater than target-count.
           move "DONE" to step-outcome.
           move target-count to count-disp-1.
           move spaces to step-detail.
           string count-disp-1 delimited by size
                  " database(s) registered" delimited by size
                  into step-detail.
           perform End-Step thru End-End-Step.
       End-Step-Mark-Maintenance. exit.

       Step-Clear-Maintenance.
           move "CLEAR MAINTENANCE" to step-name.
           perform Begin-Step thru End-Begin-Step.
           move "C" to MR-FUNCTION.
           perform Call-Mntreg thru End-Call-Mntreg
               varying tg-idx from 1 by 1
               until tg-idx is greater than target-count.
           move "DONE" to step-outcome.
           move target-count to count-disp-1.
           move spaces to step-detail.
           string count-disp-1 delimited by size
                  " database(s) cleared" delimited by size
                  into step-detail.
           perform End-Step thru End-End-Step.
       End-Step-Clear-Maintenance. exit.

       Call-Mntreg.
           move tg-dbname (tg-idx) to MR-TARGET.
           move operator-id to MR-OPERATOR.
           call "mntreg" using MNTREG-AREA.
       End-Call-Mntreg. exit.

      ***********************************************************************
      * Step-Rebuild makes one pass of DRBUNDLE.EXP cataloguing the
      * entries of one directory, so nodes are always catalogued
      * before the databases that name them, and databases before
      * the DCS entries that route to them.
      ***********************************************************************
       Step-Rebuild.
           move spaces to step-name.
           string "REBUILD "   delimited by size
                  rebuild-type delimited by space
                  " DIRECTORY" delimited by size
                  into step-name.
           perform Begin-Step thru End-Begin-Step.

           move 0 to cat-done-count.
           move 0 to cat-present-count.
           move 0 to cat-failed-count.

           open input bundle-file.
           if bundle-fs equal "35"
              move "FAILED" to step-outcome
              move "DRBUNDLE.EXP not found" to step-detail
              perform End-Step thru End-End-Step
              go to End-Step-Rebuild.

           move "N" to file-eof.
           perform Rebuild-One-Entry thru End-Rebuild-One-Entry
               until no-more-records.
           close bundle-file.
           move "N" to file-eof.

           if cat-failed-count equal 0
              move "DONE" to step-outcome
           else
              move "FAILED" to step-outcome.
           move cat-done-count to count-disp-1.
           move cat-present-count to count-disp-2.
           move cat-failed-count to count-disp-3.
           move spaces to step-detail.
           string count-disp-1 delimited by size
                  " new"       delimited by size
                  count-disp-2 delimited by size
                  " present"   delimited by size
                  count-disp-3 delimited by size
                  " failed"    delimited by size
                  into step-detail.
           perform End-Step thru End-End-Step.
       End-Step-Rebuild. exit.

       Rebuild-One-Entry.
           read bundle-file
               at end
                  move "Y" to file-eof
                  go to End-Rebuild-One-Entry
           end-read.

           if bx-type not equal rebuild-type
              go to End-Rebuild-One-Entry.

           evaluate rebuild-type
              when "NODE"
                 perform Catalog-Node thru End-Catalog-Node
              when "DB"
                 perform Catalog-Db thru End-Catalog-Db
              when "DCS"
                 perform Catalog-Dcs thru End-Catalog-Dcs
           end-evaluate.

           evaluate true
              when sqlcode equal 0
                 add 1 to cat-done-count
              when sqlcode equal SQLE-RC-NODEEXISTS
                 or sqlcode equal SQLE-RC-DBEXISTS
                 or sqlcode equal SQLE-RC-LDBEXISTS
                 add 1 to cat-present-count
              when other
                 add 1 to cat-failed-count
                 move sqlcode to sqlcode-disp
                 move spaces to rpt-line
                 string "  "           delimited by size
                        bx-type        delimited by size
                        " "            delimited by size
                        bx-key         delimited by size
                        " not catalogued, sqlcode=" delimited by size
                        sqlcode-disp   delimited by size
                        into rpt-line
                 perform Write-Rehearsal-Line
                     thru End-Write-Rehearsal-Line
           end-evaluate.
       End-Rebuild-One-Entry. exit.

       Catalog-Node.
           move SQL-NODE-STR-ID to STRUCT-ID of SQL-NODE-STRUCT.
           move cbl-comment to COMMENT of SQL-NODE-STRUCT.
           move bx-key to NODENAME of SQL-NODE-STRUCT.
           move SQL-PROTOCOL-TCPIP to PROTOCOL of SQL-NODE-STRUCT.
           move bx-f1 to HOSTNAME of SQL-NODE-TCPIP.
           move bx-f2 to SERVICE-NAME of SQL-NODE-TCPIP.

      ***************************
      * CATALOG NODE API called *
      ***************************
           call "sqlgctnd" using
                                 by reference sqlca
                                 by reference SQL-NODE-STRUCT
                                 by reference SQL-NODE-TCPIP
                           returning rc.
       End-Catalog-Node. exit.

      * the entry is catalogued with the type byte the export
      * recorded, and under its node when it has one
       Catalog-Db.
           move bx-key to alias.
           move 0 to alias-len.
           inspect alias tallying alias-len
              for characters before initial " ".
           move bx-f1 to database.
           move 0 to db-len.
           inspect database tallying db-len
              for characters before initial " ".
           move bx-f2 to nname.
           move 0 to nname-len.
           inspect nname tallying nname-len
              for characters before initial " ".
           move bx-f3 to loc-type.
           move 20 to comment-len.
           move spaces to path.
           move SQL-AUTHENTICATION-SERVER to authentication.

      *******************************
      * CATALOG DATABASE API called *
      *******************************
           call "sqlgcadb" using
                                 by value       dce-prin-len
                                 by value       comment-len
                                 by value       path-len
                                 by value       nname-len
                                 by value       alias-len
                                 by value       db-len
                                 by reference   sqlca
                                 by reference   dce-prin
                                 by value       authentication
                                 by reference   cbl-comment
                                 by reference   path
                                 by reference   nname
                                 by value       loc-type
                                 by reference   alias
                                 by reference   database
                           returning rc.
       End-Catalog-Db. exit.

      * the PARM routing string is not carried in the bundle; a DCS
      * entry that needs one is finished with dcscat.cbl
       Catalog-Dcs.
           move SQL-DCS-STR-ID to STRUCT-ID of SQL-DIR-ENTRY.
           move bx-key to LDB of SQL-DIR-ENTRY.
           move bx-f1 to TDB of SQL-DIR-ENTRY.
           move bx-f2 to AR of SQL-DIR-ENTRY.
           move spaces to PARM of SQL-DIR-ENTRY.
           move cbl-comment to COMMENT of SQL-DIR-ENTRY.

      ***********************************
      * CATALOG DCS DATABASE API called *
      ***********************************
           call "sqlggdad" using
                                 by reference sqlca
                                 by reference SQL-DIR-ENTRY
                           returning rc.
       End-Catalog-Dcs. exit.

      ***********************************************************************
      * Load-Backups takes each rehearsal database's newest OK backup
      * from the shipped BACKUP.HIS.
      ***********************************************************************
       Load-Backups.
           open input backup-history.
           if backup-fs equal "35"
              go to End-Load-Backups.

           move "N" to file-eof.
           perform Load-One-Backup thru End-Load-One-Backup
               until no-more-records.
           close backup-history.
           move "N" to file-eof.
       End-Load-Backups. exit.

       Load-One-Backup.
           read backup-history
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Backup
           end-read.

           if bh-outcome not equal "OK"
              go to End-Load-One-Backup.
           move bh-dbname to match-name.
           perform Find-Target thru End-Find-Target.
           if not entry-found
              go to End-Load-One-Backup.

           if bh-timestamp is greater than tg-image-ts (tg-idx)
              move bh-timestamp to tg-image-ts (tg-idx)
              move bh-type to tg-image-type (tg-idx).
       End-Load-One-Backup. exit.

      ***********************************************************************
      * Recover-One-Target restores one database, rolls an online
      * image forward, and runs the canary connection; the recovery
      * time achieved is measured to the moment the canary connects.
      * A failure is recorded and the rehearsal moves on -- checkerr
      * is not called, since it would end the run and lose the
      * timings of every database still to come.  The database is
      * held exclusively for the three steps (Recover-Held-Target)
      * and given back whatever they come to; one held elsewhere is
      * recorded FAILED and left alone.
      ***********************************************************************
       Recover-One-Target.
           move tg-dbname (tg-idx) to restore-db.
           move 0 to restore-db-len.
           inspect restore-db tallying restore-db-len
              for characters before initial " ".

           if tg-image-ts (tg-idx) equal spaces
              move "FAILED" to tg-result (tg-idx)
              move "no OK backup in the shipped history"
                 to tg-detail (tg-idx)
              go to End-Recover-One-Target.

           move "C" to OL-FUNCTION.
           move restore-db to OL-TARGET.
           move "EXCL" to OL-CLASS.
           move operator-id to OL-OPERATOR.
           move "drrehrs" to OL-PROGRAM.
           call "oplock" using OPLOCK-AREA.
           if OL-STATUS equal "REFUSED"
              display restore-db, " is held ", OL-HOLDER-CLASS,
                 " by ", OL-HOLDER-PROGRAM, " for ",
                 OL-HOLDER-OPERATOR, " since ", OL-HOLDER-SINCE
              move "FAILED" to tg-result (tg-idx)
              move spaces to tg-detail (tg-idx)
              string "held by "         delimited by size
                     OL-HOLDER-PROGRAM  delimited by space
                     " for "            delimited by size
                     OL-HOLDER-OPERATOR delimited by space
                     " -- not restored" delimited by size
                     into tg-detail (tg-idx)
              move operator-id to AUD-OPERATOR
              move "DR REHEARSAL" to AUD-ACTION
              move restore-db to AUD-TARGET
              move "LOCK REFUSED" to AUD-OUTCOME
              call "opsaudit" using OPSAUDIT-AREA
              go to End-Recover-One-Target.

           perform Recover-Held-Target thru End-Recover-Held-Target.

           move "R" to OL-FUNCTION.
           move restore-db to OL-TARGET.
           move "drrehrs" to OL-PROGRAM.
           call "oplock" using OPLOCK-AREA.
       End-Recover-One-Target. exit.

       Recover-Held-Target.
           move tg-image-ts (tg-idx) to DT-FROM-TS.
           move rehearsal-ts to DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           if DT-VALID-SW equal "Y" and DT-MINUTES is greater than 0
              move DT-MINUTES to tg-rpo (tg-idx).

           move spaces to step-name.
           string "RESTORE "   delimited by size
                  restore-db   delimited by space
                  into step-name.
           perform Begin-Step thru End-Begin-Step.
           perform Restore-Target thru End-Restore-Target.
           perform End-Step thru End-End-Step.
           if step-outcome not equal "DONE"
              move "FAILED" to tg-result (tg-idx)
              move step-detail to tg-detail (tg-idx)
              go to End-Recover-Held-Target.

           if tg-image-type (tg-idx) equal "ONLINE"
              move spaces to step-name
              string "ROLLFORWARD " delimited by size
                     restore-db     delimited by space
                     into step-name
              perform Begin-Step thru End-Begin-Step
              perform Rollforward-Target thru End-Rollforward-Target
              perform End-Step thru End-End-Step
              if step-outcome not equal "DONE"
                 move "FAILED" to tg-result (tg-idx)
                 move step-detail to tg-detail (tg-idx)
                 go to End-Recover-Held-Target.

           move spaces to step-name.
           string "CANARY "    delimited by size
                  restore-db   delimited by space
                  into step-name.
           perform Begin-Step thru End-Begin-Step.
           perform Canary-Target thru End-Canary-Target.
           perform End-Step thru End-End-Step.
           if step-outcome not equal "DONE"
              move "FAILED" to tg-result (tg-idx)
              move step-detail to tg-detail (tg-idx)
              go to End-Recover-Held-Target.

           perform Stamp-Now thru End-Stamp-Now.
           move now-ts to tg-up-ts (tg-idx).
           move rehearsal-ts to DT-FROM-TS.
           move now-ts to DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           if DT-VALID-SW equal "Y" and DT-MINUTES is greater than 0
              move DT-MINUTES to tg-rto (tg-idx).
           move "UP" to tg-result (tg-idx).
       End-Recover-Held-Target. exit.

       Restore-Target.
           set DB2-PI-RST-SOURCE-DB of DB2G-RESTORE-STRUCT
              to address of restore-db.
           move restore-db-len
              to DB2-I-RST-SOURCE-LEN of DB2G-RESTORE-STRUCT.
           set DB2-PI-RST-TARGET-DB of DB2G-RESTORE-STRUCT
              to address of restore-db.
           move restore-db-len
              to DB2-I-RST-TARGET-LEN of DB2G-RESTORE-STRUCT.
           set DB2-PI-RST-SOURCE-DIR of DB2G-RESTORE-STRUCT
              to address of source-dir.
           move source-dir-len
              to DB2-I-RST-DIR-LEN of DB2G-RESTORE-STRUCT.
           move tg-image-ts (tg-idx)
              to DB2-I-RST-TIMESTAMP of DB2G-RESTORE-STRUCT.

      *******************************
      * RESTORE DATABASE API called *
      *******************************
           call "db2gRestore" using
                             by value     db2Version820
                             by reference DB2G-RESTORE-STRUCT
                             by reference sqlca
                           returning rc.

           move spaces to step-detail.
           if sqlcode is less than 0
              move "FAILED" to step-outcome
              move sqlcode to sqlcode-disp
              string "restore failed sqlcode=" delimited by size
                     sqlcode-disp              delimited by size
                     into step-detail
           else
              move "DONE" to step-outcome
              string tg-image-type (tg-idx) delimited by space
                     " image "              delimited by size
                     tg-image-ts (tg-idx)   delimited by size
                     into step-detail.
       End-Restore-Target. exit.

       Rollforward-Target.
           set DB2-PI-RFW-DB-ALIAS of DB2G-ROLLFORWARD-STRUCT
              to address of restore-db.
           move restore-db-len
              to DB2-I-RFW-ALIAS-LEN of DB2G-ROLLFORWARD-STRUCT.
           move spaces
              to DB2-I-RFW-STOP-TIME of DB2G-ROLLFORWARD-STRUCT.
           move 1 to DB2-I-RFW-COMPLETE of DB2G-ROLLFORWARD-STRUCT.

      ***********************************
      * ROLLFORWARD DATABASE API called *
      ***********************************
           call "db2gRollforward" using
                             by value     db2Version820
                             by reference DB2G-ROLLFORWARD-STRUCT
                             by reference sqlca
                           returning rc.

           move spaces to step-detail.
           if sqlcode is less than 0
              move "FAILED" to step-outcome
              move sqlcode to sqlcode-disp
              string "roll-forward failed sqlcode=" delimited by size
                     sqlcode-disp                   delimited by size
                     into step-detail
           else
              move "DONE" to step-outcome
              move "rolled forward to end of logs" to step-detail.
       End-Rollforward-Target. exit.

       Canary-Target.
           open output sql-script.
           move spaces to sql-line.
           string "CONNECT TO "  delimited by size
                  restore-db     delimited by space
                  ";"            delimited by size
                  into sql-line.
           write sql-script-rec from sql-line.
           move "SELECT 1 FROM SYSIBM.SYSDUMMY1;" to sql-line.
           write sql-script-rec from sql-line.
           move "CONNECT RESET;" to sql-line.
           write sql-script-rec from sql-line.
           close sql-script.

           move "db2 -tf DRREHRS.SQL" to run-command.
           call "SYSTEM" using run-command.
           move RETURN-CODE to child-retcode.
           if child-retcode is greater than 255
              divide child-retcode by 256 giving child-retcode.
           move 0 to RETURN-CODE.

           move spaces to step-detail.
           if child-retcode is less than 4
              move "DONE" to step-outcome
              move "connected and read" to step-detail
           else
              move "FAILED" to step-outcome
              move child-retcode to retcode-disp
              string "canary connection rc=" delimited by size
                     retcode-disp            delimited by size
                     into step-detail.
       End-Canary-Target. exit.

      ***********************************************************************
      * Report-Objectives compares each database's achieved recovery
      * time and recovery point with DROBJ.CTL and appends the
      * verdict to DREVID.DAT.  A database with no objective on file
      * is MISSED -- an objective nobody wrote down cannot be met.
      ***********************************************************************
       Report-Objectives.
           move spaces to rpt-line.
           perform Write-Rehearsal-Line
               thru End-Write-Rehearsal-Line.
           move "--- recovery objectives ---" to rpt-line.
           perform Write-Rehearsal-Line
               thru End-Write-Rehearsal-Line.
           move "  DATABASE           IMAGE              RTO MIN  TARGET
      -         "   RPO MIN  TARGET  VERDICT" to rpt-line.
           perform Write-Rehearsal-Line
               thru End-Write-Rehearsal-Line.

           open extend evidence-file.
           if evidence-fs equal "35"
              open output evidence-file.
           perform Judge-One-Target thru End-Judge-One-Target
               varying tg-idx from 1 by 1
               until tg-idx is greater than target-count.
           close evidence-file.

           move spaces to rpt-line.
           perform Write-Rehearsal-Line
               thru End-Write-Rehearsal-Line.
           move spaces to rpt-line.
           if missed-count equal 0
              move "  every database recovered inside its objectives"
                 to rpt-line
           else
              move missed-count to count-disp-1
              string "  "         delimited by size
                     count-disp-1 delimited by size
                     " database(s) missed an objective or failed to "
                        delimited by size
                     "recover"    delimited by size
                     into rpt-line.
           perform Write-Rehearsal-Line
               thru End-Write-Rehearsal-Line.
       End-Report-Objectives. exit.

       Judge-One-Target.
           move tg-dbname (tg-idx) to match-name.
           move 0 to obj-idx.
           perform Match-Objective thru End-Match-Objective
               varying rc from 1 by 1
               until rc is greater than objective-count.

           move spaces to evidence-rec.
           move rehearsal-ts to ev-timestamp.
           move tg-dbname (tg-idx) to ev-dbname.
           move held-generation to ev-generation.
           move tg-image-ts (tg-idx) to ev-image-ts.
           move tg-rto (tg-idx) to ev-rto.
           move tg-rpo (tg-idx) to ev-rpo.
           move 0 to ev-rto-target.
           move 0 to ev-rpo-target.
           if obj-idx not equal 0
              move ot-rto (obj-idx) to ev-rto-target
              move ot-rpo (obj-idx) to ev-rpo-target
           else
              if default-set-sw equal "Y"
                 move default-rto to ev-rto-target
                 move default-rpo to ev-rpo-target.

           move tg-detail (tg-idx) to ev-detail.
           evaluate true
              when tg-result (tg-idx) equal "FAILED"
                 move "FAILED" to ev-result
              when obj-idx equal 0 and default-set-sw not equal "Y"
                 move "MISSED" to ev-result
                 move "no recovery objective on file" to ev-detail
              when ev-rto is greater than ev-rto-target
                 move "MISSED" to ev-result
                 move "recovery time over objective" to ev-detail
              when ev-rpo is greater than ev-rpo-target
                 move "MISSED" to ev-result
                 move "recovery point older than objective"
                    to ev-detail
              when other
                 move "MET" to ev-result
                 move "recovered inside objectives" to ev-detail
           end-evaluate.
           if ev-result not equal "MET"
              add 1 to missed-count.
           write evidence-rec.

           move ev-rto to rto-disp.
           move ev-rto-target to rto-target-disp.
           move ev-rpo to rpo-disp.
           move ev-rpo-target to rpo-target-disp.
           move spaces to rpt-line.
           string "  "             delimited by size
                  ev-dbname        delimited by size
                  " "              delimited by size
                  ev-image-ts      delimited by size
                  "  "             delimited by size
                  rto-disp         delimited by size
                  "  "             delimited by size
                  rto-target-disp  delimited by size
                  "  "             delimited by size
                  rpo-disp         delimited by size
                  "  "             delimited by size
                  rpo-target-disp  delimited by size
                  "  "             delimited by size
                  ev-result        delimited by size
                  " "              delimited by size
                  ev-detail        delimited by size
                  into rpt-line.
           perform Write-Rehearsal-Line
               thru End-Write-Rehearsal-Line.
       End-Judge-One-Target. exit.

       Match-Objective.
           if ot-dbname (rc) equal match-name
              move rc to obj-idx.
       End-Match-Objective. exit.

      ***********************************************************************
      * Begin-Step and End-Step time one step and print it.
      ***********************************************************************
       Begin-Step.
           perform Stamp-Now thru End-Stamp-Now.
           move now-ts to step-start-ts.
           move spaces to step-outcome.
           move spaces to step-detail.
           display step-name, " ...".
           accept clock-parts from time.
           compute start-cs =
              (((ck-hh * 60) + ck-mm) * 60 + ck-ss) * 100 + ck-cc.
       End-Begin-Step. exit.

       End-Step.
           accept clock-parts from time.
           compute clock-cs =
              (((ck-hh * 60) + ck-mm) * 60 + ck-ss) * 100 + ck-cc.
           compute elapsed-cs = clock-cs - start-cs.
           if elapsed-cs is less than 0
              add 8640000 to elapsed-cs.
           compute seconds-disp = elapsed-cs / 100.

           add 1 to step-count.
           if step-outcome equal "FAILED"
              add 1 to failed-steps.
           move spaces to rpt-line.
           string step-name     delimited by size
                  " "           delimited by size
                  step-start-ts delimited by size
                  "  "          delimited by size
                  seconds-disp  delimited by size
                  "  "          delimited by size
                  step-outcome  delimited by size
                  " "           delimited by size
                  step-detail   delimited by size
                  into rpt-line.
           perform Write-Rehearsal-Line
               thru End-Write-Rehearsal-Line.
       End-End-Step. exit.

       Stamp-Now.
           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.
       End-Stamp-Now. exit.

       Write-Rehearsal-Line.
           move rpt-line to RPTW-LINE.
           move "W" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Rehearsal-Line. exit.
