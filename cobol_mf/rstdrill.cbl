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
      ** SOURCE FILE NAME: rstdrill.cbl
      **
      ** SAMPLE: Scheduled restore-verification drill
      **
      **         Every OK line in BACKUP.HIS says only that the backup
      **         API returned zero; none of them proves the image can
      **         be restored.  Each run of this drill takes the next
      **         database in rotation -- the SITEPARM.CFG database
      **         whose last drill in RSTEVID.DAT is oldest, never-
      **         drilled databases first -- and its newest image: the
      **         newest ACTIVE image in the BKCATLG.DAT catalog, or the
      **         newest OK backup in BACKUP.HIS when the catalog has
      **         none.  The image is restored into a scratch database
      **         on the designated test instance, the way tstrfrsh.cbl
      **         restores its clones (an online image is then rolled
      **         forward to the end of the logs), a connection check
      **         is scripted through the command processor, and the
      **         scratch copy is dropped.  The result is appended to
      **         RSTEVID.DAT as VERIFIED or UNRESTORABLE -- evidence
      **         audpack.cbl cites -- and an unrestorable image raises
      **         a CRITICAL through alertq.cbl.  RSTDRILL.CTL names the
      **         test instance and the scratch database:
      **
      **           DRILLINST          DRILLDB
      **
      ** DB2 APIs USED:
      **         sqlgatin    -- ATTACH TO INSTANCE
      **         db2gRestore -- RESTORE DATABASE
      **         db2gRollforward -- ROLLFORWARD DATABASE (online images)
      **         sqlgdrpd    -- DROP DATABASE
      **         sqlgdtin    -- DETACH FROM INSTANCE
      **
      ** INPUT FILES:  RSTDRILL.CTL (test instance and scratch name)
      **               SITEPARM.CFG (database list, via siteparm)
      **               BKCATLG.DAT  (backup image catalog)
      **               BACKUP.HIS   (backup history)
      **               CREDVLT.DAT  (vault credentials, via credload)
      ** OUTPUT FILES: RSTEVID.DAT  (restore evidence, appended)
      **               RSTDRILL.SQL (generated connection check)
      **               ALERTQ.DAT   (unrestorable images, via alertq)
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
       Program-Id. "rstdrill".

       Environment Division.
       Input-Output Section.
       File-Control.
           select drill-ctl assign to "RSTDRILL.CTL"
               organization is line sequential
               file status is drill-fs.
           select evidence-file assign to "RSTEVID.DAT"
               organization is line sequential
               file status is evidence-fs.
           select image-catalog assign to "BKCATLG.DAT"
               organization is line sequential
               file status is catalog-fs.
           select backup-history assign to "BACKUP.HIS"
               organization is line sequential
               file status is backup-fs.
           select sql-script assign to "RSTDRILL.SQL"
               organization is line sequential.

       Data Division.
       File Section.
       FD  drill-ctl.
       01  drill-ctl-rec.
           05 dc-instance     pic x(18).
           05 filler          pic x.
           05 dc-scratch      pic x(8).

       FD  evidence-file.
       01  evidence-rec.
           05 ev-timestamp    pic x(17).
           05 filler          pic x(2).
           05 ev-dbname       pic x(18).
           05 filler          pic x(2).
           05 ev-image-ts     pic x(17).
           05 filler          pic x(2).
           05 ev-source       pic x(8).
           05 filler          pic x(2).
           05 ev-result       pic x(12).
           05 filler          pic x(2).
           05 ev-instance     pic x(18).
           05 filler          pic x(2).
           05 ev-scratch      pic x(8).
           05 filler          pic x(2).
           05 ev-detail       pic x(40).

       FD  image-catalog.
       01  image-catalog-rec.
           05 bc-dbname       pic x(18).
           05 filler          pic x(2).
           05 bc-timestamp    pic x(17).
           05 filler          pic x(2).
           05 bc-type         pic x(8).
           05 filler          pic x(2).
           05 bc-class        pic x(8).
           05 filler          pic x(2).
           05 bc-size         pic 9(9).
           05 filler          pic x(2).
           05 bc-status       pic x(8).
           05 filler          pic x(2).
           05 bc-status-ts    pic x(17).
           05 filler          pic x(2).
           05 bc-path         pic x(60).

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

       FD  sql-script.
       01  sql-script-rec     pic x(132).

       Working-Storage Section.

       copy "sqlca.cbl".
       copy "db2ApiDf.cbl".
       copy "sqlcred.cbl".
       copy "sqlsitep.cbl".
       copy "sqlalert.cbl".
       copy "sqlaudit.cbl".
       copy "sqlrunh.cbl".

      * Local Variables
       77 rc                  pic s9(9) comp-5.
       77 errloc              pic x(80).
       77 drill-fs            pic xx.
       77 evidence-fs         pic xx.
       77 catalog-fs          pic xx.
       77 backup-fs           pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

      * what is known of each site database: its last drill, and the
      * newest image in the catalog and in the backup history
       01 drill-state.
          05 ds-entry occurs 50 times.
             10 ds-last-drill pic x(17).
             10 ds-cat-ts     pic x(17).
             10 ds-cat-type   pic x(8).
             10 ds-his-ts     pic x(17).
             10 ds-his-type   pic x(8).
       77 db-idx              pic 9(4) comp-5.
       77 pick-idx            pic 9(4) comp-5.
       77 found-sw            pic x.
           88 entry-found         value "Y".
       77 match-name          pic x(18).

      * the drill being run
       77 drill-instance      pic x(18).
       77 drill-scratch       pic x(8).
       77 drill-scratch-len   pic s9(4) comp-5.
       77 drill-source        pic x(18).
       77 drill-source-len    pic 9(4) comp-5.
       77 drill-image-ts      pic x(17).
       77 drill-type          pic x(8).
       77 drill-from          pic x(8).
       77 drill-result        pic x(12).
       77 drill-detail        pic x(40).
       77 restored-sw         pic x.
           88 scratch-restored    value "Y".
       77 restore-failed-sw   pic x value "N".
           88 restore-failed      value "Y".
       01 restore-sqlca       pic x(136).
       77 source-dir          pic x(40) value "backup".
       77 source-dir-len      pic 9(4) comp-5 value 6.
       77 reserved1           pic 9(4)  comp-5 value 0.
       77 reserved2           pic s9(4) comp-5 value 0.

      * attach credentials from the vault
       01 inst.
          05 db2instc-len     pic s9(4) comp-5 value 0.
          05 db2instc         pic x(18).
       01 usr.
          05 usr-name-len     pic s9(4) comp-5 value 0.
          05 usr-name         pic x(18).
       01 pass.
          05 passwd-len       pic s9(4) comp-5 value 0.
          05 passwd           pic x(18).

      * the scripted connection check
       77 run-command         pic x(40).
       77 child-retcode       pic s9(9) comp-5.
       77 retcode-disp        pic -(4)9.
       01 sql-line            pic x(132).

       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).
       77 sqlcode-disp        pic -(9)9.

       Procedure Division.
       rstdrill-pgm section.

           display "Sample COBOL Program : RSTDRILL.CBL".

           move "rstdrill" to RH-PROGRAM.
           move "S" to RH-FUNCTION.
           call "runhist" using RUNHIST-AREA.

           perform Load-Drill-Ctl thru End-Load-Drill-Ctl.
           if drill-instance equal spaces
              display "RSTDRILL.CTL names no test instance -- ",
                 "drill not run"
              move 8 to RETURN-CODE
              go to end-rstdrill.

           call "siteparm" using SITEPARM-AREA.
           if SITE-DB-COUNT equal 0
              display "no site parameter database list -- nothing ",
                 "to drill"
              go to end-rstdrill.

           perform Clear-One-State thru End-Clear-One-State
               varying db-idx from 1 by 1
               until db-idx is greater than SITE-DB-COUNT.
           perform Load-Evidence thru End-Load-Evidence.
           perform Load-Catalog thru End-Load-Catalog.
           perform Load-History thru End-Load-History.

           perform Pick-Database thru End-Pick-Database.
           if pick-idx equal 0
              display "no site database has a backup image on file ",
                 "-- nothing to drill"
              go to end-rstdrill.

           move SITE-DB-NAME (pick-idx) to drill-source.
           move 0 to drill-source-len.
           inspect drill-source tallying drill-source-len
              for characters before initial " ".
           if ds-cat-ts (pick-idx) not equal spaces
              move ds-cat-ts (pick-idx) to drill-image-ts
              move ds-cat-type (pick-idx) to drill-type
              move "CATALOG" to drill-from
           else
              move ds-his-ts (pick-idx) to drill-image-ts
              move ds-his-type (pick-idx) to drill-type
              move "HISTORY" to drill-from.

           display "drilling ", drill-source, " image ",
              drill-image-ts, " into ", drill-instance, " as ",
              drill-scratch.

           perform Attach-Test thru End-Attach-Test.
           if drill-result equal "NOT RUN"
              move 8 to RETURN-CODE
              go to end-rstdrill.

      * the evidence is recorded before the scratch copy is dropped,
      * and a failed restore is reported to checkerr only at the very
      * end -- checkerr ends the run on a negative SQLCODE, and the
      * verdict must not be lost with it
           move "N" to restored-sw.
           move spaces to drill-result.
           move spaces to drill-detail.
           perform Restore-Scratch thru End-Restore-Scratch.
           if scratch-restored and drill-type equal "ONLINE"
              perform Rollforward-Scratch thru End-Rollforward-Scratch.
           if scratch-restored and drill-result equal spaces
              perform Check-Connect thru End-Check-Connect.
           perform Record-Evidence thru End-Record-Evidence.
           perform Drop-Scratch thru End-Drop-Scratch.
           perform Detach-Test thru End-Detach-Test.

           display drill-source, " image ", drill-image-ts, " ",
              drill-result.

       end-rstdrill.
           move "E" to RH-FUNCTION.
           move RETURN-CODE to RH-RETCODE.
           call "runhist" using RUNHIST-AREA.
           if restore-failed
              move restore-sqlca to sqlca
              move "RESTORE FOR DRILL" to errloc
              call "checkerr" using SQLCA errloc.
           stop run.

       Load-Drill-Ctl.
           move spaces to drill-instance.
           move "DRILLDB" to drill-scratch.
           open input drill-ctl.
           if drill-fs equal "35"
              go to End-Load-Drill-Ctl.

           move "N" to file-eof.
           perform Load-One-Drill-Ctl thru End-Load-One-Drill-Ctl
               until no-more-records.
           close drill-ctl.
           move "N" to file-eof.

           move 0 to drill-scratch-len.
           inspect drill-scratch tallying drill-scratch-len
              for characters before initial " ".
       End-Load-Drill-Ctl. exit.

       Load-One-Drill-Ctl.
           read drill-ctl
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Drill-Ctl
           end-read.

           if dc-instance equal spaces
              or dc-instance (1:1) equal "*"
              go to End-Load-One-Drill-Ctl.

           move dc-instance to drill-instance.
           if dc-scratch not equal spaces
              move dc-scratch to drill-scratch.
       End-Load-One-Drill-Ctl. exit.

       Clear-One-State.
           move spaces to ds-last-drill (db-idx).
           move spaces to ds-cat-ts (db-idx).
           move spaces to ds-his-ts (db-idx).
           move spaces to ds-cat-type (db-idx).
           move spaces to ds-his-type (db-idx).
       End-Clear-One-State. exit.

       Find-Site-Db.
           move "N" to found-sw.
           perform Match-Site-Db thru End-Match-Site-Db
               varying db-idx from 1 by 1
               until db-idx is greater than SITE-DB-COUNT
                  or entry-found.
           if entry-found
              subtract 1 from db-idx.
       End-Find-Site-Db. exit.

       Match-Site-Db.
           if SITE-DB-NAME (db-idx) equal match-name
              move "Y" to found-sw.
       End-Match-Site-Db. exit.

       Load-Evidence.
           open input evidence-file.
           if evidence-fs equal "35"
              go to End-Load-Evidence.

           move "N" to file-eof.
           perform Load-One-Evidence thru End-Load-One-Evidence
               until no-more-records.
           close evidence-file.
           move "N" to file-eof.
       End-Load-Evidence. exit.

       Load-One-Evidence.
           read evidence-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Evidence
           end-read.

           move ev-dbname to match-name.
           perform Find-Site-Db thru End-Find-Site-Db.
           if not entry-found
              go to End-Load-One-Evidence.

           if ev-timestamp is greater than ds-last-drill (db-idx)
              move ev-timestamp to ds-last-drill (db-idx).
       End-Load-One-Evidence. exit.

       Load-Catalog.
           open input image-catalog.
           if catalog-fs equal "35"
              go to End-Load-Catalog.

           move "N" to file-eof.
           perform Load-One-Image thru End-Load-One-Image
               until no-more-records.
           close image-catalog.
           move "N" to file-eof.
       End-Load-Catalog. exit.

       Load-One-Image.
           read image-catalog
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Image
           end-read.

           if bc-status not equal "ACTIVE"
              go to End-Load-One-Image.

           move bc-dbname to match-name.
           perform Find-Site-Db thru End-Find-Site-Db.
           if not entry-found
              go to End-Load-One-Image.

           if bc-timestamp is greater than ds-cat-ts (db-idx)
              move bc-timestamp to ds-cat-ts (db-idx)
              move bc-type to ds-cat-type (db-idx).
       End-Load-One-Image. exit.

       Load-History.
           open input backup-history.
           if backup-fs equal "35"
              go to End-Load-History.

           move "N" to file-eof.
           perform Load-One-History thru End-Load-One-History
               until no-more-records.
           close backup-history.
           move "N" to file-eof.
       End-Load-History. exit.

       Load-One-History.
           read backup-history
               at end
                  move "Y" to file-eof
                  go to End-Load-One-History
           end-read.

           if bh-outcome not equal "OK"
              go to End-Load-One-History.

           move bh-dbname to match-name.
           perform Find-Site-Db thru End-Find-Site-Db.
           if not entry-found
              go to End-Load-One-History.

           if bh-timestamp is greater than ds-his-ts (db-idx)
              move bh-timestamp to ds-his-ts (db-idx)
              move bh-type to ds-his-type (db-idx).
       End-Load-One-History. exit.

      ***********************************************************************
      * Pick-Database takes the rotation's next database: of the site
      * databases with an image on file, the one drilled longest ago
      * (a database never drilled sorts first, its last-drill stamp
      * being spaces).
      ***********************************************************************
       Pick-Database.
           move 0 to pick-idx.
           perform Weigh-One-Database thru End-Weigh-One-Database
               varying db-idx from 1 by 1
               until db-idx is greater than SITE-DB-COUNT.
       End-Pick-Database. exit.

       Weigh-One-Database.
           if ds-cat-ts (db-idx) equal spaces
              and ds-his-ts (db-idx) equal spaces
              go to End-Weigh-One-Database.

           if pick-idx equal 0
              move db-idx to pick-idx
              go to End-Weigh-One-Database.
           if ds-last-drill (db-idx) is less than
              ds-last-drill (pick-idx)
              move db-idx to pick-idx.
       End-Weigh-One-Database. exit.

      ***********************************************************************
      * Attach-Test attaches to the test instance with the vault
      * credentials keyed by instance name, as tstrfrsh.cbl does.  A
      * failure here says nothing about the image -- the drill is
      * reported NOT RUN rather than judged.
      ***********************************************************************
       Attach-Test.
           move spaces to drill-result.
           move drill-instance to CRED-KEY.
           call "credload" using CRED-REQUEST.
           if CRED-FOUND-SW not equal "Y"
              display "no vault credentials for ", drill-instance,
                 " -- drill not run"
              move "NOT RUN" to drill-result
              perform Raise-Not-Run thru End-Raise-Not-Run
              go to End-Attach-Test.

           move drill-instance to db2instc.
           move 0 to db2instc-len.
           inspect db2instc tallying db2instc-len
              for characters before initial " ".
           move CRED-USERID to usr-name.
           move 0 to usr-name-len.
           inspect usr-name tallying usr-name-len
              for characters before initial " ".
           move CRED-PASSWD to passwd.
           move 0 to passwd-len.
           inspect passwd tallying passwd-len
              for characters before initial " ".

      **********************
      * ATTACH TO INSTANCE *
      **********************
           call "sqlgatin" using
                                 by value     passwd-len
                                 by value     usr-name-len
                                 by value     db2instc-len
                                 by reference sqlca
                                 by reference passwd
                                 by reference usr-name
                                 by reference db2instc
                           returning rc.
           if sqlcode not equal 0
              display "attach to ", drill-instance,
                 " failed -- drill not run"
              move "NOT RUN" to drill-result
              perform Raise-Not-Run thru End-Raise-Not-Run.
           move "ATTACH FOR DRILL" to errloc.
           call "checkerr" using SQLCA errloc.
       End-Attach-Test. exit.

       Restore-Scratch.
           set DB2-PI-RST-SOURCE-DB of DB2G-RESTORE-STRUCT
              to address of drill-source.
           move drill-source-len
              to DB2-I-RST-SOURCE-LEN of DB2G-RESTORE-STRUCT.
           set DB2-PI-RST-TARGET-DB of DB2G-RESTORE-STRUCT
              to address of drill-scratch.
           move drill-scratch-len
              to DB2-I-RST-TARGET-LEN of DB2G-RESTORE-STRUCT.
           set DB2-PI-RST-SOURCE-DIR of DB2G-RESTORE-STRUCT
              to address of source-dir.
           move source-dir-len
              to DB2-I-RST-DIR-LEN of DB2G-RESTORE-STRUCT.
           move drill-image-ts
              to DB2-I-RST-TIMESTAMP of DB2G-RESTORE-STRUCT.

      *******************************
      * RESTORE DATABASE API called *
      *******************************
           call "db2gRestore" using
                             by value     db2Version820
                             by reference DB2G-RESTORE-STRUCT
                             by reference sqlca
                           returning rc.
           if sqlcode is less than 0
              move sqlca to restore-sqlca
              set restore-failed to true
              move sqlcode to sqlcode-disp
              move "UNRESTORABLE" to drill-result
              move spaces to drill-detail
              string "restore failed sqlcode=" delimited by size
                     sqlcode-disp              delimited by size
                     into drill-detail
              go to End-Restore-Scratch.

           set scratch-restored to true.
           move "RESTORE FOR DRILL" to errloc.
           call "checkerr" using SQLCA errloc.
       End-Restore-Scratch. exit.

      ***********************************************************************
      * Rollforward-Scratch brings a copy restored from an online image
      * out of roll-forward pending state -- to the end of the logs,
      * which the restored configuration retrieves from the archive.
      * An image whose logs cannot be applied is as unrestorable as
      * one that will not restore.
      ***********************************************************************
       Rollforward-Scratch.
           set DB2-PI-RFW-DB-ALIAS of DB2G-ROLLFORWARD-STRUCT
              to address of drill-scratch.
           move drill-scratch-len
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
           if sqlcode is less than 0
              move sqlca to restore-sqlca
              set restore-failed to true
              move sqlcode to sqlcode-disp
              move "UNRESTORABLE" to drill-result
              move spaces to drill-detail
              string "roll-forward failed sqlcode=" delimited by size
                     sqlcode-disp                   delimited by size
                     into drill-detail
              go to End-Rollforward-Scratch.

           move "ROLLFORWARD FOR DRILL" to errloc.
           call "checkerr" using SQLCA errloc.
       End-Rollforward-Scratch. exit.

      ***********************************************************************
      * Check-Connect proves the restored copy opens: a connect and a
      * catalog query are scripted and run through the command
      * processor, the way tstrfrsh.cbl applies its test config.  A
      * return code of 4 or worse means the copy cannot be used.
      ***********************************************************************
       Check-Connect.
           open output sql-script.
           move spaces to sql-line.
           string "CONNECT TO "  delimited by size
                  drill-scratch  delimited by space
                  ";"            delimited by size
                  into sql-line.
           write sql-script-rec from sql-line.
           move "SELECT COUNT(*) FROM SYSCAT.TABLES;" to sql-line.
           write sql-script-rec from sql-line.
           move "CONNECT RESET;" to sql-line.
           write sql-script-rec from sql-line.
           close sql-script.

           move "db2 -tf RSTDRILL.SQL" to run-command.
           call "SYSTEM" using run-command.
           move RETURN-CODE to child-retcode.
           if child-retcode is greater than 255
              divide child-retcode by 256 giving child-retcode.
           move 0 to RETURN-CODE.

           if child-retcode is less than 4
              move "VERIFIED" to drill-result
              move "restored and connected" to drill-detail
           else
              move child-retcode to retcode-disp
              move "UNRESTORABLE" to drill-result
              move spaces to drill-detail
              string "restored, connect check rc=" delimited by size
                     retcode-disp                  delimited by size
                     into drill-detail.
       End-Check-Connect. exit.

      ***********************************************************************
      * Drop-Scratch drops the scratch copy on the test instance --
      * after a failed restore too, since a half-built database may
      * have been left behind.
      ***********************************************************************
       Drop-Scratch.

      ****************************
      * DROP DATABASE API called *
      ****************************
           call "sqlgdrpd" using
                                 by value     reserved1
                                 by value     drill-scratch-len
                                 by reference sqlca
                                 by value     reserved2
                                 by reference drill-scratch
                           returning rc.
           if scratch-restored
              move "DROP DRILL SCRATCH" to errloc
              call "checkerr" using SQLCA errloc.
       End-Drop-Scratch. exit.

       Detach-Test.
           call "sqlgdtin" using
                                 by reference sqlca
                           returning rc.
           move "DETACH FROM INSTANCE" to errloc.
           call "checkerr" using SQLCA errloc.
       End-Detach-Test. exit.

      ***********************************************************************
      * Record-Evidence appends the drill's verdict to RSTEVID.DAT and
      * the operations audit trail; an unrestorable image also raises
      * a CRITICAL and ends the run with condition code 8.
      ***********************************************************************
       Record-Evidence.
           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           move spaces to evidence-rec.
           move now-ts         to ev-timestamp.
           move drill-source   to ev-dbname.
           move drill-image-ts to ev-image-ts.
           move drill-from     to ev-source.
           move drill-result   to ev-result.
           move drill-instance to ev-instance.
           move drill-scratch  to ev-scratch.
           move drill-detail   to ev-detail.
           open extend evidence-file.
           if evidence-fs equal "35"
              open output evidence-file.
           write evidence-rec.
           close evidence-file.

           move "BATCH" to AUD-OPERATOR.
           move "RESTORE DRILL" to AUD-ACTION.
           move drill-source to AUD-TARGET.
           move drill-result to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.

           if drill-result not equal "UNRESTORABLE"
              go to End-Record-Evidence.

           move "rstdrill" to ALERT-SOURCE.
           move "CRITICAL" to ALERT-SEVERITY.
           move spaces to ALERT-KEY.
           string drill-source delimited by space
                  " DRILL"     delimited by size
                  into ALERT-KEY.
           move spaces to ALERT-TEXT.
           string "image "       delimited by size
                  drill-image-ts delimited by size
                  " UNRESTORABLE: " delimited by size
                  drill-detail   delimited by size
                  into ALERT-TEXT.
           call "alertq" using ALERT-AREA.
           move 8 to RETURN-CODE.
       End-Record-Evidence. exit.

       Raise-Not-Run.
           move "rstdrill" to ALERT-SOURCE.
           move "WARNING" to ALERT-SEVERITY.
           move spaces to ALERT-KEY.
           string drill-source delimited by space
                  " DRILL"     delimited by size
                  into ALERT-KEY.
           move spaces to ALERT-TEXT.
           string "restore drill not run -- cannot attach to "
                     delimited by size
                  drill-instance delimited by space
                  into ALERT-TEXT.
           call "alertq" using ALERT-AREA.
       End-Raise-Not-Run. exit.
