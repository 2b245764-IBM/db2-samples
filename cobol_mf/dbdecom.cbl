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
      ** SOURCE FILE NAME: dbdecom.cbl
      **
      ** SAMPLE: Database decommission with final backup and full
      **         deregistration
      **
      **         A retired database used to linger everywhere --
      **         still catalogued, still in DBSNAP.LST, still paged on
      **         by the monitors and counted by the SLA report.  This
      **         driver retires one database, in order:
      **
      **           1 BACKUP    a final OFFLINE image, recorded in
      **                       BACKUP.HIS and catalogued through
      **                       bkcatlg.cbl under the FINAL retention
      **                       class, which bkexpire.cbl never expires
      **           2 VERIFY    the image is restored into the scratch
      **                       database on the test instance named in
      **                       RSTDRILL.CTL, connected to, and dropped,
      **                       the way rstdrill.cbl drills images; the
      **                       verdict goes to RSTEVID.DAT.  An image
      **                       that will not restore sends the run
      **                       back to step 1 on the next attempt
      **           3 UNCATALOG the database, and every DCS directory
      **                       entry whose local name is the database
      **           4 CONTROL   every line naming the database is taken
      **                       out of the control files the coverage
      **                       reconciliation (ctlcover.cbl) knows --
      **                       SITEPARM.CFG, SLATARG.CTL, MONTHRES.POL,
      **                       DBSNAP.LST, DBCAT.CTL, DIRREG.DAT,
      **                       CREDVLT.DAT, and DCSALT.CFG
      **           5 OWNER     its DBOWNER.CTL line is kept for the
      **                       history but marked RETIRED in the tier
      **                       column
      **
      **         The run needs a two-person approval: the first run
      **         queues a DECOMMISSION request in apprq.cbl, and only
      **         once a second operator has approved it (appraprv.cbl)
      **         does the next run start work.  The operator must also
      **         hold the UNCAT class in opsauth.cbl.  Each completed
      **         step -- and inside step 4 each control file -- is
      **         checkpointed to DECOMCKP.DAT with the approval it ran
      **         under, so an interrupted run is simply re-run for the
      **         same database and resumes with the next step without
      **         asking for a fresh approval; no other database can be
      **         decommissioned while a checkpoint is open.
      **
      **         Once approved, the database is claimed exclusively in
      **         the operation lock registry (oplock.cbl) for the
      **         whole run -- backup, verification, uncatalog, and
      **         control-file removal -- so no maintenance, backup,
      **         or restore can work it meanwhile; a database another
      **         run holds is refused with the holder named, and the
      **         step simply resumes on the next run.
      **
      **         Everything taken out is appended to DECOMM.DAT as it
      **         is removed (a vault line by its key only, never its
      **         secret), and the last step prints the closing
      **         certificate DECOMM.RPT for the change record: who
      **         asked, who approved, the final image and its
      **         verification, and exactly what was removed or
      **         marked, file by file.  A DEFAULTDB line in
      **         SITEPARM.CFG naming the database is not removed but
      **         called out on the certificate for the operator.
      **
      ** DB2 APIs USED:
      **         db2gBackup  -- BACKUP DATABASE
      **         sqlgatin    -- ATTACH TO INSTANCE
      **         db2gRestore -- RESTORE DATABASE
      **         sqlgdrpd    -- DROP DATABASE (the scratch copy)
      **         sqlgdtin    -- DETACH FROM INSTANCE
      **         sqlguncd    -- UNCATALOG DATABASE
      **         sqlggdsc / sqlggdgt / sqlggdcl -- DCS DIRECTORY SCAN
      **         sqlggdel    -- UNCATALOG DCS DATABASE
      **
      ** INPUT FILES:  RSTDRILL.CTL (test instance and scratch name)
      **               CREDVLT.DAT  (vault credentials, via credload)
      ** INPUT/OUTPUT FILES: DECOMCKP.DAT (step checkpoint)
      **               DECOMM.DAT   (removal log, appended)
      **               the control files listed above, DBOWNER.CTL
      ** OUTPUT FILES: BACKUP.HIS   (backup history, appended)
      **               BKCATLG.DAT  (backup image catalog, via bkcatlg)
      **               RSTEVID.DAT  (restore evidence, appended)
      **               DECOMM.RPT   (closing certificate)
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
       Program-Id. "dbdecom".

       Environment Division.
       Input-Output Section.
       File-Control.
           select checkpoint-file assign to "DECOMCKP.DAT"
               organization is line sequential
               file status is checkpoint-fs.
           select removal-log assign to "DECOMM.DAT"
               organization is line sequential
               file status is removal-fs.
           select work-file assign to dynamic work-file-name
               organization is line sequential
               file status is work-fs.
           select owner-file assign to "DBOWNER.CTL"
               organization is line sequential
               file status is owner-fs.
           select backup-history assign to "BACKUP.HIS"
               organization is line sequential
               file status is backup-fs.
           select drill-ctl assign to "RSTDRILL.CTL"
               organization is line sequential
               file status is drill-fs.
           select evidence-file assign to "RSTEVID.DAT"
               organization is line sequential
               file status is evidence-fs.
           select sql-script assign to "DECOMM.SQL"
               organization is line sequential.
           select cert-rpt assign to "DECOMM.RPT"
               organization is line sequential.

       Data Division.
       File Section.
       FD  checkpoint-file.
       01  checkpoint-rec.
           05 ck-dbname        pic x(8).
           05 filler           pic x.
           05 ck-step          pic 9.
           05 filler           pic x.
           05 ck-file          pic 9.
           05 filler           pic x.
           05 ck-requester     pic x(8).
           05 filler           pic x.
           05 ck-decider       pic x(8).
           05 filler           pic x.
           05 ck-started       pic x(17).
           05 filler           pic x.
           05 ck-image-ts      pic x(17).
           05 filler           pic x.
           05 ck-verdict       pic x(12).

       FD  removal-log.
       01  removal-rec.
           05 rm-dbname        pic x(8).
           05 filler           pic x.
           05 rm-started       pic x(17).
           05 filler           pic x.
           05 rm-step          pic x(9).
           05 filler           pic x.
           05 rm-file          pic x(14).
           05 filler           pic x.
           05 rm-detail        pic x(80).

       FD  work-file.
       01  work-rec            pic x(132).

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

       FD  backup-history.
       01  backup-history-rec.
           05 bh-dbname       pic x(18).
           05 filler          pic x(2).
           05 bh-timestamp    pic x(17).
           05 filler          pic x(2).
           05 bh-outcome      pic x(8).
           05 filler          pic x(2).
           05 bh-sqlcode      pic -(9)9.
           05 filler          pic x(2).
           05 bh-type         pic x(8).

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

       FD  sql-script.
       01  sql-script-rec     pic x(132).

       FD  cert-rpt.
       01  cert-rpt-rec       pic x(132).

       Working-Storage Section.

       copy "sqlenv.cbl".
       copy "sqlca.cbl".
       copy "db2ApiDf.cbl".
       copy "sqlsitep.cbl".
       copy "sqlauth.cbl".
       copy "sqlapprq.cbl".
       copy "sqlaudit.cbl".
       copy "sqlbkcat.cbl".
       copy "sqlcred.cbl".
       copy "sqloplk.cbl".

      * Local Variables
       77 rc                  pic s9(9) comp-5.
       77 errloc              pic x(80).
       77 operator-id         pic x(8).
       77 lock-held-sw        pic x value "N".
           88 lock-held           value "Y".
       77 lock-retcode        pic s9(9) comp-5.
       77 audit-sqlcode-disp  pic -(6)9.
       77 sqlcode-disp        pic -(9)9.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

      * the database being retired
       77 DBNAME              pic x(8)  value spaces.
       77 alias-len           pic 9(4) comp-5 value 0.
       77 db-len              pic 9(4) comp-5 value 0.

      * DB2 answers "alias not in the directory" once the database has
      * been uncatalogued -- on a resumed run that step is already done
       77 not-catalogued      pic s9(9) comp-5 value -1013.

      * step checkpoint
       77 checkpoint-fs       pic xx.
       77 last-step           pic 9 value 0.
       77 last-file           pic 9 value 0.
       77 resume-sw           pic x value "N".
           88 resuming            value "Y".
       77 decom-requester     pic x(8).
       77 decom-decider       pic x(8).
       77 decom-started       pic x(17).
       77 decom-image-ts      pic x(17).
       77 decom-verdict       pic x(12).

      * removal log and the step writing to it
       77 removal-fs          pic xx.
       77 removal-step        pic x(9).
       77 removal-file        pic x(14).
       77 removal-detail      pic x(80).
       77 removal-count       pic 9(4) comp-5 value 0.

      * the control files a database is taken out of, with where its
      * name sits on each line (column, length) -- the positions
      * ctlcover.cbl reads them at
       01 control-file-names.
          05 filler pic x(14) value "SITEPARM.CFG".
          05 filler pic x(14) value "SLATARG.CTL".
          05 filler pic x(14) value "MONTHRES.POL".
          05 filler pic x(14) value "DBSNAP.LST".
          05 filler pic x(14) value "DBCAT.CTL".
          05 filler pic x(14) value "DIRREG.DAT".
          05 filler pic x(14) value "CREDVLT.DAT".
          05 filler pic x(14) value "DCSALT.CFG".
       01 control-file-table redefines control-file-names.
          05 control-file occurs 8 times pic x(14).
       77 control-files       pic 9 value 8.
       77 file-idx            pic 9.
       77 work-fs             pic xx.
       77 work-file-name      pic x(14).
       77 line-count          pic 9(4) comp-5 value 0.
       77 line-idx            pic 9(4) comp-5.
       77 line-over-sw        pic x.
           88 file-too-long       value "Y".
       01 line-table.
          05 line-entry occurs 500 times pic x(132).
       01 line-keep-table.
          05 line-keep occurs 500 times pic x.
       77 file-removed        pic 9(4) comp-5.
       77 line-name           pic x(18).

      * owner marking
       77 owner-fs            pic xx.
       77 marked-count        pic 9(4) comp-5 value 0.

      * final backup
       77 backup-fs           pic xx.
       77 backup-target       pic x(40) value "backup".
       77 backup-target-len   pic 9(4) comp-5 value 6.
       77 backup-date         pic 9(8).
       77 backup-time         pic 9(8).
       77 decom-source        pic x(18).
       77 decom-source-len    pic 9(4) comp-5.

      * verification restore, as rstdrill.cbl runs it
       77 drill-fs            pic xx.
       77 evidence-fs         pic xx.
       77 drill-instance      pic x(18).
       77 drill-scratch       pic x(8).
       77 drill-scratch-len   pic s9(4) comp-5.
       77 drill-detail        pic x(40).
       77 restored-sw         pic x.
           88 scratch-restored    value "Y".
       77 attached-sw         pic x.
           88 test-attached       value "Y".
       77 source-dir          pic x(40) value "backup".
       77 source-dir-len      pic 9(4) comp-5 value 6.
       77 reserved1           pic 9(4)  comp-5 value 0.
       77 reserved2           pic s9(4) comp-5 value 0.
       01 inst.
          05 db2instc-len     pic s9(4) comp-5 value 0.
          05 db2instc         pic x(18).
       01 usr.
          05 usr-name-len     pic s9(4) comp-5 value 0.
          05 usr-name         pic x(18).
       01 pass.
          05 passwd-len       pic s9(4) comp-5 value 0.
          05 passwd           pic x(18).
       77 run-command         pic x(40).
       77 child-retcode       pic s9(9) comp-5.
       77 retcode-disp        pic -(4)9.
       01 sql-line            pic x(132).

      * DCS entries whose local name is the database
       77 dbcount             pic 9(4) comp-5.
       77 cbl-count           pic 9(4) comp-5.
       77 dcs-idx             pic 9(4) comp-5.
       77 dcs-count           pic 9(4) comp-5 value 0.
       01 dcs-table.
          05 dcs-entry occurs 20 times.
             10 dt-tdb        pic x(18).
             10 dt-ar         pic x(8).

      * the closing certificate
       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).
       77 count-disp          pic z(3)9.
       01 cert-line           pic x(132).

      * Variables for the suite-wide training mode (SITEPARM.CFG
      * keyword TRAINING): destructive API calls are simulated with
      * canned outcomes while the logging and audit paths still run
       01 train-time-parts.
          05 tr-hh            pic 99.
          05 tr-mm            pic 99.
          05 tr-ss            pic 99.
          05 tr-cc            pic 99.

       Procedure Division.
       dbdecom-pgm section.

           display "Sample COBOL Program : DBDECOM.CBL".

           call "siteparm" using SITEPARM-AREA.
           if SITE-TRAINING-SW equal "Y"
              display "*** TRAINING MODE -- DB2 calls are simulated",
                 " ***".

           display "enter operator id : " with no advancing.
           accept operator-id.

           display "database to decommission : " with no advancing.
           accept DBNAME.
           if DBNAME equal spaces
              display "no database name given -- nothing retired"
              go to end-dbdecom.
           move 0 to alias-len.
           inspect DBNAME tallying alias-len for characters
              before initial " ".
           move DBNAME to decom-source.
           move alias-len to decom-source-len.

           perform Load-Checkpoint thru End-Load-Checkpoint.
           if checkpoint-fs equal "99"
              go to end-dbdecom.

           move operator-id to AUTH-OPERATOR.
           move "UNCAT" to AUTH-CLASS.
           call "opsauth" using OPSAUTH-AREA.
           if AUTH-ALLOWED-SW not equal "Y"
              display "operator ", operator-id,
                 " is not authorized for UNCAT -- refused"
              go to end-dbdecom.

      * a fresh decommission needs a second operator's approval; a
      * resumed one runs under the approval recorded at its start
           if not resuming
              perform Get-Approval thru End-Get-Approval
              if APR-STATUS not equal "APPROVED"
                 go to end-dbdecom
              end-if.

      * no other run may work the database while it is retired
           move "C" to OL-FUNCTION.
           move DBNAME to OL-TARGET.
           move "EXCL" to OL-CLASS.
           move operator-id to OL-OPERATOR.
           move "dbdecom" to OL-PROGRAM.
           call "oplock" using OPLOCK-AREA.
           if OL-STATUS equal "REFUSED"
              display DBNAME, " is held ", OL-HOLDER-CLASS,
                 " by ", OL-HOLDER-PROGRAM, " for ",
                 OL-HOLDER-OPERATOR, " since ", OL-HOLDER-SINCE
              display "decommission not run -- run it again once ",
                 "the hold is released"
              move operator-id to AUD-OPERATOR
              move "DECOMMISSION" to AUD-ACTION
              move DBNAME to AUD-TARGET
              move "LOCK REFUSED" to AUD-OUTCOME
              call "opsaudit" using OPSAUDIT-AREA
              go to end-dbdecom.
           set lock-held to true.

           if last-step is less than 1
              perform Step-Backup thru End-Step-Backup.
           if last-step is less than 2
              perform Step-Verify thru End-Step-Verify
              if last-step is less than 2
                 go to end-dbdecom
              end-if.
           if last-step is less than 3
              perform Step-Uncatalog thru End-Step-Uncatalog.
           if last-step is less than 4
              perform Step-Control thru End-Step-Control
              if last-step is less than 4
                 go to end-dbdecom
              end-if.
           if last-step is less than 5
              perform Step-Owner thru End-Step-Owner.

           perform Write-Certificate thru End-Write-Certificate.

      * every step is done -- the checkpoint is cleared so the next
      * decommission starts from its own approval
           open output checkpoint-file.
           close checkpoint-file.

           move operator-id to AUD-OPERATOR.
           move "DECOMMISSION" to AUD-ACTION.
           move DBNAME to AUD-TARGET.
           move "COMPLETE" to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.

           display "database ", DBNAME, " decommissioned -- ",
              "certificate in DECOMM.RPT".

       end-dbdecom.
           perform Release-Decom-Lock thru End-Release-Decom-Lock.
           stop run.

      * the claim is given back once, leaving the run's condition code
      * as it was; checkerr's fatal path ends the run, so the lock goes
      * before it
       Release-Decom-Lock.
           if not lock-held
              go to End-Release-Decom-Lock.
           move RETURN-CODE to lock-retcode.
           move "R" to OL-FUNCTION.
           move DBNAME to OL-TARGET.
           move "dbdecom" to OL-PROGRAM.
           call "oplock" using OPLOCK-AREA.
           move lock-retcode to RETURN-CODE.
           move "N" to lock-held-sw.
       End-Release-Decom-Lock. exit.

      ***********************************************************************
      * Load-Checkpoint reads DECOMCKP.DAT.  A missing or empty file
      * means no decommission is open.  An open checkpoint for this
      * database resumes it; one for any other database refuses the
      * run (checkpoint-fs is set to "99").
      ***********************************************************************
       Load-Checkpoint.
           move "N" to resume-sw.
           move 0 to last-step.
           move 0 to last-file.
           move spaces to decom-image-ts.
           move spaces to decom-verdict.
           open input checkpoint-file.
           if checkpoint-fs equal "35"
              go to End-Load-Checkpoint.

           read checkpoint-file
               at end
                  close checkpoint-file
                  go to End-Load-Checkpoint
           end-read.
           close checkpoint-file.

           if ck-dbname equal spaces
              go to End-Load-Checkpoint.

           if ck-dbname not equal DBNAME
              display "the decommission of ", ck-dbname, " was ",
                 "interrupted -- run again for ", ck-dbname,
                 " to finish it first"
              move "99" to checkpoint-fs
              go to End-Load-Checkpoint.

           move "Y" to resume-sw.
           if ck-step numeric
              move ck-step to last-step.
           if ck-file numeric
              move ck-file to last-file.
           move ck-requester to decom-requester.
           move ck-decider   to decom-decider.
           move ck-started   to decom-started.
           move ck-image-ts  to decom-image-ts.
           move ck-verdict   to decom-verdict.
           display "resuming the decommission of ", DBNAME,
              " after step ", last-step, " (approved by ",
              decom-decider, ")".
       End-Load-Checkpoint. exit.

       Save-Checkpoint.
           move spaces to checkpoint-rec.
           move DBNAME          to ck-dbname.
           move last-step       to ck-step.
           move last-file       to ck-file.
           move decom-requester to ck-requester.
           move decom-decider   to ck-decider.
           move decom-started   to ck-started.
           move decom-image-ts  to ck-image-ts.
           move decom-verdict   to ck-verdict.
           open output checkpoint-file.
           write checkpoint-rec.
           close checkpoint-file.
       End-Save-Checkpoint. exit.

      ***********************************************************************
      * Get-Approval presents the DECOMMISSION request to the
      * two-person approval queue.  An approved request is consumed
      * and recorded in a fresh checkpoint, which is what lets an
      * interrupted run resume without a second approval.
      ***********************************************************************
       Get-Approval.
           move operator-id to APR-REQUESTER.
           move "DECOMMISSION" to APR-ACTION.
           move DBNAME to APR-TARGET.
           call "apprq" using APPRQ-AREA.

           move operator-id to AUD-OPERATOR.
           move "DECOMM APPROVAL" to AUD-ACTION.
           move DBNAME to AUD-TARGET.
           move APR-STATUS to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.

           if APR-STATUS equal "QUEUED"
              display "request queued for second-operator approval",
                 " -- re-run once it is approved (appraprv)"
              go to End-Get-Approval.
           if APR-STATUS not equal "APPROVED"
              display "two-person approval answered ", APR-STATUS,
                 " -- decommission refused"
              go to End-Get-Approval.

           perform Stamp-Now thru End-Stamp-Now.
           move operator-id to decom-requester.
           move APR-DECIDER to decom-decider.
           move now-ts to decom-started.
           move 0 to last-step.
           move 0 to last-file.
           perform Save-Checkpoint thru End-Save-Checkpoint.
       End-Get-Approval. exit.

      ***********************************************************************
      * Step-Backup takes the final OFFLINE image, records it in
      * BACKUP.HIS, and catalogs it under the FINAL retention class.
      ***********************************************************************
       Step-Backup.
           display "taking the final backup of ", DBNAME, " ...".
           set DB2-PI-BKP-DB-ALIAS of DB2G-BACKUP-STRUCT
              to address of decom-source.
           move decom-source-len
              to DB2-I-BKP-ALIAS-LEN of DB2G-BACKUP-STRUCT.
           set DB2-PI-BKP-TARGET of DB2G-BACKUP-STRUCT
              to address of backup-target.
           move backup-target-len
              to DB2-I-BKP-TARGET-LEN of DB2G-BACKUP-STRUCT.
           move DB2BACKUP-OFFLINE
              to DB2-I-BKP-OPTIONS of DB2G-BACKUP-STRUCT.

           if SITE-TRAINING-SW equal "Y"
              perform Train-Canned-Outcome
                 thru End-Train-Canned-Outcome
           else
      ******************************
      * BACKUP DATABASE API called *
      ******************************
           call "db2gBackup" using
                             by value     db2Version820
                             by reference DB2G-BACKUP-STRUCT
                             by reference sqlca
                           returning rc
           end-call.

           accept backup-date from date yyyymmdd.
           accept backup-time from time.
           move spaces to backup-history-rec.
           move DBNAME to bh-dbname.
           string backup-date delimited by size
                  "-"         delimited by size
                  backup-time delimited by size
                  into bh-timestamp.
           move sqlcode to bh-sqlcode.
           move "OFFLINE" to bh-type.
           if sqlcode equal 0
              move "OK" to bh-outcome
           else
              move "FAILED" to bh-outcome.

           open extend backup-history.
           if backup-fs equal "35"
              open output backup-history.
           write backup-history-rec.
           close backup-history.

           move "DECOMM BACKUP" to AUD-ACTION.
           move DBNAME to AUD-TARGET.
           perform Record-Audit thru End-Record-Audit.

           move "FINAL BACKUP" to errloc.
           if sqlcode is less than 0
              perform Release-Decom-Lock thru End-Release-Decom-Lock.
           call "checkerr" using SQLCA errloc.

      * the final image is kept for good: the FINAL class is never
      * aged out by bkexpire.cbl
           move spaces to BKCAT-AREA.
           move DBNAME        to BKC-DBNAME.
           move bh-timestamp  to BKC-TIMESTAMP.
           move backup-target to BKC-TARGET.
           move DB2-O-BKP-TIMESTAMP of DB2G-BACKUP-STRUCT
              to BKC-IMAGE-TS.
           move DB2-O-BKP-SIZE of DB2G-BACKUP-STRUCT to BKC-SIZE.
           move "OFFLINE" to BKC-TYPE.
           move "FINAL"   to BKC-CLASS.
           call "bkcatlg" using BKCAT-AREA.

           move bh-timestamp to decom-image-ts.
           move spaces to decom-verdict.
           move 1 to last-step.
           perform Save-Checkpoint thru End-Save-Checkpoint.
           display "step 1 BACKUP complete -- image ", decom-image-ts.
       End-Step-Backup. exit.

      ***********************************************************************
      * Step-Verify restores the final image into the scratch database
      * on the test instance, checks a connection, and drops the
      * scratch copy, as rstdrill.cbl does.  The verdict is appended to
      * RSTEVID.DAT.  Without a test instance the step cannot be done
      * and the run stops; an unrestorable image sends the checkpoint
      * back to step 0 so the next run takes a fresh final image.
      ***********************************************************************
       Step-Verify.
           perform Load-Drill-Ctl thru End-Load-Drill-Ctl.
           if drill-instance equal spaces
              display "RSTDRILL.CTL names no test instance -- the ",
                 "final image cannot be verified; decommission ",
                 "stopped after step 1"
              go to End-Step-Verify.

           display "verifying image ", decom-image-ts, " on ",
              drill-instance, " as ", drill-scratch.

           move "N" to restored-sw.
           move spaces to decom-verdict.
           move spaces to drill-detail.
           perform Attach-Test thru End-Attach-Test.
           if not test-attached
              display "cannot attach to ", drill-instance,
                 " -- decommission stopped after step 1"
              go to End-Step-Verify.

           perform Restore-Scratch thru End-Restore-Scratch.
           if scratch-restored
              perform Check-Connect thru End-Check-Connect.
           perform Record-Evidence thru End-Record-Evidence.
           perform Drop-Scratch thru End-Drop-Scratch.
           perform Detach-Test thru End-Detach-Test.

           if decom-verdict not equal "VERIFIED"
              display "final image ", decom-image-ts, " is ",
                 decom-verdict, " (", drill-detail, ") -- ",
                 "the next run takes a fresh final backup"
              move 0 to last-step
              move spaces to decom-image-ts
              perform Save-Checkpoint thru End-Save-Checkpoint
              go to End-Step-Verify.

           move 2 to last-step.
           perform Save-Checkpoint thru End-Save-Checkpoint.
           display "step 2 VERIFY complete".
       End-Step-Verify. exit.

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

       Attach-Test.
           move "N" to attached-sw.
           if SITE-TRAINING-SW equal "Y"
              move "Y" to attached-sw
              go to End-Attach-Test.

           move drill-instance to CRED-KEY.
           call "credload" using CRED-REQUEST.
           if CRED-FOUND-SW not equal "Y"
              display "no vault credentials for ", drill-instance
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
           if sqlcode equal 0
              move "Y" to attached-sw.
       End-Attach-Test. exit.

       Restore-Scratch.
           set DB2-PI-RST-SOURCE-DB of DB2G-RESTORE-STRUCT
              to address of decom-source.
           move decom-source-len
              to DB2-I-RST-SOURCE-LEN of DB2G-RESTORE-STRUCT.
           set DB2-PI-RST-TARGET-DB of DB2G-RESTORE-STRUCT
              to address of drill-scratch.
           move drill-scratch-len
              to DB2-I-RST-TARGET-LEN of DB2G-RESTORE-STRUCT.
           set DB2-PI-RST-SOURCE-DIR of DB2G-RESTORE-STRUCT
              to address of source-dir.
           move source-dir-len
              to DB2-I-RST-DIR-LEN of DB2G-RESTORE-STRUCT.
           move decom-image-ts
              to DB2-I-RST-TIMESTAMP of DB2G-RESTORE-STRUCT.

           if SITE-TRAINING-SW equal "Y"
              perform Train-Canned-Outcome
                 thru End-Train-Canned-Outcome
           else
      *******************************
      * RESTORE DATABASE API called *
      *******************************
           call "db2gRestore" using
                             by value     db2Version820
                             by reference DB2G-RESTORE-STRUCT
                             by reference sqlca
                           returning rc
           end-call.
           if sqlcode is less than 0
              move sqlcode to sqlcode-disp
              move "UNRESTORABLE" to decom-verdict
              move spaces to drill-detail
              string "restore failed sqlcode=" delimited by size
                     sqlcode-disp              delimited by size
                     into drill-detail
              go to End-Restore-Scratch.

           set scratch-restored to true.
       End-Restore-Scratch. exit.

      ***********************************************************************
      * Check-Connect proves the restored copy opens, scripting a
      * connect and a catalog query through the command processor.
      ***********************************************************************
       Check-Connect.
           if SITE-TRAINING-SW equal "Y"
              move "VERIFIED" to decom-verdict
              move "restored and connected" to drill-detail
              go to End-Check-Connect.

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

           move "db2 -tf DECOMM.SQL" to run-command.
           call "SYSTEM" using run-command.
           move RETURN-CODE to child-retcode.
           if child-retcode is greater than 255
              divide child-retcode by 256 giving child-retcode.
           move 0 to RETURN-CODE.

           if child-retcode is less than 4
              move "VERIFIED" to decom-verdict
              move "restored and connected" to drill-detail
           else
              move child-retcode to retcode-disp
              move "UNRESTORABLE" to decom-verdict
              move spaces to drill-detail
              string "restored, connect check rc=" delimited by size
                     retcode-disp                  delimited by size
                     into drill-detail.
       End-Check-Connect. exit.

       Drop-Scratch.
           if SITE-TRAINING-SW equal "Y"
              go to End-Drop-Scratch.

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
       End-Drop-Scratch. exit.

       Detach-Test.
           if SITE-TRAINING-SW equal "Y"
              go to End-Detach-Test.

           call "sqlgdtin" using
                                 by reference sqlca
                           returning rc.
       End-Detach-Test. exit.

       Record-Evidence.
           perform Stamp-Now thru End-Stamp-Now.
           move spaces to evidence-rec.
           move now-ts         to ev-timestamp.
           move DBNAME         to ev-dbname.
           move decom-image-ts to ev-image-ts.
           move "DECOMM"       to ev-source.
           move decom-verdict  to ev-result.
           move drill-instance to ev-instance.
           move drill-scratch  to ev-scratch.
           move drill-detail   to ev-detail.
           open extend evidence-file.
           if evidence-fs equal "35"
              open output evidence-file.
           write evidence-rec.
           close evidence-file.

           move operator-id to AUD-OPERATOR.
           move "DECOMM VERIFY" to AUD-ACTION.
           move DBNAME to AUD-TARGET.
           move decom-verdict to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.
       End-Record-Evidence. exit.

      ***********************************************************************
      * Step-Uncatalog takes the DCS entries whose local name is the
      * database out of the DCS directory, then uncatalogs the
      * database itself.  On a resumed run an alias already gone from
      * the directory counts as done.
      ***********************************************************************
       Step-Uncatalog.
           move "UNCATALOG" to removal-step.
           perform Collect-Dcs-Entries thru End-Collect-Dcs-Entries.
           perform Uncatalog-One-Dcs thru End-Uncatalog-One-Dcs
               varying dcs-idx from 1 by 1
               until dcs-idx is greater than dcs-count.

           if SITE-TRAINING-SW equal "Y"
              perform Train-Canned-Outcome
                 thru End-Train-Canned-Outcome
           else
      *********************************
      * UNCATALOG DATABASE API called *
      *********************************
           call "sqlguncd" using
                                 by value       alias-len
                                 by reference   sqlca
                                 by reference   DBNAME
                           returning rc
           end-call.

           if sqlcode equal not-catalogued and resuming
              display DBNAME, " is already uncatalogued"
              move 0 to sqlcode
           else
              move "UNCATALOG DATABASE" to AUD-ACTION
              move DBNAME to AUD-TARGET
              perform Record-Audit thru End-Record-Audit
              move "UNCATALOG DATABASE" to errloc
              if sqlcode is less than 0
                 perform Release-Decom-Lock thru End-Release-Decom-Lock
              end-if
              call "checkerr" using SQLCA errloc
              move "(directory)" to removal-file
              move spaces to removal-detail
              string "database alias "  delimited by size
                     DBNAME             delimited by space
                     " uncatalogued"    delimited by size
                     into removal-detail
              perform Log-Removal thru End-Log-Removal.

           move 3 to last-step.
           move 0 to last-file.
           perform Save-Checkpoint thru End-Save-Checkpoint.
           display "step 3 UNCATALOG complete".
       End-Step-Uncatalog. exit.

      ***********************************************************************
      * Collect-Dcs-Entries scans the DCS directory (the sequence
      * dcscat.cbl's list-dcs uses) and keeps every entry whose local
      * database name is the one being retired.  The scan is closed
      * before anything is uncatalogued.
      ***********************************************************************
       Collect-Dcs-Entries.
           move 0 to dcs-count.
           if SITE-TRAINING-SW equal "Y"
              go to End-Collect-Dcs-Entries.

      **************************************
      * OPEN DCS DIRECTORY SCAN API called *
      **************************************
           call "sqlggdsc" using
                                 by reference sqlca
                                 by reference dbcount
                           returning rc.
           if sqlcode equal SQLE-RC-NO-ENTRY
              go to End-Collect-Dcs-Entries.
           move "opening the DCS directory scan" to errloc.
           if sqlcode is less than 0
              perform Release-Decom-Lock thru End-Release-Decom-Lock.
           call "checkerr" using SQLCA errloc.

           perform Collect-One-Dcs thru End-Collect-One-Dcs
               varying dcs-idx from 1 by 1
               until dcs-idx is greater than dbcount.

      ***************************************
      * CLOSE DCS DIRECTORY SCAN API called *
      ***************************************
           call "sqlggdcl" using
                                 by reference sqlca
                           returning rc.
       End-Collect-Dcs-Entries. exit.

       Collect-One-Dcs.
      *************************************
      * GET DCS DIRECTORY SCAN API called *
      *************************************
           move 1 to cbl-count.
           call "sqlggdgt" using
                                 by reference sqlca
                                 by reference cbl-count
                                 by reference SQL-DIR-ENTRY
                           returning rc.
           if sqlcode less than 0
              go to End-Collect-One-Dcs.

           if LDB of SQL-DIR-ENTRY equal DBNAME
              and dcs-count is less than 20
              add 1 to dcs-count
              move TDB of SQL-DIR-ENTRY to dt-tdb (dcs-count)
              move AR of SQL-DIR-ENTRY  to dt-ar (dcs-count).
       End-Collect-One-Dcs. exit.

       Uncatalog-One-Dcs.
           move spaces to SQL-DIR-ENTRY.
           move SQL-DCS-STR-ID to STRUCT-ID of SQL-DIR-ENTRY.
           move DBNAME to LDB of SQL-DIR-ENTRY.
           move dt-tdb (dcs-idx) to TDB of SQL-DIR-ENTRY.
           move dt-ar (dcs-idx) to AR of SQL-DIR-ENTRY.

      *************************************
      * UNCATALOG DCS DATABASE API called *
      *************************************
           call "sqlggdel" using
                                 by reference sqlca
                                 by reference SQL-DIR-ENTRY
                           returning rc.

           move "UNCATALOG DCS ENTRY" to AUD-ACTION.
           move DBNAME to AUD-TARGET.
           perform Record-Audit thru End-Record-Audit.

           move "uncataloging the DCS entry" to errloc.
           if sqlcode is less than 0
              perform Release-Decom-Lock thru End-Release-Decom-Lock.
           call "checkerr" using SQLCA errloc.

           move "(DCS dir)" to removal-file.
           move spaces to removal-detail.
           string "DCS entry "       delimited by size
                  DBNAME             delimited by space
                  " -> "             delimited by size
                  dt-tdb (dcs-idx)   delimited by space
                  " AR "             delimited by size
                  dt-ar (dcs-idx)    delimited by space
                  " uncatalogued"    delimited by size
                  into removal-detail.
           perform Log-Removal thru End-Log-Removal.
       End-Uncatalog-One-Dcs. exit.

      ***********************************************************************
      * Step-Control takes every line naming the database out of each
      * control file in turn, checkpointing after each file so a
      * resumed run picks up with the next one.  A file too long to
      * hold is left untouched and stops the step -- a control file
      * is never rewritten short.
      ***********************************************************************
       Step-Control.
           move "CONTROL" to removal-step.
           perform Clean-One-File thru End-Clean-One-File
               varying file-idx from 1 by 1
               until file-idx is greater than control-files
                  or file-too-long.

           if file-too-long
              display "decommission stopped in the CONTROL step -- ",
                 "run again once ", work-file-name, " is trimmed"
              go to End-Step-Control.

           move 4 to last-step.
           move 0 to last-file.
           perform Save-Checkpoint thru End-Save-Checkpoint.
           display "step 4 CONTROL complete".
       End-Step-Control. exit.

       Clean-One-File.
           move "N" to line-over-sw.
           if file-idx not greater than last-file
              go to End-Clean-One-File.

           move control-file (file-idx) to work-file-name.
           move 0 to line-count.
           move 0 to file-removed.
           open input work-file.
           if work-fs equal "35"
              go to Clean-File-Done.

           move "N" to file-eof.
           perform Load-One-Line thru End-Load-One-Line
               until no-more-records.
           close work-file.
           move "N" to file-eof.
           if file-too-long
              display work-file-name, " holds more than 500 lines"
              go to End-Clean-One-File.

           perform Judge-One-Line thru End-Judge-One-Line
               varying line-idx from 1 by 1
               until line-idx is greater than line-count.

           if file-removed is greater than 0
              open output work-file
              perform Save-One-Line thru End-Save-One-Line
                  varying line-idx from 1 by 1
                  until line-idx is greater than line-count
              close work-file
              perform Log-File-Removals thru End-Log-File-Removals
                  varying line-idx from 1 by 1
                  until line-idx is greater than line-count
              move operator-id to AUD-OPERATOR
              move "EDIT CONTROL FILE" to AUD-ACTION
              move work-file-name to AUD-TARGET
              move "DECOMMISSIONED" to AUD-OUTCOME
              call "opsaudit" using OPSAUDIT-AREA.

       Clean-File-Done.
           move file-removed to count-disp.
           display "  ", work-file-name, count-disp, " line(s) removed".
           move file-idx to last-file.
           perform Save-Checkpoint thru End-Save-Checkpoint.
       End-Clean-One-File. exit.

       Load-One-Line.
           read work-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Line
           end-read.
           if line-count is less than 500
              add 1 to line-count
              move work-rec to line-entry (line-count)
           else
              move "Y" to line-over-sw
              move "Y" to file-eof.
       End-Load-One-Line. exit.

      ***********************************************************************
      * Judge-One-Line marks a line for removal when it names the
      * database at the position ctlcover.cbl reads that file at.
      * Comment lines, MONTHRES.POL "*" policies, and the SITEPARM.CFG
      * DEFAULTDB line are kept; the last is called out instead.
      ***********************************************************************
       Judge-One-Line.
           move "Y" to line-keep (line-idx).
           move spaces to line-name.
           if line-entry (line-idx) equal spaces
              or line-entry (line-idx) (1:1) equal "*"
              go to End-Judge-One-Line.

           evaluate file-idx
              when 1
                 if line-entry (line-idx) (1:9) equal "DATABASE"
                    move line-entry (line-idx) (11:18) to line-name
                 end-if
                 if line-entry (line-idx) (1:9) equal "DEFAULTDB"
                    and line-entry (line-idx) (11:18) equal DBNAME
                    move "ATTENTION" to removal-step
                    move work-file-name to removal-file
                    move "DEFAULTDB names it -- reset it (sitemnt)"
                       to removal-detail
                    perform Log-Removal thru End-Log-Removal
                    move "CONTROL" to removal-step
                 end-if
              when 3
                 if line-entry (line-idx) (14:1) not equal "*"
                    move line-entry (line-idx) (14:8) to line-name
                 end-if
              when 5
                 move line-entry (line-idx) (1:8) to line-name
              when 6
                 if line-entry (line-idx) (1:4) equal "DB"
                    move line-entry (line-idx) (6:8) to line-name
                 end-if
              when 8
                 move line-entry (line-idx) (1:8) to line-name
              when other
                 move line-entry (line-idx) (1:18) to line-name
           end-evaluate.

           if line-name equal DBNAME
              move "N" to line-keep (line-idx)
              add 1 to file-removed.
       End-Judge-One-Line. exit.

       Save-One-Line.
           if line-keep (line-idx) equal "Y"
              move line-entry (line-idx) to work-rec
              write work-rec.
       End-Save-One-Line. exit.

      * a vault line is logged by its key alone -- the certificate must
      * never carry a credential
       Log-File-Removals.
           if line-keep (line-idx) equal "Y"
              go to End-Log-File-Removals.
           move work-file-name to removal-file.
           if file-idx equal 7
              move spaces to removal-detail
              string "vault entry "  delimited by size
                     DBNAME          delimited by space
                     " (credential not shown)" delimited by size
                     into removal-detail
           else
              move line-entry (line-idx) (1:80) to removal-detail.
           perform Log-Removal thru End-Log-Removal.
       End-Log-File-Removals. exit.

      ***********************************************************************
      * Step-Owner keeps the database's DBOWNER.CTL lines for the
      * history and marks them RETIRED in the tier column.
      ***********************************************************************
       Step-Owner.
           move "OWNER" to removal-step.
           move "DBOWNER.CTL" to removal-file.
           move 0 to line-count.
           move 0 to marked-count.
           move "N" to line-over-sw.
           open input owner-file.
           if owner-fs equal "35"
              go to Owner-Done.

           move "N" to file-eof.
           perform Load-One-Owner thru End-Load-One-Owner
               until no-more-records.
           close owner-file.
           move "N" to file-eof.
           if file-too-long
              display "DBOWNER.CTL holds more than 500 lines -- ",
                 "decommission stopped in the OWNER step"
              go to End-Step-Owner.

           if marked-count is greater than 0
              open output owner-file
              perform Save-One-Owner thru End-Save-One-Owner
                  varying line-idx from 1 by 1
                  until line-idx is greater than line-count
              close owner-file
              move operator-id to AUD-OPERATOR
              move "EDIT CONTROL FILE" to AUD-ACTION
              move "DBOWNER.CTL" to AUD-TARGET
              move "RETIRED" to AUD-OUTCOME
              call "opsaudit" using OPSAUDIT-AREA.

       Owner-Done.
           move 5 to last-step.
           perform Save-Checkpoint thru End-Save-Checkpoint.
           display "step 5 OWNER complete".
       End-Step-Owner. exit.

       Load-One-Owner.
           read owner-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Owner
           end-read.
           if line-count is not less than 500
              move "Y" to line-over-sw
              move "Y" to file-eof
              go to End-Load-One-Owner.

           if ow-dbname equal DBNAME
              and ow-crit not equal "RETIRED"
              add 1 to marked-count
              move spaces to removal-detail
              string "owner line kept, tier "  delimited by size
                     ow-crit                   delimited by space
                     " marked RETIRED (team "  delimited by size
                     ow-team                   delimited by space
                     ")"                       delimited by size
                     into removal-detail
              perform Log-Removal thru End-Log-Removal
              move "RETIRED" to ow-crit.

           add 1 to line-count.
           move owner-rec to line-entry (line-count).
       End-Load-One-Owner. exit.

       Save-One-Owner.
           move line-entry (line-idx) to owner-rec.
           write owner-rec.
       End-Save-One-Owner. exit.

      ***********************************************************************
      * Log-Removal appends one line to DECOMM.DAT for the step in
      * removal-step, the file in removal-file, and removal-detail.
      ***********************************************************************
       Log-Removal.
           move spaces to removal-rec.
           move DBNAME         to rm-dbname.
           move decom-started  to rm-started.
           move removal-step   to rm-step.
           move removal-file   to rm-file.
           move removal-detail to rm-detail.
           open extend removal-log.
           if removal-fs equal "35"
              open output removal-log.
           write removal-rec.
           close removal-log.
       End-Log-Removal. exit.

      ***********************************************************************
      * Write-Certificate prints DECOMM.RPT from the checkpoint and the
      * DECOMM.DAT lines of this decommission -- everything removed or
      * marked, across every run it took.
      ***********************************************************************
       Write-Certificate.
           perform Stamp-Now thru End-Stamp-Now.
           open output cert-rpt.
           move "DATABASE DECOMMISSION CERTIFICATE" to cert-line.
           perform Write-Cert-Line thru End-Write-Cert-Line.
           move spaces to cert-line.
           perform Write-Cert-Line thru End-Write-Cert-Line.

           move spaces to cert-line.
           string "DATABASE     : " delimited by size
                  DBNAME            delimited by size
                  into cert-line.
           perform Write-Cert-Line thru End-Write-Cert-Line.
           move spaces to cert-line.
           string "REQUESTED BY : " delimited by size
                  decom-requester   delimited by size
                  "   APPROVED BY : " delimited by size
                  decom-decider     delimited by size
                  into cert-line.
           perform Write-Cert-Line thru End-Write-Cert-Line.
           move spaces to cert-line.
           string "STARTED      : " delimited by size
                  decom-started     delimited by size
                  "   COMPLETED : " delimited by size
                  now-ts            delimited by size
                  into cert-line.
           perform Write-Cert-Line thru End-Write-Cert-Line.
           move spaces to cert-line.
           string "FINAL IMAGE  : " delimited by size
                  decom-image-ts    delimited by size
                  "   CLASS FINAL, NEVER EXPIRES   VERIFICATION : "
                                    delimited by size
                  decom-verdict     delimited by size
                  into cert-line.
           perform Write-Cert-Line thru End-Write-Cert-Line.
           move spaces to cert-line.
           perform Write-Cert-Line thru End-Write-Cert-Line.

           move "  STEP       FILE            REMOVED OR MARKED"
              to cert-line.
           perform Write-Cert-Line thru End-Write-Cert-Line.

           move 0 to removal-count.
           open input removal-log.
           if removal-fs not equal "35"
              move "N" to file-eof
              perform Cert-One-Removal thru End-Cert-One-Removal
                  until no-more-records
              close removal-log.

           move spaces to cert-line.
           perform Write-Cert-Line thru End-Write-Cert-Line.
           move removal-count to count-disp.
           move spaces to cert-line.
           string count-disp        delimited by size
                  " entries removed or marked" delimited by size
                  into cert-line.
           perform Write-Cert-Line thru End-Write-Cert-Line.
           close cert-rpt.
       End-Write-Certificate. exit.

       Cert-One-Removal.
           read removal-log
               at end
                  move "Y" to file-eof
                  go to End-Cert-One-Removal
           end-read.
           if rm-dbname not equal DBNAME
              or rm-started not equal decom-started
              go to End-Cert-One-Removal.

           add 1 to removal-count.
           move spaces to cert-line.
           string "  "       delimited by size
                  rm-step    delimited by size
                  "  "       delimited by size
                  rm-file    delimited by size
                  "  "       delimited by size
                  rm-detail  delimited by size
                  into cert-line.
           perform Write-Cert-Line thru End-Write-Cert-Line.
       End-Cert-One-Removal. exit.

       Write-Cert-Line.
           write cert-rpt-rec from cert-line.
           display cert-line (1:110).
       End-Write-Cert-Line. exit.

      ***********************************************************************
      * Record-Audit reports the DB2 call just made to the shared
      * operations audit trail (opsaudit.cbl).  The caller sets
      * AUD-ACTION and AUD-TARGET; the outcome is taken from SQLCODE.
      * Performed before checkerr so a fatal error is still audited.
      ***********************************************************************
       Record-Audit.
           move operator-id to AUD-OPERATOR.
           if sqlcode equal 0
              move "OK" to AUD-OUTCOME
           else
              move sqlcode to audit-sqlcode-disp
              move spaces to AUD-OUTCOME
              string "SQLCODE="         delimited by size
                     audit-sqlcode-disp delimited by size
                     into AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.
       End-Record-Audit. exit.

       Stamp-Now.
           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.
       End-Stamp-Now. exit.

      ***********************************************************************
      * Train-Canned-Outcome stands in for a DB2 API call in training
      * mode: the call is simulated with a realistic canned SQLCODE --
      * mostly success, with a failure injected in the last ten
      * seconds of each minute so trainees also practice the failure
      * paths (and the resume that follows them).
      ***********************************************************************
       Train-Canned-Outcome.
           accept train-time-parts from time.
           if tr-ss is greater than 49
              move -1032 to sqlcode
              display "TRAINING: simulated API failure sqlcode -1032"
           else
              move 0 to sqlcode
              display "TRAINING: API call simulated, sqlcode 0".
           move sqlcode to rc.
       End-Train-Canned-Outcome. exit.
