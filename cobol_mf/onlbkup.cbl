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
      ** SOURCE FILE NAME: onlbkup.cbl
      **
      ** SAMPLE: Online backup driver for the always-up databases
      **
      **         eodshut.cbl takes cold backups after the stop, and
      **         leaves out the database each EODPROF.CTL day-class
      **         line names in its keep-up field -- so a database
      **         that never stops was never backed up by the suite.
      **         This driver takes the database that today's day-class
      **         line names in its keep-up field -- the one eodshut
      **         leaves up tonight, read from the same line by the
      **         same rules -- and backs it up ONLINE through the
      **         BACKUP API while it stays up, once the day class's
      **         shutdown window has opened.  A database kept up only
      **         under another class is stopped and backed up cold
      **         tonight, so it is not touched here.  Before each backup it reads the
      **         database's log configuration: a database on circular
      **         logging (LOGARCHMETH1 OFF, LOGRETAIN and USEREXIT
      **         off) cannot take an online image, and is refused
      **         with the reason rather than failed by the API.
      **
      **         Each image goes to BACKUP.HIS tagged ONLINE, so
      **         dbrstore.cbl can tell online images from offline
      **         ones, and to the BKCATLG.DAT catalog (bkcatlg.cbl).
      **         Progress -- databases done against the total, with a
      **         completion estimate -- is appended to UTILPROG.DAT
      **         in utilprog.cbl's record layout, so utilprog's view
      **         mode (and opermenu.cbl) shows how far the night's
      **         online backups have got; utilprog's watch mode still
      **         follows the database currently being backed up.
      **         Refusals and failures raise alerts through alertq.cbl
      **         and the run is listed in ONLBKUP.RPT.
      **
      **         Each database is claimed for sharing in the operation
      **         lock registry (oplock.cbl) while its image is taken;
      **         a database another run holds exclusively -- a
      **         restore in progress -- is skipped as LOCKED, with the
      **         holder named, and a warning raised.
      **
      ** DB2 APIs USED:
      **         sqlgaddr   -- GET ADDRESS
      **         sqlgxdb    -- GET DATABASE CONFIGURATION
      **         db2gBackup -- BACKUP DATABASE (online)
      **
      ** INPUT FILES:  EODPROF.CTL  (day-class profiles, keep-up field)
      **               SITECAL.CTL  (business-day calendar, via sitecal)
      ** OUTPUT FILES: BACKUP.HIS   (backup history, appended)
      **               BKCATLG.DAT  (backup image catalog, via bkcatlg)
      **               UTILPROG.DAT (progress records)
      **               ONLBKUP.RPT  (run report, via rptwrite)
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
       Program-Id. "onlbkup".

       Environment Division.
       Input-Output Section.
       File-Control.
           select profile-file assign to "EODPROF.CTL"
               organization is line sequential
               file status is profile-fs.
           select backup-history assign to "BACKUP.HIS"
               organization is line sequential.
           select progress-file assign to "UTILPROG.DAT"
               organization is line sequential
               file status is progress-fs.

       Data Division.
       File Section.
       FD  profile-file.
       01  profile-rec.
           05 pf-class        pic x(8).
           05 filler          pic x.
           05 pf-window       pic 9(4).
           05 filler          pic x.
           05 pf-force        pic x.
           05 filler          pic x.
           05 pf-backup       pic x.
           05 filler          pic x.
           05 pf-keepup       pic x(18).

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

       FD  progress-file.
       01  progress-rec.
           05 pg-timestamp    pic x(17).
           05 filler          pic x(2).
           05 pg-utility      pic x(20).
           05 filler          pic x(2).
           05 pg-done         pic 9(9).
           05 filler          pic x(2).
           05 pg-total        pic 9(9).
           05 filler          pic x(2).
           05 pg-eta-lbl      pic x(4).
           05 pg-eta-mins     pic 9(5).

       Working-Storage Section.

       copy "sqlca.cbl".
       copy "sqlutil.cbl".
       copy "db2ApiDf.cbl".
       copy "sqlsitep.cbl".
       copy "sqlsical.cbl".
       copy "sqlbkcat.cbl".
       copy "sqlalert.cbl".
       copy "sqlrptw.cbl".
       copy "sqldtsrv.cbl".
       copy "sqlrunh.cbl".
       copy "sqlrunid.cbl".
       copy "sqljstat.cbl".
       copy "sqloplk.cbl".

      * Local Variables
       77 rc                  pic s9(9) comp-5.
       77 errloc              pic x(80).
       77 profile-fs          pic xx.
       77 progress-fs         pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

      * the database kept up tonight, from today's class line in
      * EODPROF.CTL, and today's shutdown window
       77 keepup-count        pic 9(4) comp-5 value 0.
       01 keepup-table.
          05 keepup-name occurs 20 times pic x(18).
       77 keepup-idx          pic 9(4) comp-5.
       77 prof-window         pic 9(4) value 0.
       77 prof-now-hhmm       pic 9(4).
       01 prof-time-parts.
          05 pt-hh            pic 99.
          05 pt-mm            pic 99.
          05 pt-ss            pic 99.
          05 pt-cc            pic 99.

      * the database being backed up
       77 backup-dbname       pic x(18).
       77 backup-dbname-len   pic 9(4) comp-5.
       77 backup-target       pic x(40) value "backup".
       77 backup-target-len   pic 9(4) comp-5 value 6.
       77 backup-date         pic 9(8).
       77 backup-time         pic 9(8).
       77 ok-count            pic 9(4) comp-5 value 0.
       77 fail-count          pic 9(4) comp-5 value 0.
       77 refused-count       pic 9(4) comp-5 value 0.
       77 done-count          pic 9(4) comp-5 value 0.
       77 count-disp          pic z(3)9.
       77 sqlcode-disp        pic -(9)9.
       77 refuse-reason       pic x(60).
       77 log-ok-sw           pic x.
           88 log-supports-online value "Y".

      * variables for GET DATABASE CONFIGURATION -- the log settings
      * that decide whether an online image is possible
       77 cfg-dbname          pic x(8).
       77 cfg-dbname-len      pic s9(4) comp-5 value 0.
       77 db-listnumber       pic s9(4) comp-5 value 3.
       77 logretain           pic s9(4) comp-5.
       77 userexit            pic s9(4) comp-5.
       77 logarchmeth1        pic x(252).
       01 db-tokenlist.
          05 db-tokens occurs 3 times.
             10 db-token      pic 9(4) comp-5.
             $IF P64 SET
                 10 filler    pic x(6).
             $ELSE
                 10 filler    pic x(2).
             $END
             10 db-tokenptr   usage is pointer.

      * progress and the completion estimate
       77 run-start-ts        pic x(17).
       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).
       77 eta-mins            pic 9(9) comp-5.
       01 rpt-line            pic x(132).

      * canned outcomes for the suite-wide training mode
       01 train-time-parts.
          05 tr-hh            pic 99.
          05 tr-mm            pic 99.
          05 tr-ss            pic 99.
          05 tr-cc            pic 99.

       Procedure Division.
       onlbkup-pgm section.

           display "Sample COBOL Program : ONLBKUP.CBL".

           call "siteparm" using SITEPARM-AREA.
           if SITE-TRAINING-SW equal "Y"
              display "*** TRAINING MODE -- DB2 calls are simulated",
                 " ***".

           move "onlbkup" to RH-PROGRAM.
           move "S" to RH-FUNCTION.
           call "runhist" using RUNHIST-AREA.

           move "G" to RID-FUNCTION.
           call "runid" using RUNID-AREA.

           move "S" to JS-FUNCTION.
           move "onlbkup" to JS-JOBNAME.
           call "jobstat" using JOBSTAT-AREA.

           move 0 to CAL-ASK-DATE.
           call "sitecal" using SITECAL-AREA.
           perform Load-Profiles thru End-Load-Profiles.
           if keepup-count equal 0
              display "no keep-up database for ", CAL-CLASS,
                 " in EODPROF.CTL -- nothing to back up online"
              go to end-onlbkup.

      * the online backups run in the same window as the cold ones
           if prof-window not equal 0
              accept prof-time-parts from time
              compute prof-now-hhmm = (pt-hh * 100) + pt-mm
              if prof-now-hhmm is less than prof-window
                 display "online backups refused -- the ",
                    CAL-CLASS, " window opens at ", prof-window
                 move 4 to RETURN-CODE
                 go to end-onlbkup
              end-if.

           perform Stamp-Now thru End-Stamp-Now.
           move now-ts to run-start-ts.

           move "O" to RPTW-FUNCTION.
           move "ONLBKUP.RPT" to RPTW-FILE-NAME.
           move spaces to RPTW-TITLE.
           string "ONLINE BACKUPS "  delimited by size
                  now-ts             delimited by size
                  " DAY CLASS "      delimited by size
                  CAL-CLASS          delimited by space
                  into RPTW-TITLE.
           move spaces to RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           perform Backup-One-Online thru End-Backup-One-Online
               varying keepup-idx from 1 by 1
               until keepup-idx is greater than keepup-count.

           move spaces to rpt-line.
           perform Write-Online-Line thru End-Write-Online-Line.
           move ok-count to count-disp.
           move spaces to rpt-line.
           string "  online images taken :" delimited by size
                  count-disp                delimited by size
                  into rpt-line.
           perform Write-Online-Line thru End-Write-Online-Line.
           move fail-count to count-disp.
           move spaces to rpt-line.
           string "  backups failed      :" delimited by size
                  count-disp                delimited by size
                  into rpt-line.
           perform Write-Online-Line thru End-Write-Online-Line.
           move refused-count to count-disp.
           move spaces to rpt-line.
           string "  refused by log cfg  :" delimited by size
                  count-disp                delimited by size
                  into rpt-line.
           perform Write-Online-Line thru End-Write-Online-Line.

           move "C" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.

           if fail-count is greater than 0
              move 8 to RETURN-CODE
           else
              if refused-count is greater than 0
                 move 4 to RETURN-CODE
              else
                 move 0 to RETURN-CODE.

           display ok-count, " online image(s) taken -- see ",
              "ONLBKUP.RPT".

       end-onlbkup.
           move "E" to RH-FUNCTION.
           move RETURN-CODE to RH-RETCODE.
           call "runhist" using RUNHIST-AREA.

           move "E" to JS-FUNCTION.
           move "onlbkup" to JS-JOBNAME.
           move RETURN-CODE to JS-CONDCODE.
           call "jobstat" using JOBSTAT-AREA.
           stop run.

      ***********************************************************************
      * Load-Profiles takes today's shutdown window and keep-up
      * database from the EODPROF.CTL line for today's class.  As in
      * eodshut.cbl, a line whose window is not numeric is ignored and
      * the last line for the class stands.
      ***********************************************************************
       Load-Profiles.
           open input profile-file.
           if profile-fs equal "35"
              go to End-Load-Profiles.

           move "N" to file-eof.
           perform Load-One-Profile thru End-Load-One-Profile
               until no-more-records.
           close profile-file.
           move "N" to file-eof.
       End-Load-Profiles. exit.

       Load-One-Profile.
           read profile-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Profile
           end-read.

           if pf-class equal spaces
              or pf-class (1:1) equal "*"
              go to End-Load-One-Profile.

           if pf-class not equal CAL-CLASS
              or pf-window not numeric
              go to End-Load-One-Profile.

           move pf-window to prof-window.
           move 0 to keepup-count.
           if pf-keepup equal spaces
              go to End-Load-One-Profile.

           move 1 to keepup-count.
           move pf-keepup to keepup-name (1).
       End-Load-One-Profile. exit.

      ***********************************************************************
      * Backup-One-Online checks one database's log configuration,
      * takes its online image, and records it -- history, catalog,
      * progress and report.
      ***********************************************************************
       Backup-One-Online.
           move keepup-name (keepup-idx) to backup-dbname.
           move 0 to backup-dbname-len.
           inspect backup-dbname tallying backup-dbname-len
              for characters before initial " ".

           perform Check-Log-Config thru End-Check-Log-Config.
           if not log-supports-online
              add 1 to refused-count
              add 1 to done-count
              move spaces to rpt-line
              string "  "          delimited by size
                     backup-dbname delimited by size
                     " REFUSED -- " delimited by size
                     refuse-reason delimited by size
                     into rpt-line
              perform Write-Online-Line thru End-Write-Online-Line
              move "WARNING" to ALERT-SEVERITY
              move refuse-reason to ALERT-TEXT
              perform Raise-Online-Alert thru End-Raise-Online-Alert
              perform Record-Progress thru End-Record-Progress
              go to End-Backup-One-Online.

      * the image is taken under a shared claim, so no restore or
      * stop can start on the database underneath it
           move "C" to OL-FUNCTION.
           move backup-dbname to OL-TARGET.
           move "SHARE" to OL-CLASS.
           move "onlbkup" to OL-OPERATOR.
           move "onlbkup" to OL-PROGRAM.
           call "oplock" using OPLOCK-AREA.
           if OL-STATUS equal "REFUSED"
              add 1 to refused-count
              add 1 to done-count
              move spaces to rpt-line
              string "  "          delimited by size
                     backup-dbname delimited by size
                     " LOCKED by " delimited by size
                     OL-HOLDER-PROGRAM delimited by space
                     " for "       delimited by size
                     OL-HOLDER-OPERATOR delimited by space
                     " since "     delimited by size
                     OL-HOLDER-SINCE delimited by size
                     into rpt-line
              perform Write-Online-Line thru End-Write-Online-Line
              move "WARNING" to ALERT-SEVERITY
              move rpt-line (3:60) to ALERT-TEXT
              perform Raise-Online-Alert thru End-Raise-Online-Alert
              perform Record-Progress thru End-Record-Progress
              go to End-Backup-One-Online.

           perform Record-Progress thru End-Record-Progress.

           set DB2-PI-BKP-DB-ALIAS of DB2G-BACKUP-STRUCT
              to address of backup-dbname.
           move backup-dbname-len
              to DB2-I-BKP-ALIAS-LEN of DB2G-BACKUP-STRUCT.
           set DB2-PI-BKP-TARGET of DB2G-BACKUP-STRUCT
              to address of backup-target.
           move backup-target-len
              to DB2-I-BKP-TARGET-LEN of DB2G-BACKUP-STRUCT.
           move DB2BACKUP-ONLINE
              to DB2-I-BKP-OPTIONS of DB2G-BACKUP-STRUCT.

      ******************************
      * BACKUP DATABASE API called *
      ******************************
           if SITE-TRAINING-SW equal "Y"
              perform Train-Canned-Outcome
                 thru End-Train-Canned-Outcome
           else
           call "db2gBackup" using
                             by value     db2Version820
                             by reference DB2G-BACKUP-STRUCT
                             by reference sqlca
                           returning rc
           end-call.

           accept backup-date from date yyyymmdd.
           accept backup-time from time.

           move spaces to backup-history-rec.
           move backup-dbname to bh-dbname.
           string backup-date delimited by size
                  "-"         delimited by size
                  backup-time delimited by size
                  into bh-timestamp.
           move sqlcode to bh-sqlcode.
           move "ONLINE" to bh-type.
           if sqlcode equal 0
              add 1 to ok-count
              move "OK" to bh-outcome
           else
              add 1 to fail-count
              move "FAILED" to bh-outcome.

           open extend backup-history.
           write backup-history-rec.
           close backup-history.

           if sqlcode equal 0
              move spaces to BKCAT-AREA
              move backup-dbname to BKC-DBNAME
              move bh-timestamp  to BKC-TIMESTAMP
              move backup-target to BKC-TARGET
              move DB2-O-BKP-TIMESTAMP of DB2G-BACKUP-STRUCT
                 to BKC-IMAGE-TS
              move DB2-O-BKP-SIZE of DB2G-BACKUP-STRUCT to BKC-SIZE
              move "ONLINE"  to BKC-TYPE
              move "NIGHTLY" to BKC-CLASS
              call "bkcatlg" using BKCAT-AREA.

           add 1 to done-count.
           perform Record-Progress thru End-Record-Progress.

           move spaces to rpt-line.
           if sqlcode equal 0
              string "  "          delimited by size
                     backup-dbname delimited by size
                     " ONLINE image " delimited by size
                     bh-timestamp  delimited by size
                     into rpt-line
           else
              move sqlcode to sqlcode-disp
              string "  "          delimited by size
                     backup-dbname delimited by size
                     " FAILED sqlcode=" delimited by size
                     sqlcode-disp  delimited by size
                     into rpt-line.
           perform Write-Online-Line thru End-Write-Online-Line.

           if sqlcode not equal 0
              move sqlcode to sqlcode-disp
              move "CRITICAL" to ALERT-SEVERITY
              move spaces to ALERT-TEXT
              string "online backup failed sqlcode="
                        delimited by size
                     sqlcode-disp delimited by size
                     into ALERT-TEXT
              perform Raise-Online-Alert thru End-Raise-Online-Alert.

           move "R" to OL-FUNCTION.
           move backup-dbname to OL-TARGET.
           move "onlbkup" to OL-PROGRAM.
           call "oplock" using OPLOCK-AREA.
       End-Backup-One-Online. exit.

      ***********************************************************************
      * Check-Log-Config reads the log settings of one database.  An
      * online image needs archived logs: LOGARCHMETH1 set to anything
      * but OFF, or the older LOGRETAIN / USEREXIT switches on.  A
      * database whose configuration cannot be read is refused too --
      * the driver does not guess.
      ***********************************************************************
       Check-Log-Config.
           move "N" to log-ok-sw.
           move spaces to refuse-reason.
           move backup-dbname to cfg-dbname.
           move 0 to cfg-dbname-len.
           inspect cfg-dbname tallying cfg-dbname-len
              for characters before initial " ".

           if SITE-TRAINING-SW equal "Y"
              set log-supports-online to true
              go to End-Check-Log-Config.

           move 0 to logretain.
           move 0 to userexit.
           move spaces to logarchmeth1.
           move SQLF-DBTN-LOGRETAIN    to db-token(1).
           move SQLF-DBTN-USEREXIT     to db-token(2).
           move SQLF-DBTN-LOGARCHMETH1 to db-token(3).

      **************************
      * GET ADDRESS API called *
      **************************
           call "sqlgaddr" using by reference logretain
                                 by reference db-tokenptr(1)
                           returning rc.
           call "sqlgaddr" using by reference userexit
                                 by reference db-tokenptr(2)
                           returning rc.
           call "sqlgaddr" using by reference logarchmeth1
                                 by reference db-tokenptr(3)
                           returning rc.

      *****************************************
      * GET DATABASE CONFIGURATION API called *
      *****************************************
           call "sqlgxdb" using by value     cfg-dbname-len
                                by value     db-listnumber
                                by reference db-tokenlist
                                by reference sqlca
                                by reference cfg-dbname
                           returning rc.
           if sqlcode is less than 0
              move sqlcode to sqlcode-disp
              string "log configuration unreadable sqlcode="
                        delimited by size
                     sqlcode-disp delimited by size
                     into refuse-reason
              go to End-Check-Log-Config.

           if logarchmeth1 not equal spaces
              and logarchmeth1 (1:3) not equal "OFF"
              set log-supports-online to true
              go to End-Check-Log-Config.
           if logretain not equal 0 or userexit not equal 0
              set log-supports-online to true
              go to End-Check-Log-Config.

           move "circular logging (LOGARCHMETH1 OFF, LOGRETAIN NO)"
              to refuse-reason.
       End-Check-Log-Config. exit.

      ***********************************************************************
      * Record-Progress appends one record in utilprog.cbl's layout:
      * databases done against the total, with an estimate from the
      * average minutes per database so far.
      ***********************************************************************
       Record-Progress.
           perform Stamp-Now thru End-Stamp-Now.

           move 0 to eta-mins.
           if done-count is greater than 0
              move run-start-ts to DT-FROM-TS
              move now-ts to DT-TO-TS
              call "dtserv" using DTSERV-AREA
              if DT-VALID-SW equal "Y"
                 and DT-MINUTES is greater than 0
                 compute eta-mins = (DT-MINUTES / done-count)
                    * (keepup-count - done-count)
              end-if.

           move spaces to progress-rec.
           move now-ts to pg-timestamp.
           string "ONLINE BKUP "  delimited by size
                  backup-dbname   delimited by space
                  into pg-utility.
           move done-count   to pg-done.
           move keepup-count to pg-total.
           move "ETA="       to pg-eta-lbl.
           if eta-mins is greater than 99999
              move 99999 to pg-eta-mins
           else
              move eta-mins to pg-eta-mins.

           open extend progress-file.
           if progress-fs equal "35"
              open output progress-file.
           write progress-rec.
           close progress-file.
       End-Record-Progress. exit.

       Raise-Online-Alert.
           move "onlbkup" to ALERT-SOURCE.
           move spaces to ALERT-KEY.
           string backup-dbname delimited by space
                  " ONLBKUP"    delimited by size
                  into ALERT-KEY.
           call "alertq" using ALERT-AREA.
       End-Raise-Online-Alert. exit.

       Stamp-Now.
           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.
       End-Stamp-Now. exit.

       Write-Online-Line.
           move rpt-line to RPTW-LINE.
           move "W" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Online-Line. exit.

      ***********************************************************************
      * Train-Canned-Outcome stands in for the BACKUP API in training
      * mode, the way eodshut.cbl's does: mostly success, with a
      * failure injected in the last ten seconds of each minute.
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
