      **         holiday, and month-end each get their own shape of
      **         night without anyone editing the driver.
      **
      **         Before the force and stop the whole instance is
      **         claimed exclusively in the operation lock registry
      **         (oplock.cbl), as dbstop.cbl claims it, and held
      **         through the cold backups: a restore, refresh, or
      **         maintenance run still working a database refuses the
      **         shutdown with the holder named in EODSHUT.LOG.
      **
      ** INPUT FILES: CRITAPPS.CTL (critical-application registry)
      **              BLACKOUT.CAL (shutdown blackout calendar)
      **              SITECAL.CTL  (business-day calendar, via sitecal)
      **              EODPROF.CTL  (per-day-class shutdown profiles)
      ** OUTPUT FILE: EODSHUT.LOG (consolidated end-of-day shutdown log)
      **              BKCATLG.DAT (backup image catalog, via bkcatlg)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
           05 bh-outcome      pic x(8).
           05 filler          pic x(2).
           05 bh-sqlcode      pic -(9)9.
           05 filler          pic x(2).
           05 bh-type         pic x(8).

       Working-Storage Section.

       copy "sqlsitep.cbl".
       copy "sqlsical.cbl".
       copy "sqldtsrv.cbl".
       copy "sqlbkcat.cbl".
       copy "sqloplk.cbl".

      * Local Variables
       77 rc                  pic s9(9) comp-5.
       77 guard-hit-tally     pic 9(4) comp-5.
       77 guard-blocked-sw    pic x value "N".
           88 shutdown-blocked    value "Y".
       77 lock-held-sw        pic x value "N".
           88 lock-held           value "Y".
       77 lock-retcode        pic s9(9) comp-5.
       77 override-sw         pic x.
           88 override-given      value "Y" "y".
       77 override-reason     pic x(60).
              display "shutdown refused -- see EODSHUT.LOG"
              go to Log-Run-End.

           perform Claim-Instance-Lock thru End-Claim-Instance-Lock.
           if shutdown-blocked
              display "shutdown refused -- see EODSHUT.LOG"
              go to Log-Run-End.

           perform Step-Dbstop    thru End-Step-Dbstop.

           if stop-succeeded and prof-backup-sw not equal "Y"

       Log-Run-End.

           perform Release-Instance-Lock thru End-Release-Instance-Lock.
           perform Log-Step-End thru End-Log-Step-End.

           if shutdown-blocked
      * the full classic sequence.
      ***********************************************************************
       Step-Day-Class.
           move 0 to CAL-ASK-DATE.
           call "sitecal" using SITECAL-AREA.

           move "DAYCLASS" to log-step.
              go to End-Step-Dbstop.

           move "FORCE APPLICATION ALL" to errloc.
      * checkerr's fatal path ends the run -- the lock goes first
           if sqlcode is less than 0
              perform Release-Instance-Lock
                 thru End-Release-Instance-Lock.
           call "checkerr" using SQLCA errloc.

           move 0                   to SQL-ISPROFILE of SQLEDBSTOPOPT.
           end-call.

           move "STOPPING DATABASE MANAGER" to errloc.
      * checkerr's fatal path ends the run -- the lock goes first
           if sqlcode is less than 0
              perform Release-Instance-Lock
                 thru End-Release-Instance-Lock.
           call "checkerr" using SQLCA errloc.

           if sqlcode equal 0
              to address of backup-target.
           move backup-target-len
              to DB2-I-BKP-TARGET-LEN of DB2G-BACKUP-STRUCT.
           move DB2BACKUP-OFFLINE
              to DB2-I-BKP-OPTIONS of DB2G-BACKUP-STRUCT.

      ******************************
      * BACKUP DATABASE API called *
                  backup-time delimited by size
                  into bh-timestamp.
           move sqlcode to bh-sqlcode.
           move "OFFLINE" to bh-type.
           if sqlcode equal 0
              add 1 to backup-ok-count
              move "OK" to bh-outcome
           write backup-history-rec.
           close backup-history.

      * a good image is catalogued with its location and size, so
      * bkexpire.cbl can age it off the backup disk
           if sqlcode equal 0
              move spaces to BKCAT-AREA
              move backup-dbname to BKC-DBNAME
              move bh-timestamp  to BKC-TIMESTAMP
              move backup-target to BKC-TARGET
              move DB2-O-BKP-TIMESTAMP of DB2G-BACKUP-STRUCT
                 to BKC-IMAGE-TS
              move DB2-O-BKP-SIZE of DB2G-BACKUP-STRUCT to BKC-SIZE
              move "OFFLINE" to BKC-TYPE
              move "NIGHTLY" to BKC-CLASS
              call "bkcatlg" using BKCAT-AREA.

           move "BACKUP" to log-step.
           move spaces to log-text.
           string backup-dbname delimited by space
           perform Write-Shutdown-Log thru End-Write-Shutdown-Log.
       End-Log-Step-End. exit.

      ***********************************************************************
      * Claim-Instance-Lock claims the instance exclusively before the
      * force, the way dbstop.cbl does; a refusal blocks the shutdown
      * and names the holder in the log.  The calls leave the run's
      * condition code as it was.
      ***********************************************************************
       Claim-Instance-Lock.
           move RETURN-CODE to lock-retcode.
           move "C" to OL-FUNCTION.
           move "INSTANCE" to OL-TARGET.
           move "EXCL" to OL-CLASS.
           move "eodshut" to OL-OPERATOR.
           move "eodshut" to OL-PROGRAM.
           call "oplock" using OPLOCK-AREA.
           move lock-retcode to RETURN-CODE.
           if OL-STATUS equal "REFUSED"
              move "Y" to guard-blocked-sw
              move "LOCK" to log-step
              move spaces to log-text
              string "shutdown refused -- "   delimited by size
                     OL-HOLDER-TARGET         delimited by space
                     " held by "              delimited by size
                     OL-HOLDER-PROGRAM        delimited by space
                     " for "                  delimited by size
                     OL-HOLDER-OPERATOR       delimited by space
                     into log-text
              perform Write-Shutdown-Log thru End-Write-Shutdown-Log
              display OL-HOLDER-TARGET, " is held ", OL-HOLDER-CLASS,
                 " by ", OL-HOLDER-PROGRAM, " for ",
                 OL-HOLDER-OPERATOR, " since ", OL-HOLDER-SINCE
              go to End-Claim-Instance-Lock.
           set lock-held to true.
       End-Claim-Instance-Lock. exit.

       Release-Instance-Lock.
           if not lock-held
              go to End-Release-Instance-Lock.
           move RETURN-CODE to lock-retcode.
           move "R" to OL-FUNCTION.
           move "INSTANCE" to OL-TARGET.
           move "eodshut" to OL-PROGRAM.
           call "oplock" using OPLOCK-AREA.
           move lock-retcode to RETURN-CODE.
           move "N" to lock-held-sw.
       End-Release-Instance-Lock. exit.

      ***********************************************************************
      * Write-Shutdown-Log appends one timestamped record to the
      * consolidated EODSHUT.LOG file.
