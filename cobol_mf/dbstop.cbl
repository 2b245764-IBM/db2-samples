      **         chance to disconnect on their own, and only after that
      **         is everything still connected force-disconnected.
      **
      **         A full stop claims the whole instance exclusively in
      **         the operation lock registry (oplock.cbl) before
      **         anything is drained or forced; while any other run
      **         holds a database or the instance -- a reorg, a
      **         restore, a refresh -- the stop is refused and the
      **         holder named.  A targeted force claims just the
      **         database it forces on, exclusively, so it cannot
      **         disconnect the applications of a maintenance,
      **         restore or refresh run working that database.
      **
      ** DB2 APIs USED:
      **         db2GetSnapshotSize -- ESTIMATE BUFFER SIZE
      **         sqlgmnss -- DATABASE MONITOR SNAPSHOT
       copy "sqlapprq.cbl".
       copy "sqlsitep.cbl".
       copy "sqlrunid.cbl".
       copy "sqloplk.cbl".

      * Local Variables
       77 rc                  pic s9(9) comp-5.
      * Variables for the shared operations audit trail (opsaudit.cbl)
       77 operator-id         pic x(8).
       77 audit-sqlcode-disp  pic -(6)9.
       77 lock-held-sw        pic x value "N".
           88 lock-held           value "Y".
       77 locked-db           pic x(18) value spaces.
       77 lock-retcode        pic s9(9) comp-5.


      * Variables for the FORCE USERS APIs
              perform Targeted-Force thru End-Targeted-Force
              go to end-dbstop.

      * a full stop takes the whole instance: nothing else may be
      * working any database on it
           move "C" to OL-FUNCTION.
           move "INSTANCE" to OL-TARGET.
           move "EXCL" to OL-CLASS.
           move operator-id to OL-OPERATOR.
           move "dbstop" to OL-PROGRAM.
           call "oplock" using OPLOCK-AREA.
           if OL-STATUS equal "REFUSED"
              display OL-HOLDER-TARGET, " is held ", OL-HOLDER-CLASS,
                 " by ", OL-HOLDER-PROGRAM, " for ",
                 OL-HOLDER-OPERATOR, " since ", OL-HOLDER-SINCE
              display "stop refused"
              move "STOP DBM" to AUD-ACTION
              move "DBM" to AUD-TARGET
              move operator-id to AUD-OPERATOR
              move "LOCK REFUSED" to AUD-OUTCOME
              call "opsaudit" using OPSAUDIT-AREA
              go to end-dbstop.
           set lock-held to true.

           display "drain applications before forcing? (Y/N) : "
              with no advancing.
           accept drain-sw.
              go to end-dbstop.

           move "FORCE APPLICATION ALL" to errloc.
      * checkerr's fatal path ends the run -- the locks go first
           if sqlcode is less than 0
              perform Release-Locks thru End-Release-Locks.
           call "checkerr" using SQLCA errloc.

           display "Stopping the Database Manager".
           perform Record-Audit thru End-Record-Audit.

           move "STOPPING DATABASE MANAGER" to errloc.
      * checkerr's fatal path ends the run -- the locks go first
           if sqlcode is less than 0
              perform Release-Locks thru End-Release-Locks.
           call "checkerr" using SQLCA errloc.

       end-dbstop.
           perform Release-Locks thru End-Release-Locks.
           move "E" to RH-FUNCTION.
           move RETURN-CODE to RH-RETCODE.
           call "runhist" using RUNHIST-AREA.
           stop run.

      ***********************************************************************
      * Release-Locks gives back the instance or database claim, once,
      * leaving the run's condition code as it was.
      ***********************************************************************
       Release-Locks.
           move RETURN-CODE to lock-retcode.
           if lock-held
              move "R" to OL-FUNCTION
              move "INSTANCE" to OL-TARGET
              move "dbstop" to OL-PROGRAM
              call "oplock" using OPLOCK-AREA
              move "N" to lock-held-sw.
           if locked-db not equal spaces
              move "R" to OL-FUNCTION
              move locked-db to OL-TARGET
              move "dbstop" to OL-PROGRAM
              call "oplock" using OPLOCK-AREA
              move spaces to locked-db.
           move lock-retcode to RETURN-CODE.
       End-Release-Locks. exit.

      ***********************************************************************
      * Check-Blackout reads BLACKOUT.CAL and sets in-blackout when the
      * current date and time fall inside any prohibited window,
           inspect idle-database-name tallying
              idle-database-length for characters before initial " ".

      * forcing a database's applications collides with any run
      * working that database, so the database is claimed first
           move "C" to OL-FUNCTION.
           move idle-database-name to OL-TARGET.
           move "EXCL" to OL-CLASS.
           move operator-id to OL-OPERATOR.
           move "dbstop" to OL-PROGRAM.
           call "oplock" using OPLOCK-AREA.
           if OL-STATUS equal "REFUSED"
              display OL-HOLDER-TARGET, " is held ", OL-HOLDER-CLASS,
                 " by ", OL-HOLDER-PROGRAM, " for ",
                 OL-HOLDER-OPERATOR, " since ", OL-HOLDER-SINCE
              display "targeted force refused"
              move "FORCE AGENT" to AUD-ACTION
              move idle-database-name to AUD-TARGET
              move operator-id to AUD-OPERATOR
              move "LOCK REFUSED" to AUD-OUTCOME
              call "opsaudit" using OPSAUDIT-AREA
              go to End-Targeted-Force.
           move idle-database-name to locked-db.

      * the targeted listing covers the current partition; a
      * partitioned fleet lists per partition via Force-Idle-Agents
           move SQLM-CURRENT-NODE to current-partition.
              until idle-elem-idx is greater than cbl-count.

           move "FORCE SELECTED AGENTS" to errloc.
      * checkerr's fatal path ends the run -- the locks go first
           if sqlcode is less than 0
              perform Release-Locks thru End-Release-Locks.
           call "checkerr" using SQLCA errloc.
       End-Targeted-Force. exit.

                                 returning rc
              end-call
              move "FORCE IDLE APPLICATIONS" to errloc
              if sqlcode is less than 0
                 perform Release-Locks thru End-Release-Locks
              end-if
              call "checkerr" using SQLCA errloc
              move "FORCE IDLE AGENTS" to AUD-ACTION
              move idle-database-name (1:18) to AUD-TARGET
                                by reference sqlca
                           returning rc.
           move "ESTIMATE BUFFER SIZE" to errloc.
      * checkerr's fatal path ends the run -- the locks go first
           if sqlcode is less than 0
              perform Release-Locks thru End-Release-Locks.
           call "checkerr" using SQLCA errloc.

      ***********************
                                 by value     idle-current-version
                           returning rc.
           move "APPLICATION SNAPSHOT" to errloc.
      * checkerr's fatal path ends the run -- the locks go first
           if sqlcode is less than 0
              perform Release-Locks thru End-Release-Locks.
           call "checkerr" using SQLCA errloc.
       End-Snapshot-Idle-Agents. exit.

                                 by value     idle-current-version
                           returning rc.
           move "VICTIM SNAPSHOT" to errloc.
      * checkerr's fatal path ends the run -- the locks go first
           if sqlcode is less than 0
              perform Release-Locks thru End-Release-Locks.
           call "checkerr" using SQLCA errloc.

           move "Q" to RID-FUNCTION.
