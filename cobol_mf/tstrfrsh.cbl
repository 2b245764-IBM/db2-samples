      **         load.  Each clone's outcome goes to TSTRFRSH.RPT and
      **         the operations audit trail.
      **
      **         Each clone claims its target database exclusively and
      **         its source for sharing in the operation lock registry
      **         (oplock.cbl) before any work starts; a clone whose
      **         source or target another run holds is reported
      **         LOCKED with the holder named and skipped.
      **
      ** DB2 APIs USED:
      **         db2gBackup  -- BACKUP DATABASE (when no image on file)
      **         sqlgatin    -- ATTACH TO INSTANCE
      **               CREDVLT.DAT  (vault credentials, via credload)
      ** OUTPUT FILES: TSTRFRSH.RPT (per-clone outcomes)
      **               TSTCONF.SQL  (generated config script)
      **               BKCATLG.DAT  (backup image catalog, via bkcatlg)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
           05 bh-outcome      pic x(8).
           05 filler          pic x(2).
           05 bh-sqlcode      pic -(9)9.
           05 filler          pic x(2).
           05 bh-type         pic x(8).

       FD  change-set-file.
       01  change-set-rec.
       copy "sqlcred.cbl".
       copy "sqlaudit.cbl".
       copy "sqlrunh.cbl".
       copy "sqlbkcat.cbl".
       copy "sqloplk.cbl".

      * Local Variables
       77 rc                  pic s9(9) comp-5.
           display "cloning ", clone-source, " into ",
              clone-instance, " as ", clone-target.

           perform Claim-Clone-Locks thru End-Claim-Clone-Locks.
           if clone-failed-sw equal "L"
              go to Report-Clone.

           perform Pick-Or-Take-Backup thru End-Pick-Or-Take-Backup.
           if clone-failed-sw equal "Y"
              go to Report-Clone.
           perform Apply-Test-Config thru End-Apply-Test-Config.

       Report-Clone.
           perform Release-Clone-Locks thru End-Release-Clone-Locks.
           move spaces to rpt-line.
           if clone-failed-sw equal "L"
              string "  "          delimited by size
                     clone-source  delimited by size
                     " -> "        delimited by size
                     clone-target  delimited by size
                     " LOCKED by " delimited by size
                     OL-HOLDER-PROGRAM delimited by size
                     " for "       delimited by size
                     OL-HOLDER-OPERATOR delimited by size
                     " since "     delimited by size
                     OL-HOLDER-SINCE delimited by size
                     into rpt-line
              perform Write-Refresh-Line thru End-Write-Refresh-Line
              display rpt-line
              move "LOCK REFUSED" to AUD-OUTCOME
              go to Audit-Clone.
           if clone-failed-sw equal "Y"
              string "  "          delimited by size
                     clone-source  delimited by size
                     into rpt-line.
           perform Write-Refresh-Line thru End-Write-Refresh-Line.

           if clone-failed-sw equal "Y"
              move "FAILED" to AUD-OUTCOME
           else
              move "OK" to AUD-OUTCOME.

       Audit-Clone.
           move operator-id to AUD-OPERATOR.
           move "REFRESH CLONE" to AUD-ACTION.
           move clone-target to AUD-TARGET.
           call "opsaudit" using OPSAUDIT-AREA.
       End-Refresh-One-Clone. exit.

      ***********************************************************************
      * Claim-Clone-Locks claims the target exclusively -- it is about
      * to be overwritten -- and the source for sharing, since only
      * its backup is read.  A refusal marks the clone "L" with the
      * holder left in OPLOCK-AREA for the report line.
      ***********************************************************************
       Claim-Clone-Locks.
           move "C" to OL-FUNCTION.
           move clone-target to OL-TARGET.
           move "EXCL" to OL-CLASS.
           move operator-id to OL-OPERATOR.
           move "tstrfrsh" to OL-PROGRAM.
           call "oplock" using OPLOCK-AREA.
           if OL-STATUS equal "REFUSED"
              move "L" to clone-failed-sw
              go to End-Claim-Clone-Locks.

           move "C" to OL-FUNCTION.
           move clone-source to OL-TARGET.
           move "SHARE" to OL-CLASS.
           call "oplock" using OPLOCK-AREA.
           if OL-STATUS equal "REFUSED"
              move "L" to clone-failed-sw.
       End-Claim-Clone-Locks. exit.

       Release-Clone-Locks.
           move "R" to OL-FUNCTION.
           move "tstrfrsh" to OL-PROGRAM.
           move clone-target to OL-TARGET.
           call "oplock" using OPLOCK-AREA.
           move "R" to OL-FUNCTION.
           move clone-source to OL-TARGET.
           call "oplock" using OPLOCK-AREA.
       End-Release-Clone-Locks. exit.

      ***********************************************************************
      * Pick-Or-Take-Backup reuses the newest OK backup of the source
      * on file, or takes a fresh one (recorded to BACKUP.HIS the way
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
              move "OK" to bh-outcome
              set backup-picked to true
           write backup-history-rec.
           close backup-history.

      * the fresh image is catalogued like the nightly ones, under the
      * short-lived REFRESH retention class
           if sqlcode equal 0
              move spaces to BKCAT-AREA
              move clone-source  to BKC-DBNAME
              move bh-timestamp  to BKC-TIMESTAMP
              move backup-target to BKC-TARGET
              move DB2-O-BKP-TIMESTAMP of DB2G-BACKUP-STRUCT
                 to BKC-IMAGE-TS
              move DB2-O-BKP-SIZE of DB2G-BACKUP-STRUCT to BKC-SIZE
              move "OFFLINE" to BKC-TYPE
              move "REFRESH" to BKC-CLASS
              call "bkcatlg" using BKCAT-AREA.

           move "REFRESH BACKUP" to errloc.
           call "checkerr" using SQLCA errloc.
       End-Pick-Or-Take-Backup. exit.
              go to End-Pick-One-Backup.
           if bh-outcome not equal "OK"
              go to End-Pick-One-Backup.
      * an online image restores into roll-forward pending state, and
      * a clone is never rolled forward -- only offline images serve
           if bh-type equal "ONLINE"
              go to End-Pick-One-Backup.

           if not backup-picked
              or bh-timestamp is greater than picked-ts
