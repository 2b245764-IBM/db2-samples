      **         is followed by an automatic verification pass -- the
      **         database's configuration is fetched the way
      **         dbconf.cbl's GET does, confirming it is readable at
      **         the new release, a monitor snapshot is taken, and
      **         every package is rebound through the shared
      **         pkgrbnd.cbl pass, since a migrate can leave
      **         packages invalid -- and the report shows VERIFIED or
      **         VFY-FAIL per
      **         database instead of migrate-said-so.  Databases that already show
      **         SQLE-RC-MIG-OK in the DBUPGR.STA checkpoint file from a
      **         prior run are skipped, so a rerun after a partial
      **         failure only retries the ones that didn't complete.
      **
      **         Each database is claimed exclusively in the operation
      **         lock registry (oplock.cbl) for its upgrade and
      **         verification, so no maintenance, backup, or restore
      **         can work it mid-migration.  A database another run
      **         holds is not upgraded: it is reported LOCKED with the
      **         holder named, audited LOCK REFUSED, and left out of
      **         the checkpoint so the next run retries it.
      **
      ** DB2 API USED:
      **         db2DatabaseUpgrade -- UPGRADE DATABASE
      **
      **               DBUPGR.CRD (fallback userid/password, batch mode)
      **               DBUPGR.STA (checkpoint of completed databases)
      ** OUTPUT FILES: DBUPGR.RPT (batch summary report)
      **               PKGRBND.LOG (post-upgrade rebind outcomes)
      **               OPSAUDIT.LOG (each upgrade, via opsaudit)
      **               DBUPGR.STA (rewritten with newly completed entries)
      ***********************************************************************
      **
       copy "db2ApiDf.cbl".
       copy "sqlcred.cbl".
       copy "sqlrptw.cbl".
       copy "sqlrbnd.cbl".
       copy "sqlaudit.cbl".
       copy "sqloplk.cbl".

      * variables used for UPGRADE API
       01 database.
       77 upgrade-ok-count    pic 9(5) value 0.
       77 upgrade-fail-count  pic 9(5) value 0.
       77 upgrade-skip-count  pic 9(5) value 0.
       77 upgrade-lock-count  pic 9(5) value 0.
       77 lock-held-sw        pic x value "N".
           88 lock-held           value "Y".
       77 lock-retcode        pic s9(9) comp-5.
       77 chkpt-subscript     pic 9(5) comp-5.

      * checkpoint table loaded from DBUPGR.STA at the start of a batch
           move upgrade-flags to DB2-UPGRADE-FLAGS
              of DB2DATABASE-UPGRADE-STRUCT.   

      * no other run may work the database while it is migrated
           move usrid-name to OL-OPERATOR.
           perform Claim-Upgrade-Lock thru End-Claim-Upgrade-Lock.
           if not lock-held
              display "upgrade not run"
              go to end-dbupgrade.

      *********************************
      * UPGRADE DATABASE API called   *
      *********************************
                             by reference DB2DATABASE-UPGRADE-STRUCT
                             by reference sqlca
                           returning rc.
           perform Release-Upgrade-Lock thru End-Release-Upgrade-Lock.

           move usrid-name to AUD-OPERATOR.
           move "UPGRADE DATABASE" to AUD-ACTION.
           move database-name to AUD-TARGET.
           if sqlcode equal SQLE-RC-MIG-OK
              move "MIG-OK" to AUD-OUTCOME
           else
              move "FAILED" to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.

           if sqlcode equal SQLE-RC-MIG-OK
              go to dbupgrade-complete.
           move "UPGRADE DATABASE" to errloc.
           display " ".
           display "batch upgrade complete -- ", upgrade-ok-count,
              " succeeded, ", upgrade-fail-count, " failed, ",
              upgrade-skip-count, " already up to date, ",
              upgrade-lock-count, " locked by another run".
           display "see DBUPGR.RPT for the per-database summary".
       End-Batch-Upgrade. exit.

           perform Pick-Database-Credentials
              thru End-Pick-Database-Credentials.

      * a database another run holds is left for the next run, out
      * of the checkpoint
           move "dbupgrade" to OL-OPERATOR.
           perform Claim-Upgrade-Lock thru End-Claim-Upgrade-Lock.
           if not lock-held
              add 1 to upgrade-lock-count
              move spaces        to summary-line
              move database-name to sum-dbname
              move "LOCKED  "    to sum-status
              move 0             to sum-sqlcode
              move summary-line  to RPTW-LINE
              move "W" to RPTW-FUNCTION
              call "rptwrite" using RPTW-AREA
              go to End-Upgrade-One-Database.

           set DB2-PI-DB-ALIAS of DB2DATABASE-UPGRADE-STRUCT
              to address of database-name.
           set DB2-PI-USER-NAME of DB2DATABASE-UPGRADE-STRUCT
              add 1 to upgrade-fail-count
              move "FAILED  "  to sum-status
              move "FAILED  "  to chkpt-status.
           perform Release-Upgrade-Lock thru End-Release-Upgrade-Lock.

      * the upgrade goes on the operations audit trail, like the
      * interactive one
           move "dbupgrade" to AUD-OPERATOR.
           move "UPGRADE DATABASE" to AUD-ACTION.
           move database-name to AUD-TARGET.
           move sum-status to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.

           move summary-line to RPTW-LINE.
           move "W" to RPTW-FUNCTION.
           close checkpoint-file.
       End-Upgrade-One-Database. exit.

      ***********************************************************************
      * Claim-Upgrade-Lock claims database-name exclusively; a refusal
      * names the holder and goes on the operations audit trail.
      * Release-Upgrade-Lock gives the claim back.  Neither disturbs
      * the run's condition code.
      ***********************************************************************
       Claim-Upgrade-Lock.
           move "N" to lock-held-sw.
           move RETURN-CODE to lock-retcode.
           move "C" to OL-FUNCTION.
           move database-name to OL-TARGET.
           move "EXCL" to OL-CLASS.
           move "dbupgrade" to OL-PROGRAM.
           call "oplock" using OPLOCK-AREA.
           move lock-retcode to RETURN-CODE.
           if OL-STATUS equal "REFUSED"
              display database-name, " is held ", OL-HOLDER-CLASS,
                 " by ", OL-HOLDER-PROGRAM, " for ",
                 OL-HOLDER-OPERATOR, " since ", OL-HOLDER-SINCE
              move OL-OPERATOR to AUD-OPERATOR
              move "UPGRADE DATABASE" to AUD-ACTION
              move database-name to AUD-TARGET
              move "LOCK REFUSED" to AUD-OUTCOME
              call "opsaudit" using OPSAUDIT-AREA
              go to End-Claim-Upgrade-Lock.
           set lock-held to true.
       End-Claim-Upgrade-Lock. exit.

       Release-Upgrade-Lock.
           if not lock-held
              go to End-Release-Upgrade-Lock.
           move RETURN-CODE to lock-retcode.
           move "R" to OL-FUNCTION.
           move database-name to OL-TARGET.
           move "dbupgrade" to OL-PROGRAM.
           call "oplock" using OPLOCK-AREA.
           move lock-retcode to RETURN-CODE.
           move "N" to lock-held-sw.
       End-Release-Upgrade-Lock. exit.

      ***********************************************************************
      * Verify-One-Upgrade runs the post-upgrade verification pass for
      * the database just migrated: fetch its configuration the way
      * dbconf.cbl's GET does -- confirming the catalog is readable at
      * the new release -- then take a monitor snapshot, then rebind
      * every package.  Either call failing, or any package failing to
      * rebind, marks the database VFY-FAIL in the report; the
      * checkpoint keeps MIG-OK either way, because the migrate itself
      * did complete and must not be re-run.
      ***********************************************************************
           if sqlcode is less than 0
              display database-name, " verify: snapshot failed, ",
                 "sqlcode=", sqlcode
              move "N" to vfy-ok-sw
              go to End-Verify-One-Upgrade.

      * an upgrade that leaves packages invalid is not clean
           move database-name to RB-DBNAME.
           move "A" to RB-SCOPE.
           move "dbupgrade" to RB-OPERATOR.
           call "pkgrbnd" using REBIND-AREA sqlca.
           if RB-FAILED is greater than 0
              or RB-INVALID is greater than 0
              display database-name, " verify: ", RB-FAILED,
                 " package(s) failed to rebind, ", RB-INVALID,
                 " still invalid -- see PKGRBND.LOG"
              move "N" to vfy-ok-sw.
       End-Verify-One-Upgrade. exit.

