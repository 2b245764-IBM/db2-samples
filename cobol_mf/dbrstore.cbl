      **         the eventual success closes it.  Every step, from the
      **         plan to the roll-forward, is recorded in the
      **         operations audit trail, and the whole run is gated by
      **         the RESTORE authorization class.  The plan also
      **         shows the window the archived logs can actually
      **         reach, from logchain.cbl's nightly check, so a
      **         missing log is seen before the confirm.
      **
      **         The database is claimed exclusively in the operation
      **         lock registry (oplock.cbl) once the plan is
      **         confirmed, so no maintenance, backup, or refresh run
      **         can work it mid-restore; a database another run
      **         holds is refused with the holder named.
      **
      ** DB2 APIs USED:
      **         db2gRestore     -- RESTORE DATABASE
      **         db2gRollforward -- ROLLFORWARD DATABASE
      **
      ** INPUT FILES: BACKUP.HIS   (backup history, cold and online)
      **              LOGCHAIN.DAT (reachable window, from logchain.cbl)
      ** OUTPUT FILES: OPSAUDIT.LOG (via opsaudit.cbl)
      **               INCIDENT.DAT (via incident.cbl)
      ***********************************************************************
           select backup-history assign to "BACKUP.HIS"
               organization is line sequential
               file status is backup-fs.
           select chain-file assign to "LOGCHAIN.DAT"
               organization is line sequential
               file status is chain-fs.

       Data Division.
       File Section.
           05 bh-outcome      pic x(8).
           05 filler          pic x(2).
           05 bh-sqlcode      pic x(10).
           05 filler          pic x(2).
           05 bh-type         pic x(8).

       FD  chain-file.
       01  chain-rec.
           05 lc-dbname       pic x(18).
           05 filler          pic x(2).
           05 lc-checked      pic x(17).
           05 filler          pic x(2).
           05 lc-result       pic x(8).
           05 filler          pic x(2).
           05 lc-backup-ts    pic x(17).
           05 filler          pic x(2).
           05 lc-earliest     pic x(17).
           05 filler          pic x(2).
           05 lc-latest       pic x(17).
           05 filler          pic x(2).
           05 lc-gap-first    pic x(12).
           05 filler          pic x(2).
           05 lc-gap-last     pic x(12).

       Working-Storage Section.

       copy "sqlaudit.cbl".
       copy "sqlincid.cbl".
       copy "sqlrunh.cbl".
       copy "sqloplk.cbl".

      * Local variables
       77 rc                  pic s9(9) comp-5.
       77 picked-sw           pic x value "N".
           88 backup-picked       value "Y".
       77 picked-ts           pic x(17).
       77 picked-type         pic x(8).
       77 confirm-sw          pic x.
           88 plan-confirmed      value "Y" "y".

      * the reachable window from the last nightly log-chain check
       77 chain-fs            pic xx.
       77 chain-eof           pic x.
           88 no-more-chains      value "Y".
       77 window-sw           pic x value "N".
           88 window-found        value "Y".

      * the database's LOGCHAIN.DAT record, kept past the close
       01 window-rec.
           05 wn-dbname       pic x(18).
           05 filler          pic x(2).
           05 wn-checked      pic x(17).
           05 filler          pic x(2).
           05 wn-result       pic x(8).
           05 filler          pic x(2).
           05 wn-backup-ts    pic x(17).
           05 filler          pic x(2).
           05 wn-earliest     pic x(17).
           05 filler          pic x(2).
           05 wn-latest       pic x(17).
           05 filler          pic x(2).
           05 wn-gap-first    pic x(12).
           05 filler          pic x(2).
           05 wn-gap-last     pic x(12).

       77 sqlcode-disp        pic -(9)9.
       77 restore-failed-sw   pic x value "N".
           88 restore-failed      value "Y".
       77 lock-held-sw        pic x value "N".
           88 lock-held           value "Y".
       77 lock-retcode        pic s9(9) comp-5.

       Procedure Division.
       dbrstore-pgm section.
           display "restore plan :".
           display "  database   : ", restore-dbname.
           display "  image from : ", picked-ts.
           if picked-type equal "ONLINE"
              display "  image type : ONLINE -- taken with the ",
                 "database up; the logs from the backup onward ",
                 "must be available"
           else
              display "  image type : OFFLINE".
           perform Show-Window thru End-Show-Window.
           display "  roll forward to : ", target-ts.
           display "proceed? (Y/N) : " with no advancing.
           accept confirm-sw.
           move "CONFIRMED" to AUD-OUTCOME.
           perform Audit-Step thru End-Audit-Step.

      * no other run may work the database while it is restored
           move "C" to OL-FUNCTION.
           move restore-dbname to OL-TARGET.
           move "EXCL" to OL-CLASS.
           move operator-id to OL-OPERATOR.
           move "dbrstore" to OL-PROGRAM.
           call "oplock" using OPLOCK-AREA.
           if OL-STATUS equal "REFUSED"
              display restore-dbname, " is held ", OL-HOLDER-CLASS,
                 " by ", OL-HOLDER-PROGRAM, " for ",
                 OL-HOLDER-OPERATOR, " since ", OL-HOLDER-SINCE
              display "restore not run"
              move "RESTORE" to AUD-ACTION
              move "LOCK REFUSED" to AUD-OUTCOME
              perform Audit-Step thru End-Audit-Step
              go to end-dbrstore.
           set lock-held to true.

           perform Run-Restore thru End-Run-Restore.
           if restore-failed
              go to end-dbrstore.
           display "restore of ", restore-dbname, " complete".

       end-dbrstore.
           perform Release-Restore-Lock thru End-Release-Restore-Lock.
           move "E" to RH-FUNCTION.
           move RETURN-CODE to RH-RETCODE.
           call "runhist" using RUNHIST-AREA.
           if not backup-picked
              or bh-timestamp is greater than picked-ts
              set backup-picked to true
              move bh-timestamp to picked-ts
              move bh-type to picked-type.
       End-Pick-One-Backup. exit.

      ***********************************************************************
      * Show-Window adds the reachable window logchain.cbl recorded
      * last night to the plan -- the earliest and latest times the
      * archived log chain from the newest image can reach, and the
      * missing logs where the chain breaks -- so a target the
      * roll-forward cannot reach is seen before the confirm, not at
      * the end of the restore.
      ***********************************************************************
       Show-Window.
           move "N" to window-sw.
           open input chain-file.
           if chain-fs equal "35"
              display "  reachable  : not known -- no log-chain ",
                 "check on file"
              go to End-Show-Window.

           move "N" to chain-eof.
           perform Find-Window thru End-Find-Window
               until no-more-chains or window-found.
           close chain-file.

           if not window-found
              display "  reachable  : not known -- ", restore-dbname,
                 " was not in the last log-chain check"
              go to End-Show-Window.

           if wn-earliest equal spaces
              display "  reachable  : not known -- log-chain check ",
                 "of ", wn-checked, " ended ", wn-result
              go to End-Show-Window.

           display "  reachable  : ", wn-earliest, " to ", wn-latest,
              " (log chain checked ", wn-checked, ")".
           if wn-result equal "GAP"
              display "  log gap    : ", wn-gap-first, " thru ",
                 wn-gap-last, " missing -- the roll-forward ",
                 "stops at ", wn-latest.
           if target-ts is greater than wn-latest
              display "  WARNING    : the target is past the ",
                 "reachable window".
           if target-ts is less than wn-earliest
              display "  note       : the target is before the ",
                 "checked window; the older image's chain was ",
                 "not checked".
       End-Show-Window. exit.

       Find-Window.
           read chain-file
               at end
                  move "Y" to chain-eof
                  go to End-Find-Window
           end-read.
           if lc-dbname equal restore-dbname
              move chain-rec to window-rec
              set window-found to true.
       End-Find-Window. exit.

      ***********************************************************************
      * Run-Restore drives the RESTORE DATABASE API from the picked
      * image.  A failure is reported through incident.cbl so the
                  sqlcode-disp              delimited by size
                  into INC-DETAIL.
           call "incident" using INCIDENT-AREA.
      * checkerr's fatal path ends the run -- the lock goes first
           perform Release-Restore-Lock thru End-Release-Restore-Lock.

       Restore-Checkerr.
           move "RESTORE DATABASE" to errloc.
                  sqlcode-disp                   delimited by size
                  into INC-DETAIL.
           call "incident" using INCIDENT-AREA.
      * checkerr's fatal path ends the run -- the lock goes first
           perform Release-Restore-Lock thru End-Release-Restore-Lock.

       Rollforward-Checkerr.
           move "ROLLFORWARD DATABASE" to errloc.
           move spaces to AUD-ACTION.
           move spaces to AUD-OUTCOME.
       End-Audit-Step. exit.

       Release-Restore-Lock.
           if not lock-held
              go to End-Release-Restore-Lock.
           move RETURN-CODE to lock-retcode.
           move "R" to OL-FUNCTION.
           move restore-dbname to OL-TARGET.
           move "dbrstore" to OL-PROGRAM.
           call "oplock" using OPLOCK-AREA.
           move lock-retcode to RETURN-CODE.
           move "N" to lock-held-sw.
       End-Release-Restore-Lock. exit.
