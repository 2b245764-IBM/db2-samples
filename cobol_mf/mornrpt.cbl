      **         MORNING.RPT, so the first half hour of the shift is a
      **         single page instead of five files opened in order.
      **
      **         Operation locks still held in OPLOCK.DAT (oplock.cbl)
      **         are listed too: by shift start the overnight drivers
      **         should have released theirs, so a lock still there
      **         is either a run still going or one that died holding
      **         it -- lockbrk.cbl tells the two apart.
      **
      **         Yesterday's scheduled runs are summarized from the
      **         RUNRECON.DAT reconciliation runrecon.cbl leaves --
      **         counts by class, with every dispatch that did not
      **         simply RAN listed and MISSED or FAILED starred.
      **
      ** INPUT FILES:  EODSHUT.LOG  (end-of-day shutdown log)
      **               BACKUP.HIS   (cold backup history)
      **               DBSTART.CTL  (list of instances expected back)
      **               DBSTRPT.LOG  (startup report from dbstart)
      **               HLTHCHK.LOG  (health-check results)
      **               HADRSTAT.DAT (HADR pair state, from hadrmon)
      **               RESTART.LOG  (restart-attempt checkpoint log)
      **               ERRLOG.IDX   (keyed error history)
      **               OPLOCK.DAT   (operation lock registry)
      **               RUNRECON.DAT (scheduled-run reconciliation)
      ** OUTPUT FILE:  MORNING.RPT  (consolidated morning status report)
      ***********************************************************************
      **
           select maint-registry assign to "MAINTREG.DAT"
               organization is line sequential
               file status is maint-fs.
           select lock-registry assign to "OPLOCK.DAT"
               organization is line sequential
               file status is lock-fs.
           select error-log assign to "ERRLOG.IDX"
               organization is indexed
               access is sequential
           select backup-history assign to "BACKUP.HIS"
               organization is line sequential
               file status is backup-fs.
           select hadr-status assign to "HADRSTAT.DAT"
               organization is line sequential
               file status is hadr-fs.
           select recon-file assign to "RUNRECON.DAT"
               organization is line sequential
               file status is recon-fs.
           select morning-rpt assign to "MORNING.RPT"
               organization is line sequential.

           05 filler          pic x(2).
           05 mg-operator     pic x(8).

       FD  lock-registry.
       01  lock-reg-rec.
           05 lk-target       pic x(18).
           05 filler          pic x(2).
           05 lk-class        pic x(8).
           05 filler          pic x(2).
           05 lk-operator     pic x(8).
           05 filler          pic x(2).
           05 lk-program      pic x(10).
           05 filler          pic x(2).
           05 lk-runid        pic x(16).
           05 filler          pic x(2).
           05 lk-since        pic x(17).

       FD  error-log.
       01  error-log-rec.
           05 el-key.
           05 filler          pic x(2).
           05 bh-sqlcode      pic x(10).

       FD  hadr-status.
       01  hadr-status-rec.
           05 hs-dbname       pic x(18).
           05 filler          pic x(2).
           05 hs-checked      pic x(17).
           05 filler          pic x(2).
           05 hs-primary-host pic x(12).
           05 filler          pic x(2).
           05 hs-standby-host pic x(12).
           05 filler          pic x(2).
           05 hs-local-role   pic x(8).
           05 filler          pic x(2).
           05 hs-state        pic x(16).
           05 filler          pic x(2).
           05 hs-connect      pic x(12).
           05 filler          pic x(2).
           05 hs-syncmode     pic x(10).
           05 filler          pic x(2).
           05 hs-gap-kb       pic 9(9).
           05 filler          pic x(2).
           05 hs-verdict      pic x(8).

       FD  recon-file.
       01  recon-rec.
           05 rr-date         pic 9(8).
           05 filler          pic x.
           05 rr-program      pic x(10).
           05 filler          pic x.
           05 rr-due-hhmm     pic 9(4).
           05 filler          pic x.
           05 rr-class        pic x(10).
           05 filler          pic x.
           05 rr-ran-hhmm     pic 9(4).
           05 filler          pic x.
           05 rr-cc           pic 9(2).
           05 filler          pic x.
           05 rr-critical     pic x.

       FD  morning-rpt.
       01  morning-rpt-rec       pic x(120).

       77 severe-count        pic 9(4) comp-5 value 0.
       77 maint-fs            pic xx.
       77 maint-listed        pic 9(4) comp-5 value 0.
       77 lock-fs             pic xx.
       77 lock-listed         pic 9(4) comp-5 value 0.

      * work fields for the yesterday-date computation
       01 cutoff-date-parts.
       77 backup-fs           pic xx.
       77 backup-line-count   pic 9(4) comp-5 value 0.
       77 backup-fail-count   pic 9(4) comp-5 value 0.
       77 hadr-fs             pic xx.
       77 hadr-listed         pic 9(4) comp-5 value 0.
       77 gap-disp            pic z(8)9.

      * yesterday's scheduled-run reconciliation, tallied by class
       77 recon-fs            pic xx.
       77 recon-day           pic 9(8) value 0.
       77 recon-ran           pic 9(4) comp-5 value 0.
       77 recon-late          pic 9(4) comp-5 value 0.
       77 recon-failed        pic 9(4) comp-5 value 0.
       77 recon-missed        pic 9(4) comp-5 value 0.
       77 recon-dup           pic 9(4) comp-5 value 0.
       77 recon-supp          pic 9(4) comp-5 value 0.

       Procedure Division.
       mornrpt-pgm section.
           perform Report-Backups  thru End-Report-Backups.
           perform Report-Startup  thru End-Report-Startup.
           perform Report-Health   thru End-Report-Health.
           perform Report-Hadr     thru End-Report-Hadr.
           perform Report-Restarts thru End-Report-Restarts.
           perform Report-Recon thru End-Report-Recon.
           perform Report-Severe   thru End-Report-Severe.
           perform Report-Maintenance thru End-Report-Maintenance.
           perform Report-Locks thru End-Report-Locks.

           move spaces to rpt-line.
           perform Write-Morning-Line thru End-Write-Morning-Line.
           perform Write-Morning-Line thru End-Write-Morning-Line.
       End-Scan-One-Errlog. exit.

      ***********************************************************************
      * Report-Hadr shows which side of each HADR pair is primary
      * this morning, from the state hadrmon.cbl last recorded.  A
      * pair that is not OK is starred -- a takeover overnight must
      * be the first thing the shift sees, not the third call.
      ***********************************************************************
       Report-Hadr.
           move spaces to rpt-line.
           perform Write-Morning-Line thru End-Write-Morning-Line.
           move "HADR PAIRS" to rpt-line.
           perform Write-Morning-Line thru End-Write-Morning-Line.

           move 0 to hadr-listed.
           open input hadr-status.
           if hadr-fs equal "35"
              move "  HADRSTAT.DAT not found -- hadrmon has not run"
                 to rpt-line
              perform Write-Morning-Line thru End-Write-Morning-Line
              go to End-Report-Hadr.

           move "N" to file-eof.
           perform Report-One-Pair thru End-Report-One-Pair
               until no-more-records.
           close hadr-status.
           move "N" to file-eof.

           if hadr-listed equal 0
              move "  none recorded" to rpt-line
              perform Write-Morning-Line thru End-Write-Morning-Line.
       End-Report-Hadr. exit.

       Report-One-Pair.
           read hadr-status
               at end
                  move "Y" to file-eof
                  go to End-Report-One-Pair
           end-read.

           if hs-dbname equal spaces
              go to End-Report-One-Pair.
           add 1 to hadr-listed.
           move hs-gap-kb to gap-disp.
           move spaces to rpt-line.
           string "  "            delimited by size
                  hs-dbname       delimited by size
                  " primary "     delimited by size
                  hs-primary-host delimited by size
                  " standby "     delimited by size
                  hs-standby-host delimited by size
                  " "             delimited by size
                  hs-state        delimited by size
                  " gap(KB)"      delimited by size
                  gap-disp        delimited by size
                  " "             delimited by size
                  hs-verdict      delimited by size
                  into rpt-line.
           if hs-verdict not equal "OK"
              move "*" to rpt-line (1:1).
           perform Write-Morning-Line thru End-Write-Morning-Line.
       End-Report-One-Pair. exit.

      ***********************************************************************
      * Report-Recon summarizes the reconciliation of yesterday's
      * scheduled runs -- a job that MISSED or FAILED overnight must
      * be on the page before anyone goes looking for its output.
      ***********************************************************************
       Report-Recon.
           move spaces to rpt-line.
           perform Write-Morning-Line thru End-Write-Morning-Line.
           move "SCHEDULED RUNS" to rpt-line.
           perform Write-Morning-Line thru End-Write-Morning-Line.

           open input recon-file.
           if recon-fs equal "35"
              move "  RUNRECON.DAT not found -- runrecon has not run"
                 to rpt-line
              perform Write-Morning-Line thru End-Write-Morning-Line
              go to End-Report-Recon.

           move "N" to file-eof.
           perform Report-One-Recon thru End-Report-One-Recon
               until no-more-records.
           close recon-file.
           move "N" to file-eof.

           move spaces to rpt-line.
           if recon-day equal 0
              move "  no dispatches were due" to rpt-line
              perform Write-Morning-Line thru End-Write-Morning-Line
              go to End-Report-Recon.

           move recon-ran to count-disp.
           string "  "       delimited by size
                  recon-day  delimited by size
                  ": RAN"    delimited by size
                  count-disp delimited by size
                  into rpt-line.
           move recon-late to count-disp.
           string "  LATE"   delimited by size
                  count-disp delimited by size
                  into rpt-line (20:10).
           move recon-failed to count-disp.
           string "  FAILED" delimited by size
                  count-disp delimited by size
                  into rpt-line (30:12).
           move recon-missed to count-disp.
           string "  MISSED" delimited by size
                  count-disp delimited by size
                  into rpt-line (42:12).
           move recon-dup to count-disp.
           string "  DUPLICATE" delimited by size
                  count-disp    delimited by size
                  into rpt-line (54:15).
           move recon-supp to count-disp.
           string "  SUPPRESSED" delimited by size
                  count-disp     delimited by size
                  into rpt-line (69:16).
           if recon-failed is greater than 0
              or recon-missed is greater than 0
              move "*" to rpt-line (1:1).
           perform Write-Morning-Line thru End-Write-Morning-Line.

      * a reconciliation older than yesterday means it did not run
           if recon-day is less than cutoff-date
              move "* reconciliation is stale -- runrecon did not run"
                 to rpt-line
              perform Write-Morning-Line thru End-Write-Morning-Line.
       End-Report-Recon. exit.

       Report-One-Recon.
           read recon-file
               at end
                  move "Y" to file-eof
                  go to End-Report-One-Recon
           end-read.

           if rr-program equal spaces
              go to End-Report-One-Recon.
           move rr-date to recon-day.
           if rr-class equal "RAN"
              add 1 to recon-ran
              go to End-Report-One-Recon.

           if rr-class equal "RAN LATE"
              add 1 to recon-late.
           if rr-class equal "FAILED"
              add 1 to recon-failed.
           if rr-class equal "MISSED"
              add 1 to recon-missed.
           if rr-class equal "DUPLICATE"
              add 1 to recon-dup.
           if rr-class equal "SUPPRESSED"
              add 1 to recon-supp.

           move spaces to rpt-line.
           string "  "        delimited by size
                  rr-program  delimited by size
                  " due "     delimited by size
                  rr-due-hhmm delimited by size
                  " "         delimited by size
                  rr-class    delimited by size
                  " ran "     delimited by size
                  rr-ran-hhmm delimited by size
                  " cc "      delimited by size
                  rr-cc       delimited by size
                  into rpt-line.
           if rr-critical equal "Y"
              move " critical" to rpt-line (56:9).
           if rr-class equal "FAILED"
              or rr-class equal "MISSED"
              move "*" to rpt-line (1:1).
           perform Write-Morning-Line thru End-Write-Morning-Line.
       End-Report-One-Recon. exit.

      ***********************************************************************
      * Report-Maintenance lists what the maintenance-mode registry
      * still holds -- alert suppressions must be visible on the
           perform Write-Morning-Line thru End-Write-Morning-Line.
       End-Report-One-Maint. exit.

      ***********************************************************************
      * Report-Locks lists every operation lock still held -- each one
      * is either a run still going or a run that died holding it,
      * and anything that needs the target is refused until it goes.
      ***********************************************************************
       Report-Locks.
           move spaces to rpt-line.
           perform Write-Morning-Line thru End-Write-Morning-Line.
           move "OPERATION LOCKS STILL HELD" to rpt-line.
           perform Write-Morning-Line thru End-Write-Morning-Line.

           move 0 to lock-listed.
           open input lock-registry.
           if lock-fs equal "35"
              go to Locks-None.

           move "N" to file-eof.
           perform Report-One-Lock thru End-Report-One-Lock
               until no-more-records.
           close lock-registry.
           move "N" to file-eof.

       Locks-None.
           if lock-listed equal 0
              move "  none -- every driver released its targets"
                 to rpt-line
              perform Write-Morning-Line thru End-Write-Morning-Line
           else
              move "  a lock whose run has died is broken with lockbrk"
                 to rpt-line
              perform Write-Morning-Line thru End-Write-Morning-Line.
       End-Report-Locks. exit.

       Report-One-Lock.
           read lock-registry
               at end
                  move "Y" to file-eof
                  go to End-Report-One-Lock
           end-read.

           if lk-target equal spaces
              go to End-Report-One-Lock.
           add 1 to lock-listed.
           move spaces to rpt-line.
           string "* "        delimited by size
                  lk-target   delimited by size
                  " "         delimited by size
                  lk-class    delimited by size
                  " by "      delimited by size
                  lk-program  delimited by size
                  " for "     delimited by size
                  lk-operator delimited by size
                  " since "   delimited by size
                  lk-since    delimited by size
                  into rpt-line.
           perform Write-Morning-Line thru End-Write-Morning-Line.
       End-Report-One-Lock. exit.

       Write-Morning-Line.
           write morning-rpt-rec from rpt-line.
           display rpt-line.
