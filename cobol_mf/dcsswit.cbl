      **         switched entry to DCSSWIT.RPT and recording each
      **         switch in the operations audit trail.
      **
      **         A pair is not switched onto an alternate whose last
      **         probe in DCSPROBE.HIS (dcsprobe.cbl) failed unless
      **         the operator overrides with a reason, which goes to
      **         the report in full and to the audit trail as a
      **         second PROBE OVERRIDE record carrying its first 16
      **         characters as the outcome.  Every switched entry
      **         is then probed through its new live route
      **         (dcsroute.cbl) to confirm it actually works; a route
      **         that fails its confirmation ends the run with
      **         condition code 8.
      **
      ** DB2 APIs USED:
      **         sqlggdge -- GET DCS DIRECTORY ENTRY
      **         sqlggdel -- UNCATALOG DCS DIRECTORY ENTRY
      **         sqlggdad -- CATALOG DCS DIRECTORY ENTRY
      **
      ** INPUT FILES: DCSALT.CFG (gateway pairs keyed by local db name)
      **              DCSPROBE.HIS (gateway route probe trend)
      ** OUTPUT FILE: DCSSWIT.RPT (before/after switch-over listing)
      ***********************************************************************
      **
           select pairing-file assign to "DCSALT.CFG"
               organization is line sequential
               file status is pairing-fs.
           select probe-file assign to "DCSPROBE.HIS"
               organization is line sequential
               file status is probe-fs.
           select switch-rpt assign to "DCSSWIT.RPT"
               organization is line sequential.

           05 filler          pic x.
           05 da-alternate    pic x(50).

       FD  probe-file.
       01  probe-rec.
           05 pb-timestamp    pic x(17).
           05 filler          pic x(2).
           05 pb-ldb          pic x(8).
           05 filler          pic x(2).
           05 pb-route        pic x(9).
           05 filler          pic x(2).
           05 pb-mode         pic x(8).
           05 filler          pic x(2).
           05 pb-result       pic x(8).
           05 filler          pic x(2).
           05 pb-connect-cs   pic 9(7).
           05 filler          pic x(2).
           05 pb-parm         pic x(50).
           05 filler          pic x(2).
           05 pb-detail       pic x(40).

       FD  switch-rpt.
       01  switch-rpt-rec     pic x(120).

       copy "sqlenv.cbl".
       copy "sqlca.cbl".
       copy "sqlaudit.cbl".
       copy "sqlroute.cbl".

      * Local Variables
       77 rc                  pic s9(9) comp-5.
       77 failed-count        pic 9(4) comp-5 value 0.
       01 rpt-line            pic x(120).

      * the alternate's last probe, and the operator's override of a
      * failed one
       77 probe-fs            pic xx.
       77 probe-eof           pic x.
           88 no-more-probes      value "Y".
       77 last-probe-result   pic x(8).
       77 last-probe-ts       pic x(17).
       77 override-sw         pic x.
           88 override-given      value "Y" "y".
       77 override-reason     pic x(60).
       77 refused-count       pic 9(4) comp-5 value 0.

      * the confirmation probe of each switched route
       77 unconfirmed-count   pic 9(4) comp-5 value 0.
       77 seconds-disp        pic z(4)9.99.

       Procedure Division.
       dcsswit-pgm section.


           display switched-count, " entr(ies) switched, ",
              failed-count, " failed -- see DCSSWIT.RPT".
           if refused-count is greater than 0
              display refused-count, " pair(s) refused -- the ",
                 "alternate failed its last probe".
           if unconfirmed-count is greater than 0
              display unconfirmed-count, " switched route(s) FAILED ",
                 "the confirmation probe -- see DCSSWIT.RPT"
              move 8 to RETURN-CODE.

       end-dcsswit. stop run.

           else
              move da-primary to target-parm.

           if to-alternate
              perform Check-Alternate-Probe
                  thru End-Check-Alternate-Probe
              if last-probe-result equal "REFUSED"
                 go to End-Switch-One-Pair.

      * fetch the current entry -- also the "before" side of the report
           move SQL-DCS-STR-ID to STRUCT-ID of SQL-DIR-ENTRY.
           move da-ldb to LDB of SQL-DIR-ENTRY.
                  PARM of SQL-DIR-ENTRY delimited by size
                  into rpt-line.
           perform Write-Switch-Line thru End-Write-Switch-Line.

           perform Confirm-New-Route thru End-Confirm-New-Route.
       End-Switch-One-Pair. exit.

      ***********************************************************************
      * Check-Alternate-Probe finds the alternate route's last probe in
      * DCSPROBE.HIS.  A failed last probe refuses the switch unless
      * the operator overrides it with a reason; last-probe-result is
      * set to REFUSED when the pair is to be left alone.  A route
      * never probed is switched, with a note in the report.
      ***********************************************************************
       Check-Alternate-Probe.
           move spaces to last-probe-result.
           move spaces to last-probe-ts.

           open input probe-file.
           if probe-fs not equal "35"
              move "N" to probe-eof
              perform Read-One-Probe thru End-Read-One-Probe
                  until no-more-probes
              close probe-file.

           if last-probe-result equal spaces
              move spaces to rpt-line
              string da-ldb delimited by space
                     " alternate route has never been probed"
                        delimited by size
                     into rpt-line
              perform Write-Switch-Line thru End-Write-Switch-Line
              go to End-Check-Alternate-Probe.

           if last-probe-result not equal "FAILED"
              go to End-Check-Alternate-Probe.

           display "*** ", da-ldb, " alternate gateway FAILED its ",
              "last probe at ", last-probe-ts, " ***".
           display "override and switch anyway? (Y/N) : "
              with no advancing.
           accept override-sw.
           move spaces to override-reason.
           if override-given
              display "override reason : " with no advancing
              accept override-reason.

           if not override-given or override-reason equal spaces
              move "REFUSED" to last-probe-result
              add 1 to refused-count
              move spaces to rpt-line
              string da-ldb delimited by space
                     " NOT SWITCHED -- alternate failed its last ",
                     "probe at " delimited by size
                     last-probe-ts delimited by size
                     into rpt-line
              perform Write-Switch-Line thru End-Write-Switch-Line
              go to End-Check-Alternate-Probe.

           move spaces to rpt-line.
           string da-ldb delimited by space
                  " OVERRIDE of failed probe at " delimited by size
                  last-probe-ts   delimited by size
                  ": "            delimited by size
                  override-reason delimited by size
                  into rpt-line.
           perform Write-Switch-Line thru End-Write-Switch-Line.

           move operator-id to AUD-OPERATOR.
           move "PROBE OVERRIDE" to AUD-ACTION.
           move da-ldb to AUD-TARGET.
           move "OVERRIDDEN" to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.
      * the reason follows, as far as the outcome field holds it
           move override-reason (1:16) to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.
       End-Check-Alternate-Probe. exit.

       Read-One-Probe.
           read probe-file
               at end
                  move "Y" to probe-eof
                  go to End-Read-One-Probe
           end-read.

           if pb-ldb equal da-ldb and pb-route equal "ALTERNATE"
              move pb-result to last-probe-result
              move pb-timestamp to last-probe-ts.
       End-Read-One-Probe. exit.

      ***********************************************************************
      * Confirm-New-Route probes the entry just catalogued through its
      * live database alias, proving the new route reaches the host.
      ***********************************************************************
       Confirm-New-Route.
           move "L" to RT-FUNCTION.
           move da-ldb to RT-LDB.
           if to-alternate
              move "ALTERNATE" to RT-ROUTE
           else
              move "PRIMARY" to RT-ROUTE.
           move target-parm to RT-PARM.
           call "dcsroute" using DCSROUTE-AREA.

           compute seconds-disp = RT-CONNECT-CS / 100.
           move spaces to rpt-line.
           if RT-RESULT equal "REACHED"
              string da-ldb       delimited by space
                     " CONFIRMED -- new route reached the host in "
                        delimited by size
                     seconds-disp delimited by size
                     "s"          delimited by size
                     into rpt-line
           else
              add 1 to unconfirmed-count
              string da-ldb       delimited by space
                     " *** NEW ROUTE FAILED ITS PROBE: "
                        delimited by size
                     RT-DETAIL    delimited by "  "
                     " ***"       delimited by size
                     into rpt-line.
           perform Write-Switch-Line thru End-Write-Switch-Line.
       End-Confirm-New-Route. exit.

      ***********************************************************************
      * Record-Audit reports the state-changing call just made to the
      * shared operations audit trail (opsaudit.cbl).  The caller sets
