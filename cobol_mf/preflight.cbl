      **         RETURN-CODE is 8 when anything failed, so a
      **         scheduler step can route on it.
      **
      **         The run closes with the control-file coverage check
      **         (ctlcover.cbl): a database missing from a control
      **         file its tier requires, or an entry naming a
      **         database the directory no longer holds, fails the
      **         preflight too, so the gap is closed before the
      **         month-end SLA run skips the database.
      **
      ** INPUT FILES:  the suite's .CTL, .CFG, .POL, .LST, and .CAL
      **               files (see the table in Load-File-List)
      ** OUTPUT FILES: PREFLGHT.RPT (pass/fail per file)
      **               CTLCOVER.RPT (coverage report, via ctlcover)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.

       Working-Storage Section.

       copy "sqlcover.cbl".

      * Local variables
       77 check-fs            pic xx.
       77 file-eof            pic x.
      * field work for the per-rule parses
       77 warn-value          pic 9(9).
       77 crit-value          pic 9(9).

      * MONTHRES.POL base entries and day-class overlays, so every
      * overlay can be checked for a base entry to sit over once the
      * whole file has been read
       77 base-key-count      pic 9(4) comp-5.
       01 base-key-table.
          05 base-key-entry occurs 200 times.
             10 bk-metric     pic x(12).
             10 bk-dbname     pic x(8).
       77 overlay-count       pic 9(4) comp-5.
       01 overlay-table.
          05 overlay-entry occurs 200 times.
             10 ov-metric     pic x(12).
             10 ov-dbname     pic x(8).
             10 ov-line       pic 9(6) comp-5.
       77 key-idx             pic 9(4) comp-5.
       77 ovl-idx             pic 9(4) comp-5.
       77 base-found-sw       pic x.
       77 token-idx           pic 9(4) comp-5.
       77 token-known-sw      pic x.
       01 rb-step-names.
           perform Check-One-File thru End-Check-One-File
               varying list-idx from 1 by 1
               until list-idx is greater than list-count.
           perform Check-Coverage thru End-Check-Coverage.

           move spaces to rpt-line.
           perform Write-Pre-Line thru End-Write-Pre-Line.
           add 1 to list-count.
           move "KPITARG.CTL"  to fl-name (list-count).
           move "KPITARG"      to fl-rule (list-count).
           add 1 to list-count.
           move "COVRULE.CTL"  to fl-name (list-count).
           move "COVRULE"      to fl-rule (list-count).
           add 1 to list-count.
           move "SITEKIT.CTL"  to fl-name (list-count).
           move "SITEKIT"      to fl-rule (list-count).
           add 1 to list-count.
           move "PRIVACY.POL"  to fl-name (list-count).
           move "PRIVACY"      to fl-rule (list-count).
           add 1 to list-count.
           move "HLTHSCOR.POL" to fl-name (list-count).
           move "HLTHSCOR"     to fl-rule (list-count).
       End-Add-List-Entry. exit.

      ***********************************************************************
      * Check-Coverage has ctlcover.cbl reconcile every database
      * against the control files its tier requires; any MISSING
      * entry or orphan fails the coverage line.
      ***********************************************************************
       Check-Coverage.
           call "ctlcover" using COVER-AREA.

           move spaces to rpt-line.
           if COVER-GAP-COUNT equal 0
              and COVER-ORPHAN-COUNT equal 0
              string "  control-file coverage : PASS"
                                    delimited by size
                     into rpt-line
           else
              add 1 to failed-files
              move COVER-GAP-COUNT to err-disp
              string "  control-file coverage : FAIL ("
                                    delimited by size
                     err-disp       delimited by size
                     " missing,"    delimited by size
                     into rpt-line
              move COVER-ORPHAN-COUNT to err-disp
              string err-disp       delimited by size
                     " orphan(s)) -- see CTLCOVER.RPT"
                                    delimited by size
                     into rpt-line (47:40).
           perform Write-Pre-Line thru End-Write-Pre-Line.
       End-Check-Coverage. exit.

       Check-One-File.
           move fl-name (list-idx) to check-file-name.
           move fl-rule (list-idx) to check-rule.
           move 0 to line-number.
           move 0 to file-errors.
           move 0 to base-key-count.
           move 0 to overlay-count.

           open input check-file.
           if check-fs equal "35"
           close check-file.
           move "N" to file-eof.

           if check-rule equal "THRESHOLD"
              perform Check-Overlay-Base thru End-Check-Overlay-Base
                  varying ovl-idx from 1 by 1
                  until ovl-idx is greater than overlay-count.

           move spaces to rpt-line.
           if file-errors equal 0
              string "  "            delimited by size
                 perform Rule-Triplet thru End-Rule-Triplet
              when "KPITARG"
                 perform Rule-Kpitarg thru End-Rule-Kpitarg
              when "COVRULE"
                 perform Rule-Covrule thru End-Rule-Covrule
              when "SITEKIT"
                 perform Rule-Sitekit thru End-Rule-Sitekit
              when "PRIVACY"
                 perform Rule-Privacy thru End-Rule-Privacy
              when "HLTHSCOR"
                 perform Rule-Hlthscor thru End-Rule-Hlthscor
              when other
                 continue
           end-evaluate.
           move check-rec (33:9) to crit-value.
           if warn-value is not less than crit-value
              move "warning limit must sit below critical"
                 to fault-text
              go to End-Rule-Threshold.
      * a day-class overlay is keyed by the classes sitecal.cbl hands
      * thrload.cbl; NORMAL days are what the base entry is for
           if check-rec (43:8) not equal spaces
              and check-rec (43:8) not equal "MONTHEND"
              and check-rec (43:8) not equal "HOLIDAY"
              and check-rec (43:8) not equal "WEEKEND"
              move "overlay must be MONTHEND, HOLIDAY, or WEEKEND"
                 to fault-text
              go to End-Rule-Threshold.
           if check-rec (51:70) not equal spaces
              move "text after the overlay column" to fault-text
              go to End-Rule-Threshold.

           if check-rec (43:8) equal spaces
              if base-key-count is less than 200
                 add 1 to base-key-count
                 move check-rec (1:12) to bk-metric (base-key-count)
                 move check-rec (14:8) to bk-dbname (base-key-count)
              end-if
           else
              if overlay-count is less than 200
                 add 1 to overlay-count
                 move check-rec (1:12) to ov-metric (overlay-count)
                 move check-rec (14:8) to ov-dbname (overlay-count)
                 move line-number to ov-line (overlay-count).
       End-Rule-Threshold. exit.

      * an overlay replaces a base entry's limits on its class of day;
      * one with no base entry for its metric (on its database or on
      * "*") has nothing to overlay and would judge only those days
       Check-Overlay-Base.
           move "N" to base-found-sw.
           perform Match-Overlay-Base thru End-Match-Overlay-Base
               varying key-idx from 1 by 1
               until key-idx is greater than base-key-count.
           if base-found-sw equal "Y"
              go to End-Check-Overlay-Base.

           move ov-line (ovl-idx) to line-number.
           move "overlay has no base entry for its metric"
              to fault-text.
           perform Report-Fault thru End-Report-Fault.
       End-Check-Overlay-Base. exit.

       Match-Overlay-Base.
           if bk-metric (key-idx) equal ov-metric (ovl-idx)
              and (bk-dbname (key-idx) equal ov-dbname (ovl-idx)
                 or bk-dbname (key-idx) equal "*")
              move "Y" to base-found-sw.
       End-Match-Overlay-Base. exit.

       Rule-Siteparm.
           if check-rec (1:9) not equal "DEFAULTDB"
              and check-rec (1:9) not equal "DATABASE "
              and check-rec (1:9) not equal "DSTSHIFT "
              and check-rec (1:9) not equal "TRAINING "
              and check-rec (1:9) not equal "SITEID   "
              and check-rec (1:9) not equal "CREDAGE  "
              and check-rec (1:9) not equal "ROTAWEEKS"
              move "unknown keyword" to fault-text.
       End-Rule-Siteparm. exit.

      * sitekit.cbl's export control: files to package, literals to
      * template as %name% placeholders, and checklist steps
       Rule-Sitekit.
           if check-rec (1:6) not equal "FILE  "
              and check-rec (1:6) not equal "VALUE "
              and check-rec (1:6) not equal "MANUAL"
              move "keyword must be FILE, VALUE, or MANUAL"
                 to fault-text
              go to End-Rule-Sitekit.
           if check-rec (8:60) equal spaces
              move "entry names nothing" to fault-text
              go to End-Rule-Sitekit.
           if check-rec (1:6) equal "FILE  "
              and check-rec (8:14) equal "CREDVLT.DAT"
              move "the credential vault never travels in the kit"
                 to fault-text
              go to End-Rule-Sitekit.
           if check-rec (1:6) not equal "VALUE "
              go to End-Rule-Sitekit.
           move 0 to token-idx.
           inspect check-rec (8:8) tallying token-idx for all "%".
           if token-idx is greater than 0
              or check-rec (8:8) equal spaces
              move "VALUE name must be given, without %"
                 to fault-text
              go to End-Rule-Sitekit.
           if check-rec (17:50) equal spaces
              move "VALUE names no text to template" to fault-text.
       End-Rule-Sitekit. exit.

      * privmask.cbl's retention limits: a file it has a layout for,
      * masking days, and removal days beyond them (0000 for never)
       Rule-Privacy.
           if check-rec (1:14) equal "PSEUDKEY"
              if check-rec (16:20) equal spaces
                 move "PSEUDKEY gives no key" to fault-text
              end-if
              go to End-Rule-Privacy.
           if check-rec (1:14) not equal "CHRGBACK.CSV"
              and check-rec (1:14) not equal "VICTIMS.DAT"
              and check-rec (1:14) not equal "OPERMENU.LOG"
              and check-rec (1:14) not equal "ACCTSWP.RPT"
              and check-rec (1:14) not equal "CONNALLW.DAT"
              and check-rec (1:14) not equal "CONNNEW.DAT"
              move "not a file privmask can mask" to fault-text
              go to End-Rule-Privacy.
           if check-rec (16:4) not numeric
              or check-rec (21:4) not numeric
              or check-rec (16:4) equal "0000"
              move "limits must be numeric days" to fault-text
              go to End-Rule-Privacy.
           if check-rec (21:4) not equal "0000"
              and check-rec (21:4) not greater than check-rec (16:4)
              move "removal limit must lie beyond the masking limit"
                 to fault-text.
       End-Rule-Privacy. exit.

      * hlthscor.cbl's scoring policy: a scored factor with its
      * points and the range they are lost over, or the DROPALERT
      * fall in a day
       Rule-Hlthscor.
           if check-rec (1:9) equal "DROPALERT"
              if check-rec (11:3) not numeric
                 move "DROPALERT points must be numeric" to fault-text
              end-if
              go to End-Rule-Hlthscor.
           if check-rec (1:9) not equal "TBSP"
              and check-rec (1:9) not equal "LOG"
              and check-rec (1:9) not equal "DEADLOCK"
              and check-rec (1:9) not equal "AGENTS"
              and check-rec (1:9) not equal "ANOMALY"
              and check-rec (1:9) not equal "BACKUP"
              and check-rec (1:9) not equal "INCIDENT"
              and check-rec (1:9) not equal "DRIFT"
              move "not a factor hlthscor scores" to fault-text
              go to End-Rule-Hlthscor.
           if check-rec (11:3) not numeric
              or check-rec (15:9) not numeric
              or check-rec (25:9) not numeric
              move "points and range must be numeric" to fault-text
              go to End-Rule-Hlthscor.
           if check-rec (25:9) not greater than check-rec (15:9)
              move "range must end beyond where it starts"
                 to fault-text.
       End-Rule-Hlthscor. exit.

       Rule-Authlist.
           if check-rec (10:60) equal spaces
              move "operator line carries no classes" to fault-text.
              go to End-Rule-Schedule.
           if check-rec (25:1) not equal "Y"
              and check-rec (25:1) not equal "N"
              move "catch-up rule must be Y or N" to fault-text
              go to End-Rule-Schedule.
           if check-rec (27:1) not equal space
              and check-rec (27:1) not equal "Y"
              and check-rec (27:1) not equal "N"
              move "critical flag must be Y, N, or blank"
                 to fault-text.
       End-Rule-Schedule. exit.

       Rule-Schedule-Mask.
              move "target must be six digits" to fault-text.
       End-Rule-Kpitarg. exit.

      * COVRULE.CTL: a tier, then one R or N per control file in the
      * column order ctlcover.cbl reports
       Rule-Covrule.
           perform Check-Cover-Byte thru End-Check-Cover-Byte
               varying token-idx from 10 by 1
               until token-idx is greater than 18.
       End-Rule-Covrule. exit.

       Check-Cover-Byte.
           if check-rec (token-idx:1) not equal "R"
              and check-rec (token-idx:1) not equal "N"
              move "coverage rule must be nine R/N bytes"
                 to fault-text.
       End-Check-Cover-Byte. exit.

       Write-Pre-Line.
           write preflight-rpt-rec from rpt-line.
           display rpt-line (1:110).
