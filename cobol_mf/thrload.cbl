      **         naming the database outranks a "*" entry for the same
      **         metric.
      **
      **         Month-end close and holiday weekends do not run at an
      **         everyday load, so a policy record may also carry a
      **         SITECAL.CTL day class (MONTHEND, HOLIDAY, WEEKEND) in
      **         column 43: an overlay entry.  On a day sitecal.cbl
      **         classifies that way the overlay is applied over the
      **         base entry -- a database's own overlay always, a "*"
      **         overlay unless the database has a base entry of its
      **         own -- and THRESH-OVERLAY names the entry that judged.
      **         Every judgment an overlay changes (an alert it
      **         suppressed, added, raised or lowered against the base
      **         entry) is appended to OVERLAY.LOG for throvly.cbl,
      **         unless the caller asked for the limits only
      **         (THRESH-NOLOG-SW "Y").
      **
      **         Callers fill THRESH-METRIC / THRESH-DBNAME /
      **         THRESH-VALUE (see sqlthres.cbl) and CALL "thrload";
      **         the policy file is loaded once per run and kept in
      **         WORKING-STORAGE across calls, the same way checkerr
      **         keeps its message table.
      **
      ** INPUT FILE:  MONTHRES.POL (site thresholds policy)
      ** OUTPUT FILE: OVERLAY.LOG  (judgments an overlay changed)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
           select policy-file assign to "MONTHRES.POL"
               organization is line sequential
               file status is policy-fs.
           select effect-log assign to "OVERLAY.LOG"
               organization is line sequential
               file status is effect-fs.

       Data Division.
       File Section.
           05 pol-warn        pic 9(9).
           05 filler          pic x.
           05 pol-crit        pic 9(9).
           05 filler          pic x.
           05 pol-class       pic x(8).

       FD  effect-log.
       01  effect-rec.
           05 ef-timestamp    pic x(17).
           05 filler          pic x.
           05 ef-class        pic x(8).
           05 filler          pic x.
           05 ef-metric       pic x(12).
           05 filler          pic x.
           05 ef-dbname       pic x(8).
           05 filler          pic x.
           05 ef-value        pic 9(9).
           05 filler          pic x.
           05 ef-base-level   pic x(8).
           05 filler          pic x.
           05 ef-level        pic x(8).
           05 filler          pic x.
           05 ef-effect       pic x(10).

       Working-Storage Section.

       copy "sqlsical.cbl".

      * Local variables
       77 policy-fs           pic xx.
       77 effect-fs           pic xx.
       77 policy-eof          pic x.
           88 no-more-policy      value "Y".

             10 pt-dbname     pic x(8).
             10 pt-warn       pic s9(9) comp-5.
             10 pt-crit       pic s9(9) comp-5.
             10 pt-class      pic x(8).

       77 pol-idx             pic 9(4) comp-5.
       77 match-idx           pic 9(4) comp-5.
       77 base-idx            pic 9(4) comp-5.
       77 match-class         pic x(8).

      * one judgment against a pair of limits
       77 judge-warn          pic s9(9) comp-5.
       77 judge-crit          pic s9(9) comp-5.
       77 judge-level         pic x(8).
       77 base-level          pic x(8).

       77 effect-date         pic 9(8).
       77 effect-time         pic 9(8).

       Linkage Section.
       copy "sqlthres.cbl".
           if not policy-loaded
              perform Load-Policy thru End-Load-Policy.

      * the day is classified on every call, so a monitor left running
      * across midnight picks up the month-end or holiday overlay
           move 0 to CAL-ASK-DATE.
           call "sitecal" using SITECAL-AREA.

           move spaces to match-class.
           perform Find-Policy-Entry thru End-Find-Policy-Entry.
           move match-idx to base-idx.
           move 0 to match-idx.
           if CAL-CLASS not equal "NORMAL"
              move CAL-CLASS to match-class
              perform Find-Policy-Entry thru End-Find-Policy-Entry
              perform Check-Overlay-Applies
                 thru End-Check-Overlay-Applies.

      * base-idx holds the base entry from here on, match-idx the
      * overlay entry when one applies today
           if match-idx equal 0 and base-idx equal 0
              move "NOPOLICY" to THRESH-LEVEL
              move spaces to THRESH-OVERLAY
              move 0 to THRESH-WARN-LIMIT
              move 0 to THRESH-CRIT-LIMIT
              go to End-Thrload.

           move "NOPOLICY" to base-level.
           if base-idx not equal 0
              move pt-warn (base-idx) to judge-warn
              move pt-crit (base-idx) to judge-crit
              perform Judge-Value thru End-Judge-Value
              move judge-level to base-level.

           if match-idx equal 0
              move base-level to THRESH-LEVEL
              move "BASE" to THRESH-OVERLAY
              move pt-warn (base-idx) to THRESH-WARN-LIMIT
              move pt-crit (base-idx) to THRESH-CRIT-LIMIT
              go to End-Thrload.

           move pt-warn (match-idx) to judge-warn.
           move pt-crit (match-idx) to judge-crit.
           perform Judge-Value thru End-Judge-Value.
           move judge-level to THRESH-LEVEL.
           move pt-class (match-idx) to THRESH-OVERLAY.
           move pt-warn (match-idx) to THRESH-WARN-LIMIT.
           move pt-crit (match-idx) to THRESH-CRIT-LIMIT.

           if THRESH-LEVEL not equal base-level
              and THRESH-NOLOG-SW not equal "Y"
              perform Log-Overlay-Effect thru End-Log-Overlay-Effect.
       End-Thrload. exit program.

      ***********************************************************************
                 " has a non-numeric limit -- entry ignored"
              go to End-Load-One-Policy.

           if pol-class not equal spaces
              and pol-class not equal "MONTHEND"
              and pol-class not equal "HOLIDAY"
              and pol-class not equal "WEEKEND"
              display "MONTHRES.POL entry for ", pol-metric,
                 " names day class '", pol-class,
                 "' -- not MONTHEND, HOLIDAY or WEEKEND -- ignored"
              go to End-Load-One-Policy.

           if policy-count is less than 200
              add 1 to policy-count
              move pol-metric to pt-metric (policy-count)
              move pol-dbname to pt-dbname (policy-count)
              move pol-warn   to pt-warn (policy-count)
              move pol-crit   to pt-crit (policy-count)
              move pol-class  to pt-class (policy-count).
       End-Load-One-Policy. exit.

      ***********************************************************************
      * Find-Policy-Entry locates the policy row for the requested
      * metric and database among the entries of match-class (blank
      * for the base entries).  An entry naming the database outranks
      * a "*" entry for the same metric.
      ***********************************************************************
       Find-Policy-Entry.
           move 0 to match-idx.

       Match-One-Entry.
           if pt-metric (pol-idx) not equal THRESH-METRIC
              or pt-class (pol-idx) not equal match-class
              go to End-Match-One-Entry.

           if pt-dbname (pol-idx) equal THRESH-DBNAME
              and match-idx equal 0
              move pol-idx to match-idx.
       End-Match-One-Entry. exit.

      ***********************************************************************
      * Check-Overlay-Applies drops a "*" overlay when the database has
      * a base entry of its own: a database tuned by name keeps its
      * own limits unless it is given its own overlay too.
      ***********************************************************************
       Check-Overlay-Applies.
           if match-idx equal 0 or base-idx equal 0
              go to End-Check-Overlay-Applies.
           if pt-dbname (match-idx) equal "*"
              and pt-dbname (base-idx) not equal "*"
              move 0 to match-idx.
       End-Check-Overlay-Applies. exit.

       Judge-Value.
           if THRESH-VALUE is not less than judge-crit
              move "CRITICAL" to judge-level
           else
              if THRESH-VALUE is not less than judge-warn
                 move "WARNING" to judge-level
              else
                 move "NONE" to judge-level.
       End-Judge-Value. exit.

      ***********************************************************************
      * Log-Overlay-Effect appends a judgment the overlay changed:
      * SUPPRESSED when the base entry would have alerted and the
      * overlay did not, ADDED for the reverse, RAISED or LOWERED when
      * both alerted at different severities.
      ***********************************************************************
       Log-Overlay-Effect.
           accept effect-date from date yyyymmdd.
           accept effect-time from time.

           move spaces to effect-rec.
           string effect-date delimited by size
                  "-"         delimited by size
                  effect-time delimited by size
                  into ef-timestamp.
           move THRESH-OVERLAY to ef-class.
           move THRESH-METRIC  to ef-metric.
           move THRESH-DBNAME  to ef-dbname.
           if THRESH-VALUE is less than 0
              move 0 to ef-value
           else
              move THRESH-VALUE to ef-value.
           move base-level     to ef-base-level.
           move THRESH-LEVEL   to ef-level.

           if THRESH-LEVEL equal "NONE"
              move "SUPPRESSED" to ef-effect
           else
              if base-level equal "NONE"
                 or base-level equal "NOPOLICY"
                 move "ADDED" to ef-effect
              else
                 if THRESH-LEVEL equal "CRITICAL"
                    move "RAISED" to ef-effect
                 else
                    move "LOWERED" to ef-effect.

           open extend effect-log.
           if effect-fs equal "35"
              open output effect-log.
           if effect-fs (1:1) not equal "0"
              go to End-Log-Overlay-Effect.
           write effect-rec.
           close effect-log.
       End-Log-Overlay-Effect. exit.
