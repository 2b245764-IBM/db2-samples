      **         entry -- dates and times must be real, a runbook
      **         step must name a step the orchestrator knows, a
      **         threshold's warning must sit below its critical, a
      **         day-class overlay must name a SITECAL.CTL class and
      **         sit over a base entry already on file, a
      **         DBSNAP.LST name is checked against the site
      **         parameter database list -- and records every change
      **         through opsaudit.cbl.  The file is rewritten only
       77 name-known-sw       pic x.
       77 warn-value          pic 9(9).
       77 crit-value          pic 9(9).
       77 in-class            pic x(8).
       77 base-found-sw       pic x.

      * the runbook step vocabulary the orchestrator accepts
       01 step-names.
                 "critical limit"
              go to End-Build-Monthres.

      * an overlay entry replaces the base entry's limits on the days
      * sitecal.cbl gives its class, so it must have a base to overlay
           display "day-class overlay (MONTHEND, HOLIDAY, WEEKEND, ",
              "blank for the base entry) : " with no advancing.
           accept in-class.
           if in-class not equal spaces
              and in-class not equal "MONTHEND"
              and in-class not equal "HOLIDAY"
              and in-class not equal "WEEKEND"
              display "overlay must be MONTHEND, HOLIDAY, WEEKEND, ",
                 "or blank"
              go to End-Build-Monthres.

           if in-class not equal spaces
              move "N" to base-found-sw
              perform Check-Base-Entry thru End-Check-Base-Entry
                  varying line-idx from 1 by 1
                  until line-idx is greater than line-count
              if base-found-sw not equal "Y"
                 display "no base entry for ", in-name (1:12),
                    " on ", in-text (1:8),
                    " or * -- add the base entry first"
                 go to End-Build-Monthres.

           move spaces to new-line.
           move in-name (1:12) to new-line (1:12).
           move in-text (1:8)  to new-line (14:8).
           move in-num         to new-line (23:9).
           move in-num2        to new-line (33:9).
           move in-class       to new-line (43:8).
           move "Y" to valid-sw.
       End-Build-Monthres. exit.

       Check-Base-Entry.
           if line-entry (line-idx) (1:12) equal in-name (1:12)
              and line-entry (line-idx) (43:8) equal spaces
              and (line-entry (line-idx) (14:8) equal in-text (1:8)
                 or line-entry (line-idx) (14:8) equal "*")
              move "Y" to base-found-sw.
       End-Check-Base-Entry. exit.

       Check-Date.
           move "N" to valid-sw.
           if check-date-fld not numeric
