      **         the current date: a date listed as a HOLIDAY in
      **         SITECAL.CTL wins, then the last calendar day of the
      **         month is MONTHEND, then Saturday/Sunday is WEEKEND,
      **         and everything else is NORMAL.  A caller looking
      **         ahead (chgcoll.cbl) puts the date to classify in
      **         CAL-ASK-DATE; its weekday is then worked out from the
      **         date itself.  The calendar file is
      **         loaded once per run, the way thrload.cbl loads its
      **         policy.  SITECAL.CTL lines read:
      **
          "312831303130313130313031".
       01 month-len           pic 9(2).

      * weekday of an asked-for date: a month offset table and the
      * Gregorian leap corrections give 0 for Sunday through 6 for
      * Saturday, turned into the 1 (Monday) to 7 (Sunday) that
      * ACCEPT FROM DAY-OF-WEEK answers
       01 month-offset-table  pic x(12) value "032503514624".
       77 wd-year             pic 9(4) comp-5.
       77 wd-month            pic 9(4) comp-5.
       77 wd-day              pic 9(4) comp-5.
       77 wd-offset           pic 9.
       77 wd-sum              pic 9(9) comp-5.
       77 wd-quot             pic 9(9) comp-5.
       77 wd-rem              pic 9(4) comp-5.
       77 wd-leap-4           pic 9(4) comp-5.
       77 wd-leap-100         pic 9(4) comp-5.
       77 wd-leap-400         pic 9(4) comp-5.

       Linkage Section.
       copy "sqlsical.cbl".

           if not calendar-loaded
              perform Load-Calendar thru End-Load-Calendar.

           if CAL-ASK-DATE numeric and CAL-ASK-DATE not equal 0
              move CAL-ASK-DATE to today-date
              perform Compute-Weekday thru End-Compute-Weekday
           else
              accept today-date from date yyyymmdd
              accept today-weekday from day-of-week.
           move today-date to CAL-DATE.
           move spaces to CAL-LABEL.
           move "NORMAL" to CAL-CLASS.
              move "HOLIDAY" to CAL-CLASS
              move hd-label (hol-idx) to CAL-LABEL.
       End-Check-One-Holiday. exit.

       Compute-Weekday.
           move today-date (1:4) to wd-year.
           move today-date (5:2) to wd-month.
           move today-date (7:2) to wd-day.
           move month-offset-table (wd-month:1) to wd-offset.
           if wd-month is less than 3
              subtract 1 from wd-year.
      * each leap-day count is a whole quotient, taken on its own
           divide wd-year by 4 giving wd-leap-4.
           divide wd-year by 100 giving wd-leap-100.
           divide wd-year by 400 giving wd-leap-400.
           compute wd-sum = wd-year + wd-leap-4 - wd-leap-100
              + wd-leap-400 + wd-offset + wd-day.
           divide wd-sum by 7 giving wd-quot remainder wd-rem.
           if wd-rem equal 0
              move 7 to today-weekday
           else
              move wd-rem to today-weekday.
       End-Compute-Weekday. exit.
