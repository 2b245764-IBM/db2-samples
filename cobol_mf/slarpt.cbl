      **         service review gets one page instead of three
      **         printouts and a calculator.
      **
      **         The synthetic transaction canary (canary.cbl) measures
      **         what users saw: from a database's first FAIL row to its
      **         next answering row is canary downtime, netted against
      **         the blackout windows the same way.  An incident and a
      **         canary failure usually describe the same outage, so
      **         they are not added together -- the larger of the two
      **         netted figures is judged against the target, and both
      **         are shown.
      **
      ** INPUT FILES:  SLATARG.CTL  (contracted targets per database)
      **               INCIDENT.DAT (incident records with durations)
      **               HLTHCHK.LOG  (health-check history)
      **               CANARY.CSV   (synthetic transaction canary trend)
      **               BLACKOUT.CAL (planned-work blackout windows)
      ** OUTPUT FILE:  SLARPT.RPT   (monthly SLA compliance report)
      ***********************************************************************
           select blackout-file assign to "BLACKOUT.CAL"
               organization is line sequential
               file status is blackout-fs.
           select canary-csv assign to "CANARY.CSV"
               organization is line sequential
               file status is canary-fs.
           select sla-rpt assign to "SLARPT.RPT"
               organization is line sequential.

           05 filler          pic x.
           05 bk-reason       pic x(30).

       FD  canary-csv.
       01  canary-csv-rec     pic x(100).

       FD  sla-rpt.
       01  sla-rpt-rec        pic x(132).

       77 incident-fs         pic xx.
       77 health-fs           pic xx.
       77 blackout-fs         pic xx.
       77 canary-fs           pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

             10 tt-allowed    pic 9(5) comp-5.
             10 tt-down-mins  pic s9(9) comp-5.
             10 tt-black-mins pic s9(9) comp-5.
             10 tt-canary-mins  pic s9(9) comp-5.
             10 tt-canary-black pic s9(9) comp-5.
             10 tt-canary-in-sw pic x.
             10 tt-canary-start pic 9(9) comp-5.
             10 tt-canary-last  pic 9(9) comp-5.

      * blackout windows on the continuous-minute scale
       77 window-count        pic 9(4) comp-5 value 0.
       77 overlap-mins        pic s9(9) comp-5.
       77 inc-black-mins      pic 9(9) comp-5.

      * splitting one canary row: timestamp, database, outcome
       77 csv-field-count     pic 9(4) comp-5.
       01 csv-fields.
          05 csv-field        pic x(20) occurs 6 times.
       77 canary-min          pic 9(9) comp-5.

      * failing health-check runs this month, shown for context
       77 failed-checks       pic 9(6) comp-5 value 0.


      * report formatting
       77 net-down-mins       pic s9(9) comp-5.
       77 net-canary-mins     pic s9(9) comp-5.
       77 budget-left         pic s9(9) comp-5.
       77 measured-pct        pic 9(3)v99.
       77 target-pct-disp     pic zz9.99.
       77 measured-disp       pic zz9.99.
       77 mins-disp           pic -(6)9.
       77 black-disp          pic -(6)9.
       77 canary-disp         pic -(6)9.
       77 budget-disp         pic -(6)9.
       77 checks-disp         pic z(5)9.
       77 verdict             pic x(8).
           perform Load-Blackouts thru End-Load-Blackouts.
           perform Scan-Incidents thru End-Scan-Incidents.
           perform Scan-Health-Log thru End-Scan-Health-Log.
           perform Scan-Canary thru End-Scan-Canary.

           open output sla-rpt.
           perform Write-Sla-Report thru End-Write-Sla-Report.
              move tg-pct     to tt-pct (target-count)
              move tg-allowed to tt-allowed (target-count)
              move 0          to tt-down-mins (target-count)
              move 0          to tt-black-mins (target-count)
              move 0          to tt-canary-mins (target-count)
              move 0          to tt-canary-black (target-count)
              move "N"        to tt-canary-in-sw (target-count)
              move 0          to tt-canary-last (target-count).
       End-Load-One-Target. exit.

      ***********************************************************************
              add 1 to failed-checks.
       End-Scan-One-Health-Line. exit.

      ***********************************************************************
      * Scan-Canary measures each target database's canary downtime:
      * a FAIL row opens an outage, the next row where the database
      * answered (or was put under maintenance) closes it, and one
      * still open when the month's rows end runs to the last row seen
      * for that database.  Each outage is netted against the
      * blackout windows like an incident.
      ***********************************************************************
       Scan-Canary.
           open input canary-csv.
           if canary-fs equal "35"
              go to End-Scan-Canary.

           move "N" to file-eof.
           perform Scan-One-Canary-Row thru End-Scan-One-Canary-Row
               until no-more-records.
           close canary-csv.
           move "N" to file-eof.

           perform Close-Canary-Outage thru End-Close-Canary-Outage
               varying tbl-idx from 1 by 1
               until tbl-idx is greater than target-count.
       End-Scan-Canary. exit.

       Scan-One-Canary-Row.
           read canary-csv
               at end
                  move "Y" to file-eof
                  go to End-Scan-One-Canary-Row
           end-read.

           move spaces to csv-fields.
           move 0 to csv-field-count.
           unstring canary-csv-rec delimited by ","
               into csv-field (1) csv-field (2) csv-field (3)
                    csv-field (4) csv-field (5) csv-field (6)
               tallying in csv-field-count.
           if csv-field-count is less than 3
              go to End-Scan-One-Canary-Row.

           if csv-field (1) (1:8) not numeric
              go to End-Scan-One-Canary-Row.
           move csv-field (1) (1:6) to record-month.
           if record-month not equal report-month
              go to End-Scan-One-Canary-Row.

           move csv-field (1) (1:17) to ts-work.
           perform Ts-To-Minutes thru End-Ts-To-Minutes.
           move ts-minutes to canary-min.

           perform Fold-Canary-Row thru End-Fold-Canary-Row
               varying tbl-idx from 1 by 1
               until tbl-idx is greater than target-count.
       End-Scan-One-Canary-Row. exit.

       Fold-Canary-Row.
           if csv-field (2) (1:18) not equal tt-dbname (tbl-idx)
              go to End-Fold-Canary-Row.

           move canary-min to tt-canary-last (tbl-idx).
           if csv-field (3) equal "FAIL"
              if tt-canary-in-sw (tbl-idx) equal "N"
                 move "Y" to tt-canary-in-sw (tbl-idx)
                 move canary-min to tt-canary-start (tbl-idx)
              end-if
              go to End-Fold-Canary-Row.

           perform Close-Canary-Outage thru End-Close-Canary-Outage.
       End-Fold-Canary-Row. exit.

       Close-Canary-Outage.
           if tt-canary-in-sw (tbl-idx) equal "N"
              go to End-Close-Canary-Outage.

           move "N" to tt-canary-in-sw (tbl-idx).
           move tt-canary-start (tbl-idx) to inc-open-min.
           move tt-canary-last (tbl-idx) to inc-close-min.
           perform Overlap-Blackouts thru End-Overlap-Blackouts.
           compute tt-canary-mins (tbl-idx) =
              tt-canary-mins (tbl-idx) +
              (inc-close-min - inc-open-min).
           add inc-black-mins to tt-canary-black (tbl-idx).
       End-Close-Canary-Outage. exit.

      ***********************************************************************
      * Write-Sla-Report writes one verdict line per target database:
      * contracted target, measured availability, gross and netted
      * downtime, the canary downtime, the minutes left in the error
      * budget, and MET or BREACHED.
      ***********************************************************************
       Write-Sla-Report.
           move spaces to rpt-line.
              tt-down-mins (tbl-idx) - tt-black-mins (tbl-idx).
           if net-down-mins is less than 0
              move 0 to net-down-mins.
           compute net-canary-mins =
              tt-canary-mins (tbl-idx) - tt-canary-black (tbl-idx).
           if net-canary-mins is greater than net-down-mins
              move net-canary-mins to net-down-mins.
           compute budget-left = tt-allowed (tbl-idx) - net-down-mins.

           compute measured-pct rounded =

           move tt-down-mins (tbl-idx)  to mins-disp.
           move tt-black-mins (tbl-idx) to black-disp.
           move net-canary-mins         to canary-disp.
           move budget-left             to budget-disp.

           move spaces to rpt-line.
                  mins-disp               delimited by size
                  " planned="             delimited by size
                  black-disp              delimited by size
                  " canary="              delimited by size
                  canary-disp             delimited by size
                  " budget-left="         delimited by size
                  budget-disp             delimited by size
                  " "                     delimited by size
