      **         its start and end timestamps and run count.  Results
      **         go to AVAIL.RPT and the console.
      **
      **         The synthetic transaction canary (canary.cbl) is
      **         folded in the same way: each database's CANARY.CSV
      **         rows count as runs of the component "CANARY <db>", a
      **         FAIL row as a failing run, so a database users could
      **         not reach shows as an outage even when every health
      **         check passed.  MAINT rows, taken while the database
      **         was under planned maintenance, are not counted.
      **
      ** INPUT FILES: HLTHCHK.LOG (health-check history)
      **              CANARY.CSV  (synthetic transaction canary trend)
      ** OUTPUT FILE: AVAIL.RPT (monthly availability report)
      ***********************************************************************
      **
               file status is health-fs.
           select avail-rpt assign to "AVAIL.RPT"
               organization is line sequential.
           select canary-csv assign to "CANARY.CSV"
               organization is line sequential
               file status is canary-fs.

       Data Division.
       File Section.
           05 filler          pic x(2).
           05 hl-text         pic x(100).

       FD  canary-csv.
       01  canary-csv-rec     pic x(100).

       FD  avail-rpt.
       01  avail-rpt-rec      pic x(132).

       77 health-fs           pic xx.
       77 health-eof          pic x.
           88 no-more-health      value "Y".
       77 canary-fs           pic xx.

      * splitting one canary row: timestamp, database, outcome
       77 csv-field-count     pic 9(4) comp-5.
       01 csv-fields.
          05 csv-field        pic x(20) occurs 6 times.
       77 line-timestamp      pic x(17).

      * the month being reported, prompted as YYYYMM
       77 report-month        pic 9(6).

           open input health-log.
           if health-fs equal "35"
              display "HLTHCHK.LOG not found -- health checks not ",
                 "counted"
           else
              move "N" to health-eof
              perform Tally-One-Line thru End-Tally-One-Line
                  until no-more-health
              close health-log.

           open input canary-csv.
           if canary-fs not equal "35"
              move "N" to health-eof
              perform Tally-One-Canary thru End-Tally-One-Canary
                  until no-more-health
              close canary-csv.

           perform Close-Open-Episodes thru End-Close-Open-Episodes
               varying comp-idx from 1 by 1
               until comp-idx is greater than comp-count.

           if comp-count equal 0
              display "no health-check or canary records for month ",
                 report-month
              go to end-availrpt.

           if line-status (1:6) equal "FAILED"
              move "Y" to line-failed-sw.

           move hl-timestamp to line-timestamp.
           perform Find-Component thru End-Find-Component.
           perform Tally-Component thru End-Tally-Component.
       End-Tally-One-Line. exit.

      ***********************************************************************
      * Tally-One-Canary folds one canary row into the tallies of the
      * component "CANARY <db>".  A FAIL row is a failing run; OK and
      * SLOW rows are passing runs, since the database answered.
      ***********************************************************************
       Tally-One-Canary.
           read canary-csv
               at end
                  move "Y" to health-eof
                  go to End-Tally-One-Canary
           end-read.

           move spaces to csv-fields.
           move 0 to csv-field-count.
           unstring canary-csv-rec delimited by ","
               into csv-field (1) csv-field (2) csv-field (3)
                    csv-field (4) csv-field (5) csv-field (6)
               tallying in csv-field-count.
           if csv-field-count is less than 3
              go to End-Tally-One-Canary.

           if csv-field (1) (1:8) not numeric
              go to End-Tally-One-Canary.
           move csv-field (1) (1:6) to record-month.
           if record-month not equal report-month
              go to End-Tally-One-Canary.

           if csv-field (3) not equal "OK"
              and csv-field (3) not equal "SLOW"
              and csv-field (3) not equal "FAIL"
              go to End-Tally-One-Canary.

           move spaces to line-component.
           string "CANARY "     delimited by size
                  csv-field (2) delimited by space
                  into line-component.
           move "N" to line-failed-sw.
           if csv-field (3) equal "FAIL"
              move "Y" to line-failed-sw.

           move csv-field (1) (1:17) to line-timestamp.
           perform Find-Component thru End-Find-Component.
           perform Tally-Component thru End-Tally-Component.
       End-Tally-One-Canary. exit.

       Find-Component.
           move "N" to found-sw.
           move 0 to comp-idx.
           if line-failed
              if ct-in-outage-sw (comp-idx) equal "N"
                 move "Y" to ct-in-outage-sw (comp-idx)
                 move line-timestamp to ct-episode-start (comp-idx)
                 move 0 to ct-episode-runs (comp-idx)
              end-if
              add 1 to ct-episode-runs (comp-idx)
              move line-timestamp to ct-last-fail (comp-idx)
              go to End-Tally-Component.

           add 1 to ct-ok-runs (comp-idx).
