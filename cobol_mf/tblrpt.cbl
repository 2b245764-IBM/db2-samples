      ***********************************************************************
      ** (c) Copyright IBM Corp. 2007 All rights reserved.
      **
      ** The following sample of source code ("Sample") is owned by International
      ** Business Machines Corporation or one of its subsidiaries ("IBM") and is
      ** copyrighted and licensed, not sold. You may use, copy, modify, and
      ** distribute the Sample in any form without payment to IBM, for the purpose of
      ** assisting you in the development of your applications.
      **
      ** The Sample code is provided to you on an "AS IS" basis, without warranty of
      ** any kind. IBM HEREBY EXPRESSLY DISCLAIMS ALL WARRANTIES, EITHER EXPRESS OR
      ** IMPLIED, INCLUDING, BUT NOT LIMITED TO, THE IMPLIED WARRANTIES OF
      ** MERCHANTABILITY AND FITNESS FOR A PARTICULAR PURPOSE. Some jurisdictions do
      ** not allow for the exclusion or limitation of implied warranties, so the above
      ** limitations or exclusions may not apply to you. IBM shall not be liable for
      ** any damages you suffer as a result of using, copying, modifying or
      ** distributing the Sample, even if IBM has been advised of the possibility of
      ** such damages.
      ***********************************************************************
      **
      ** SOURCE FILE NAME: tblrpt.cbl
      **
      ** SAMPLE: Daily hot-table report from the table activity trend
      **
      **         Reads the TBLACT.CSV trend tblmon.cbl accumulates and
      **         works out, for every database table sampled today
      **         and yesterday, the activity of each day: the last
      **         sample's counters less the first sample's.  The
      **         counters are cumulative since the database was
      **         activated, so a last sample below the first means
      **         the database was restarted during the day, and the
      **         last sample alone is taken as the day's activity.
      **
      **         The report ranks the hottest tables of the day by
      **         rows read and, separately, by rows written -- the
      **         candidates for DBMAINT.CTL -- and flags every table
      **         whose overflow share (overflow accesses per hundred
      **         rows read) climbed since yesterday by at least the
      **         configured number of points, the usual sign that a
      **         table needs reorganizing.
      **
      **         TBLMON.CTL, which also drives tblmon.cbl, sets how
      **         many tables each ranking lists (TOPN, default 10) and
      **         the climb in overflow share that is flagged (CLIMB,
      **         whole points, default 2).  The report takes no input,
      **         so the scheduler can run it once a day; it ends with
      **         return code 4 when any table is flagged.
      **
      ** INPUT FILES:  TBLACT.CSV  (table activity trend, tblmon.cbl)
      **               TBLMON.CTL  (ranking size and climb threshold)
      ** OUTPUT FILE:  TBLACT.RPT  (hot-table and overflow report)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
      **
      ** For information on developing COBOL applications, see the
      ** Application Development Guide.
      **
      ** For information on DB2 APIs, see the Administrative API Reference.
      **
      ** For the latest information on programming, compiling, and running
      ** DB2 applications, visit the DB2 application development website:
      **     http://www.software.ibm.com/data/db2/udb/ad
      ***********************************************************************

       Identification Division.
       Program-Id. "tblrpt".

       Environment Division.
       Input-Output Section.
       File-Control.
           select trend-csv assign to "TBLACT.CSV"
               organization is line sequential
               file status is trend-fs.
           select control-file assign to "TBLMON.CTL"
               organization is line sequential
               file status is control-fs.
           select tbl-rpt assign to "TBLACT.RPT"
               organization is line sequential.

       Data Division.
       File Section.
       FD  trend-csv.
       01  trend-csv-rec      pic x(100).

       FD  control-file.
       01  control-rec.
           05 ct-keyword      pic x(9).
           05 filler          pic x.
           05 ct-value        pic x(18).

       FD  tbl-rpt.
       01  tbl-rpt-rec        pic x(132).

       Working-Storage Section.

       copy "sqlrunh.cbl".

      * Local Variables
       77 trend-fs            pic xx.
       77 control-fs          pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

      * ranking size and overflow-share climb, from TBLMON.CTL
       77 top-count           pic 9(4) value 10.
       77 climb-points        pic 9(4) value 2.
       77 climb-limit         pic 9(9) comp-5.

      * per-table first and last samples of today and yesterday
       77 today-date          pic 9(8).
       77 yday-date           pic 9(8).
       77 row-date            pic 9(8).
       77 tally-count         pic 9(4) comp-5 value 0.
       77 tally-max           pic 9(4) comp-5 value 400.
       01 tally-table.
          05 tally-entry occurs 400 times.
             10 ty-dbname     pic x(18).
             10 ty-table      pic x(30).
             10 ty-today-sw   pic x.
             10 ty-yday-sw    pic x.
             10 ty-t-first    occurs 3 times pic 9(9) comp-5.
             10 ty-t-last     occurs 3 times pic 9(9) comp-5.
             10 ty-y-first    occurs 3 times pic 9(9) comp-5.
             10 ty-y-last     occurs 3 times pic 9(9) comp-5.
             10 ty-t-delta    occurs 3 times pic 9(9) comp-5.
             10 ty-y-delta    occurs 3 times pic 9(9) comp-5.
             10 ty-t-share    pic 9(9) comp-5.
             10 ty-y-share    pic 9(9) comp-5.
             10 ty-taken-sw   pic x.
       77 tbl-idx             pic 9(4) comp-5.
       77 ctr-idx             pic 9(4) comp-5.
       77 found-sw            pic x.
           88 entry-found         value "Y".

      * ranking by one counter: 1 = rows read, 2 = rows written
       77 rank-ctr            pic 9(4) comp-5.
       77 rank-idx            pic 9(4) comp-5.
       77 high-idx            pic 9(4) comp-5.
       77 climb-count         pic 9(4) comp-5 value 0.

      * splitting one CSV row
       01 csv-fields.
          05 csv-field occurs 6 times pic x(30).
       77 csv-field-count     pic 9(4) comp-5.
       01 row-values.
          05 row-value occurs 3 times pic 9(9) comp-5.
       77 field-value         pic s9(9) comp-5.
       77 field-ok-sw         pic x.
       77 work-field          pic x(30).
       77 digit-idx           pic 9(4) comp-5.
       01 digit-char-x        pic x.
       01 digit-char-9 redefines digit-char-x pic 9.

       77 rank-disp           pic z9.
       77 read-disp           pic z(8)9.
       77 written-disp        pic z(8)9.
       77 overflow-disp       pic z(8)9.
       77 t-share-disp        pic z(6)9.99.
       77 y-share-disp        pic z(6)9.99.
       77 climb-disp          pic z(3)9.
       77 count-disp          pic z(3)9.
       01 rpt-line            pic x(132).

       Procedure Division.
       tblrpt-pgm section.

           display "Sample COBOL Program : TBLRPT.CBL".

           move "tblrpt" to RH-PROGRAM.
           move "S" to RH-FUNCTION.
           call "runhist" using RUNHIST-AREA.

           accept today-date from date yyyymmdd.
           perform Compute-Yesterday thru End-Compute-Yesterday.
           perform Load-Control thru End-Load-Control.
           compute climb-limit = climb-points * 100.

           open input trend-csv.
           if trend-fs equal "35"
              display "TBLACT.CSV not found -- run tblmon first"
              go to end-tblrpt.

           move "N" to file-eof.
           perform Tally-One-Row thru End-Tally-One-Row
               until no-more-records.
           close trend-csv.
           move "N" to file-eof.

           if tally-count equal 0
              display "no table activity rows for today or yesterday"
              go to end-tblrpt.

           perform Figure-One-Table thru End-Figure-One-Table
               varying tbl-idx from 1 by 1
               until tbl-idx is greater than tally-count.

           open output tbl-rpt.
           move spaces to rpt-line.
           string "--- table activity for " delimited by size
                  today-date delimited by size
                  " (vs "    delimited by size
                  yday-date  delimited by size
                  ") ---"    delimited by size
                  into rpt-line.
           perform Write-Tbl-Line thru End-Write-Tbl-Line.

           move 1 to rank-ctr.
           perform Report-Ranking thru End-Report-Ranking.
           move 2 to rank-ctr.
           perform Report-Ranking thru End-Report-Ranking.
           perform Report-Climbing thru End-Report-Climbing.
           close tbl-rpt.

           display " ".
           display "table activity report written to TBLACT.RPT".
           if climb-count is greater than 0
              move 4 to RETURN-CODE.

       end-tblrpt.
           move "E" to RH-FUNCTION.
           move RETURN-CODE to RH-RETCODE.
           call "runhist" using RUNHIST-AREA.
           stop run.

      ***********************************************************************
      * Load-Control reads TOPN and CLIMB from TBLMON.CTL; the keywords
      * tblmon.cbl uses are passed over.
      ***********************************************************************
       Load-Control.
           open input control-file.
           if control-fs equal "35"
              go to End-Load-Control.

           move "N" to file-eof.
           perform Load-One-Control thru End-Load-One-Control
               until no-more-records.
           close control-file.
           move "N" to file-eof.

           if top-count equal 0 or top-count is greater than 50
              display "TBLMON.CTL TOPN must be 1 to 50 -- 10 used"
              move 10 to top-count.
       End-Load-Control. exit.

       Load-One-Control.
           read control-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Control
           end-read.

           if ct-keyword equal spaces
              or ct-keyword (1:1) equal "*"
              go to End-Load-One-Control.

           evaluate ct-keyword
              when "TOPN"
                 if ct-value (1:4) numeric
                    move ct-value (1:4) to top-count
                 else
                    display "TBLMON.CTL TOPN value is not numeric ",
                       "-- line ignored"
                 end-if
              when "CLIMB"
                 if ct-value (1:4) numeric
                    move ct-value (1:4) to climb-points
                 else
                    display "TBLMON.CTL CLIMB value is not numeric ",
                       "-- line ignored"
                 end-if
              when other
                 continue
           end-evaluate.
       End-Load-One-Control. exit.

      * the simple step-back gives yesterday within the month; across
      * a month boundary the 28th stands in, which is close enough
      * for a day-over-day trend marker
       Compute-Yesterday.
           move today-date to yday-date.
           if yday-date (7:2) not equal "01"
              subtract 1 from yday-date
              go to End-Compute-Yesterday.
           if yday-date (5:2) equal "01"
              compute yday-date = yday-date - 10000 + 1100 + 27
           else
              compute yday-date = yday-date - 100 + 27.
       End-Compute-Yesterday. exit.

      ***********************************************************************
      * Tally-One-Row keeps, per table, the first and last samples of
      * today and of yesterday.  The trend is appended in time order,
      * so the first row seen for a day is its first sample.
      ***********************************************************************
       Tally-One-Row.
           read trend-csv
               at end
                  move "Y" to file-eof
                  go to End-Tally-One-Row
           end-read.

           if trend-csv-rec (1:8) not numeric
              go to End-Tally-One-Row.

           move spaces to csv-fields.
           move 0 to csv-field-count.
           unstring trend-csv-rec delimited by ","
               into csv-field(1) csv-field(2) csv-field(3)
                    csv-field(4) csv-field(5) csv-field(6)
               tallying csv-field-count.
           if csv-field-count is less than 6
              go to End-Tally-One-Row.

           move csv-field(1) (1:8) to row-date.
           if row-date not equal today-date
              and row-date not equal yday-date
              go to End-Tally-One-Row.

           move "Y" to field-ok-sw.
           perform Take-One-Counter thru End-Take-One-Counter
               varying ctr-idx from 1 by 1
               until ctr-idx is greater than 3
                  or field-ok-sw not equal "Y".
           if field-ok-sw not equal "Y"
              go to End-Tally-One-Row.

           move "N" to found-sw.
           perform Match-One-Tally thru End-Match-One-Tally
               varying tbl-idx from 1 by 1
               until tbl-idx is greater than tally-count
                  or entry-found.
           if entry-found
              subtract 1 from tbl-idx
           else
              if tally-count is not less than tally-max
                 go to End-Tally-One-Row
              end-if
              add 1 to tally-count
              move tally-count to tbl-idx
              initialize tally-entry (tbl-idx)
              move csv-field(2) (1:18) to ty-dbname (tbl-idx)
              move csv-field(3) to ty-table (tbl-idx)
              move "N" to ty-today-sw (tbl-idx)
              move "N" to ty-yday-sw (tbl-idx).

           perform Keep-One-Counter thru End-Keep-One-Counter
               varying ctr-idx from 1 by 1
               until ctr-idx is greater than 3.
           if row-date equal today-date
              move "Y" to ty-today-sw (tbl-idx)
           else
              move "Y" to ty-yday-sw (tbl-idx).
       End-Tally-One-Row. exit.

       Take-One-Counter.
           move csv-field(ctr-idx + 3) to work-field.
           perform Field-To-Value thru End-Field-To-Value.
           move field-value to row-value (ctr-idx).
       End-Take-One-Counter. exit.

       Keep-One-Counter.
           if row-date equal today-date
              if ty-today-sw (tbl-idx) not equal "Y"
                 move row-value (ctr-idx)
                    to ty-t-first (tbl-idx ctr-idx)
              end-if
              move row-value (ctr-idx) to ty-t-last (tbl-idx ctr-idx)
           else
              if ty-yday-sw (tbl-idx) not equal "Y"
                 move row-value (ctr-idx)
                    to ty-y-first (tbl-idx ctr-idx)
              end-if
              move row-value (ctr-idx) to ty-y-last (tbl-idx ctr-idx).
       End-Keep-One-Counter. exit.

       Match-One-Tally.
           if ty-dbname (tbl-idx) equal csv-field(2) (1:18)
              and ty-table (tbl-idx) equal csv-field(3)
              move "Y" to found-sw.
       End-Match-One-Tally. exit.

       Field-To-Value.
           move "N" to field-ok-sw.
           move 0 to field-value.
           perform Take-One-Digit thru End-Take-One-Digit
               varying digit-idx from 1 by 1
               until digit-idx is greater than 20.
       End-Field-To-Value. exit.

       Take-One-Digit.
           if work-field (digit-idx:1) is less than "0"
              or work-field (digit-idx:1) is greater than "9"
              go to End-Take-One-Digit.
           move work-field (digit-idx:1) to digit-char-x.
           compute field-value =
              (field-value * 10) + digit-char-9.
           move "Y" to field-ok-sw.
       End-Take-One-Digit. exit.

      ***********************************************************************
      * Figure-One-Table turns the first and last samples into each
      * day's activity, and the activity into the overflow share in
      * hundredths of a point.
      ***********************************************************************
       Figure-One-Table.
           perform Figure-One-Delta thru End-Figure-One-Delta
               varying ctr-idx from 1 by 1
               until ctr-idx is greater than 3.

           move 0 to ty-t-share (tbl-idx).
           if ty-t-delta (tbl-idx 1) is greater than 0
              compute ty-t-share (tbl-idx) =
                 (ty-t-delta (tbl-idx 3) * 10000)
                    / ty-t-delta (tbl-idx 1).
           move 0 to ty-y-share (tbl-idx).
           if ty-y-delta (tbl-idx 1) is greater than 0
              compute ty-y-share (tbl-idx) =
                 (ty-y-delta (tbl-idx 3) * 10000)
                    / ty-y-delta (tbl-idx 1).
       End-Figure-One-Table. exit.

      * a last sample below the first means the database restarted
      * and its counters began again from zero
       Figure-One-Delta.
           if ty-t-last (tbl-idx ctr-idx)
                 is less than ty-t-first (tbl-idx ctr-idx)
              move ty-t-last (tbl-idx ctr-idx)
                 to ty-t-delta (tbl-idx ctr-idx)
           else
              compute ty-t-delta (tbl-idx ctr-idx) =
                 ty-t-last (tbl-idx ctr-idx)
                    - ty-t-first (tbl-idx ctr-idx).

           if ty-y-last (tbl-idx ctr-idx)
                 is less than ty-y-first (tbl-idx ctr-idx)
              move ty-y-last (tbl-idx ctr-idx)
                 to ty-y-delta (tbl-idx ctr-idx)
           else
              compute ty-y-delta (tbl-idx ctr-idx) =
                 ty-y-last (tbl-idx ctr-idx)
                    - ty-y-first (tbl-idx ctr-idx).
       End-Figure-One-Delta. exit.

      ***********************************************************************
      * Report-Ranking lists the busiest tables of the day by the
      * counter in rank-ctr, picking the highest untaken table for
      * each place in turn.
      ***********************************************************************
       Report-Ranking.
           move spaces to rpt-line.
           perform Write-Tbl-Line thru End-Write-Tbl-Line.
           move top-count to count-disp.
           move spaces to rpt-line.
           if rank-ctr equal 1
              string "  hottest "  delimited by size
                     count-disp    delimited by size
                     " tables by rows read today" delimited by size
                     into rpt-line
           else
              string "  hottest "  delimited by size
                     count-disp    delimited by size
                     " tables by rows written today" delimited by size
                     into rpt-line.
           perform Write-Tbl-Line thru End-Write-Tbl-Line.

           perform Clear-One-Taken thru End-Clear-One-Taken
               varying tbl-idx from 1 by 1
               until tbl-idx is greater than tally-count.
           perform Rank-One-Place thru End-Rank-One-Place
               varying rank-idx from 1 by 1
               until rank-idx is greater than top-count.
       End-Report-Ranking. exit.

       Clear-One-Taken.
           move "N" to ty-taken-sw (tbl-idx).
       End-Clear-One-Taken. exit.

       Rank-One-Place.
           move 0 to high-idx.
           perform Find-Higher-Table thru End-Find-Higher-Table
               varying tbl-idx from 1 by 1
               until tbl-idx is greater than tally-count.
           if high-idx equal 0
              move top-count to rank-idx
              go to End-Rank-One-Place.

           move "Y" to ty-taken-sw (high-idx).
           move rank-idx to rank-disp.
           move ty-t-delta (high-idx 1) to read-disp.
           move ty-t-delta (high-idx 2) to written-disp.
           move ty-t-delta (high-idx 3) to overflow-disp.
           move spaces to rpt-line.
           string "  "                    delimited by size
                  rank-disp               delimited by size
                  ". "                    delimited by size
                  ty-dbname (high-idx) (1:8) delimited by size
                  " "                     delimited by size
                  ty-table (high-idx)     delimited by size
                  " read="                delimited by size
                  read-disp               delimited by size
                  " written="             delimited by size
                  written-disp            delimited by size
                  " overflow="            delimited by size
                  overflow-disp           delimited by size
                  into rpt-line.
           perform Write-Tbl-Line thru End-Write-Tbl-Line.
       End-Rank-One-Place. exit.

      * only tables with activity today are ranked
       Find-Higher-Table.
           if ty-taken-sw (tbl-idx) equal "Y"
              or ty-today-sw (tbl-idx) not equal "Y"
              or ty-t-delta (tbl-idx rank-ctr) equal 0
              go to End-Find-Higher-Table.
           if high-idx equal 0
              move tbl-idx to high-idx
              go to End-Find-Higher-Table.
           if ty-t-delta (tbl-idx rank-ctr)
                 is greater than ty-t-delta (high-idx rank-ctr)
              move tbl-idx to high-idx.
       End-Find-Higher-Table. exit.

      ***********************************************************************
      * Report-Climbing flags every table sampled on both days whose
      * overflow share rose by at least the configured points.
      ***********************************************************************
       Report-Climbing.
           move spaces to rpt-line.
           perform Write-Tbl-Line thru End-Write-Tbl-Line.
           move climb-points to climb-disp.
           move spaces to rpt-line.
           string "  tables whose overflow share climbed "
                     delimited by size
                  climb-disp delimited by size
                  " point(s) or more since yesterday"
                     delimited by size
                  into rpt-line.
           perform Write-Tbl-Line thru End-Write-Tbl-Line.

           perform Check-One-Climb thru End-Check-One-Climb
               varying tbl-idx from 1 by 1
               until tbl-idx is greater than tally-count.

           if climb-count equal 0
              move "    none" to rpt-line
              perform Write-Tbl-Line thru End-Write-Tbl-Line.
       End-Report-Climbing. exit.

       Check-One-Climb.
           if ty-today-sw (tbl-idx) not equal "Y"
              or ty-yday-sw (tbl-idx) not equal "Y"
              or ty-t-delta (tbl-idx 1) equal 0
              go to End-Check-One-Climb.
           if ty-t-share (tbl-idx) is less than
                 ty-y-share (tbl-idx) + climb-limit
              go to End-Check-One-Climb.

           add 1 to climb-count.
           compute t-share-disp = ty-t-share (tbl-idx) / 100.
           compute y-share-disp = ty-y-share (tbl-idx) / 100.
           move spaces to rpt-line.
           string "  ** "                 delimited by size
                  ty-dbname (tbl-idx) (1:8) delimited by size
                  " "                     delimited by size
                  ty-table (tbl-idx)      delimited by size
                  " overflow share today=" delimited by size
                  t-share-disp            delimited by size
                  " yesterday="           delimited by size
                  y-share-disp            delimited by size
                  "  REORG CANDIDATE"     delimited by size
                  into rpt-line.
           perform Write-Tbl-Line thru End-Write-Tbl-Line.
       End-Check-One-Climb. exit.

       Write-Tbl-Line.
           write tbl-rpt-rec from rpt-line.
           display rpt-line (1:110).
       End-Write-Tbl-Line. exit.
