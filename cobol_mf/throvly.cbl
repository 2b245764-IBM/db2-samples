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
      ** SOURCE FILE NAME: throvly.cbl
      **
      ** SAMPLE: Monthly report of day-class threshold overlay effects
      **
      **         MONTHRES.POL may carry overlay entries keyed by the
      **         SITECAL.CTL day class -- looser limits for month-end
      **         close, tighter ones for the quiet holiday weekends --
      **         and thrload.cbl applies the overlay for the day's
      **         class over the base entry.  Every judgment an
      **         overlay changed is appended to OVERLAY.LOG: an alert
      **         it SUPPRESSED (the base entry would have alerted), an
      **         alert it ADDED (the base entry would not have), or a
      **         severity it RAISED or LOWERED.
      **
      **         For a prompted month this program totals those
      **         effects per overlay -- day class, metric, and
      **         database -- busiest overlay first, with a total per
      **         day class beneath, so the policy review can see
      **         whether each overlay is still earning its place.
      **         The counts are judgments: a continuous monitor that
      **         judges the same value every cycle counts every cycle.
      **
      ** INPUT FILE:  OVERLAY.LOG (judgments an overlay changed)
      ** OUTPUT FILE: THROVLY.RPT (monthly overlay effect report)
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
       Program-Id. "throvly".

       Environment Division.
       Input-Output Section.
       File-Control.
           select effect-log assign to "OVERLAY.LOG"
               organization is line sequential
               file status is effect-fs.
           select ovly-rpt assign to "THROVLY.RPT"
               organization is line sequential.

       Data Division.
       File Section.
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

       FD  ovly-rpt.
       01  ovly-rpt-rec       pic x(132).

       Working-Storage Section.

      * Local variables
       77 effect-fs           pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 report-month        pic 9(6).
       77 record-month        pic 9(6).
       77 now-date            pic 9(8).
       77 month-records       pic 9(9) comp-5 value 0.

      * one row per overlay: day class, metric, and database
       77 ovly-count          pic 9(4) comp-5 value 0.
       01 ovly-table.
          05 ovly-entry occurs 300 times.
             10 ot-class      pic x(8).
             10 ot-metric     pic x(12).
             10 ot-dbname     pic x(8).
             10 ot-suppressed pic 9(7) comp-5.
             10 ot-added      pic 9(7) comp-5.
             10 ot-raised     pic 9(7) comp-5.
             10 ot-lowered    pic 9(7) comp-5.
             10 ot-total      pic 9(7) comp-5.
       01 swap-entry.
          05 sw-class         pic x(8).
          05 sw-metric        pic x(12).
          05 sw-dbname        pic x(8).
          05 sw-suppressed    pic 9(7) comp-5.
          05 sw-added         pic 9(7) comp-5.
          05 sw-raised        pic 9(7) comp-5.
          05 sw-lowered       pic 9(7) comp-5.
          05 sw-total         pic 9(7) comp-5.

      * the day classes an overlay may be keyed by, with their totals
       01 class-names.
          05 filler pic x(8) value "MONTHEND".
          05 filler pic x(8) value "HOLIDAY".
          05 filler pic x(8) value "WEEKEND".
       01 class-name-table redefines class-names.
          05 class-name occurs 3 times pic x(8).
       01 class-totals.
          05 class-total occurs 3 times.
             10 ct-suppressed pic 9(7) comp-5.
             10 ct-added      pic 9(7) comp-5.
             10 ct-raised     pic 9(7) comp-5.
             10 ct-lowered    pic 9(7) comp-5.

       77 ovly-idx            pic 9(4) comp-5.
       77 scan-idx            pic 9(4) comp-5.
       77 high-idx            pic 9(4) comp-5.
       77 hit-idx             pic 9(4) comp-5.
       77 class-idx           pic 9(4) comp-5.
       77 table-full-sw       pic x value "N".
           88 table-full          value "Y".

       77 sup-disp            pic z(6)9.
       77 add-disp            pic z(6)9.
       77 rai-disp            pic z(6)9.
       77 low-disp            pic z(6)9.
       77 month-disp          pic 9(6).
       01 rpt-line            pic x(132).

       Procedure Division.
       throvly-pgm section.

           display "Sample COBOL Program : THROVLY.CBL".

      * the default is the month just closed, the one a policy review
      * normally looks back on
           accept now-date from date yyyymmdd.
           divide now-date by 100 giving month-disp.
           if month-disp (5:2) equal "01"
              subtract 89 from month-disp
           else
              subtract 1 from month-disp.
           display "report month (YYYYMM, blank for ", month-disp,
              ") : " with no advancing.
           move spaces to rpt-line.
           accept rpt-line.
           if rpt-line (1:6) equal spaces
              move month-disp to report-month
           else
              if rpt-line (1:6) not numeric
                 display "month must be six digits, YYYYMM"
                 go to end-throvly
              else
                 move rpt-line (1:6) to report-month.
           display " ".

           perform Clear-One-Class thru End-Clear-One-Class
               varying class-idx from 1 by 1
               until class-idx is greater than 3.

           open input effect-log.
           if effect-fs equal "35"
              display "OVERLAY.LOG not found -- no overlay has ",
                 "changed a judgment yet"
              go to end-throvly.

           move "N" to file-eof.
           perform Count-One-Effect thru End-Count-One-Effect
               until no-more-records.
           close effect-log.

           perform Rank-Overlays thru End-Rank-Overlays.

           open output ovly-rpt.
           move spaces to rpt-line.
           string "--- threshold overlay effects, month "
                     delimited by size
                  report-month delimited by size
                  " ---"       delimited by size
                  into rpt-line.
           perform Write-Ovly-Line thru End-Write-Ovly-Line.
           move spaces to rpt-line.
           perform Write-Ovly-Line thru End-Write-Ovly-Line.

           if ovly-count equal 0
              move "  no overlay changed a judgment this month"
                 to rpt-line
              perform Write-Ovly-Line thru End-Write-Ovly-Line
              go to Close-Report.

           move spaces to rpt-line.
           string "  day-class metric       database "
                     delimited by size
                  "  suppressed    added   raised  lowered"
                     delimited by size
                  into rpt-line.
           perform Write-Ovly-Line thru End-Write-Ovly-Line.

           perform Report-One-Overlay thru End-Report-One-Overlay
               varying ovly-idx from 1 by 1
               until ovly-idx is greater than ovly-count.

           move spaces to rpt-line.
           perform Write-Ovly-Line thru End-Write-Ovly-Line.
           move "  totals by day class" to rpt-line.
           perform Write-Ovly-Line thru End-Write-Ovly-Line.
           perform Report-One-Class thru End-Report-One-Class
               varying class-idx from 1 by 1
               until class-idx is greater than 3.

           if table-full
              move spaces to rpt-line
              perform Write-Ovly-Line thru End-Write-Ovly-Line
              move "  (more than 300 overlays -- the rest are counted in
      -            " the class totals only)" to rpt-line
              perform Write-Ovly-Line thru End-Write-Ovly-Line.

       Close-Report.
           close ovly-rpt.

           display " ".
           display month-records, " changed judgment(s) across ",
              ovly-count, " overlay(s) -- see THROVLY.RPT".

       end-throvly. stop run.

       Clear-One-Class.
           move 0 to ct-suppressed (class-idx).
           move 0 to ct-added (class-idx).
           move 0 to ct-raised (class-idx).
           move 0 to ct-lowered (class-idx).
       End-Clear-One-Class. exit.

      ***********************************************************************
      * Count-One-Effect charges one logged judgment in the report
      * month to its overlay's row and to its day class's total.
      ***********************************************************************
       Count-One-Effect.
           read effect-log
               at end
                  move "Y" to file-eof
                  go to End-Count-One-Effect
           end-read.

           if ef-timestamp (1:6) not numeric
              go to End-Count-One-Effect.
           move ef-timestamp (1:6) to record-month.
           if record-month not equal report-month
              go to End-Count-One-Effect.

           move 0 to class-idx.
           if ef-class equal "MONTHEND"
              move 1 to class-idx.
           if ef-class equal "HOLIDAY"
              move 2 to class-idx.
           if ef-class equal "WEEKEND"
              move 3 to class-idx.
           if class-idx equal 0
              go to End-Count-One-Effect.
           add 1 to month-records.

           evaluate ef-effect
              when "SUPPRESSED"
                 add 1 to ct-suppressed (class-idx)
              when "ADDED"
                 add 1 to ct-added (class-idx)
              when "RAISED"
                 add 1 to ct-raised (class-idx)
              when "LOWERED"
                 add 1 to ct-lowered (class-idx)
           end-evaluate.

           move 0 to hit-idx.
           perform Match-One-Overlay thru End-Match-One-Overlay
               varying ovly-idx from 1 by 1
               until ovly-idx is greater than ovly-count
                  or hit-idx is greater than 0.

           if hit-idx equal 0
              if ovly-count is less than 300
                 add 1 to ovly-count
                 move ovly-count to hit-idx
                 move ef-class  to ot-class (hit-idx)
                 move ef-metric to ot-metric (hit-idx)
                 move ef-dbname to ot-dbname (hit-idx)
                 move 0 to ot-suppressed (hit-idx)
                 move 0 to ot-added (hit-idx)
                 move 0 to ot-raised (hit-idx)
                 move 0 to ot-lowered (hit-idx)
                 move 0 to ot-total (hit-idx)
              else
                 set table-full to true
                 go to End-Count-One-Effect.

           add 1 to ot-total (hit-idx).
           evaluate ef-effect
              when "SUPPRESSED"
                 add 1 to ot-suppressed (hit-idx)
              when "ADDED"
                 add 1 to ot-added (hit-idx)
              when "RAISED"
                 add 1 to ot-raised (hit-idx)
              when "LOWERED"
                 add 1 to ot-lowered (hit-idx)
           end-evaluate.
       End-Count-One-Effect. exit.

       Match-One-Overlay.
           if ot-class (ovly-idx) equal ef-class
              and ot-metric (ovly-idx) equal ef-metric
              and ot-dbname (ovly-idx) equal ef-dbname
              move ovly-idx to hit-idx.
       End-Match-One-Overlay. exit.

      ***********************************************************************
      * Rank-Overlays orders the overlays by the judgments they changed,
      * busiest first.
      ***********************************************************************
       Rank-Overlays.
           perform Rank-One-Slot thru End-Rank-One-Slot
               varying ovly-idx from 1 by 1
               until ovly-idx is not less than ovly-count.
       End-Rank-Overlays. exit.

       Rank-One-Slot.
           move ovly-idx to high-idx.
           compute scan-idx = ovly-idx + 1.
           perform Find-Busier thru End-Find-Busier
               varying scan-idx from scan-idx by 1
               until scan-idx is greater than ovly-count.

           if high-idx not equal ovly-idx
              move ovly-entry (ovly-idx) to swap-entry
              move ovly-entry (high-idx) to ovly-entry (ovly-idx)
              move swap-entry to ovly-entry (high-idx).
       End-Rank-One-Slot. exit.

       Find-Busier.
           if ot-total (scan-idx) is greater than ot-total (high-idx)
              move scan-idx to high-idx.
       End-Find-Busier. exit.

       Report-One-Overlay.
           move ot-suppressed (ovly-idx) to sup-disp.
           move ot-added (ovly-idx)      to add-disp.
           move ot-raised (ovly-idx)     to rai-disp.
           move ot-lowered (ovly-idx)    to low-disp.
           move spaces to rpt-line.
           string "  "                 delimited by size
                  ot-class (ovly-idx)  delimited by size
                  "  "                 delimited by size
                  ot-metric (ovly-idx) delimited by size
                  " "                  delimited by size
                  ot-dbname (ovly-idx) delimited by size
                  "      "             delimited by size
                  sup-disp             delimited by size
                  "  "                 delimited by size
                  add-disp             delimited by size
                  "  "                 delimited by size
                  rai-disp             delimited by size
                  "  "                 delimited by size
                  low-disp             delimited by size
                  into rpt-line.
           perform Write-Ovly-Line thru End-Write-Ovly-Line.
       End-Report-One-Overlay. exit.

       Report-One-Class.
           move ct-suppressed (class-idx) to sup-disp.
           move ct-added (class-idx)      to add-disp.
           move ct-raised (class-idx)     to rai-disp.
           move ct-lowered (class-idx)    to low-disp.
           move spaces to rpt-line.
           string "  "                    delimited by size
                  class-name (class-idx)  delimited by size
                  "                             "
                                          delimited by size
                  sup-disp                delimited by size
                  "  "                    delimited by size
                  add-disp                delimited by size
                  "  "                    delimited by size
                  rai-disp                delimited by size
                  "  "                    delimited by size
                  low-disp                delimited by size
                  into rpt-line.
           perform Write-Ovly-Line thru End-Write-Ovly-Line.
       End-Report-One-Class. exit.

       Write-Ovly-Line.
           write ovly-rpt-rec from rpt-line.
           display rpt-line (1:100).
       End-Write-Ovly-Line. exit.
