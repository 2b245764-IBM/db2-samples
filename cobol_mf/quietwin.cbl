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
      ** SOURCE FILE NAME: quietwin.cbl
      **
      ** SAMPLE: Maintenance window recommender from hourly
      **         connection history
      **
      **         BLACKOUT.CAL and SCHEDULE.CTL say when the quiet
      **         hours are thought to be; this report shows when they
      **         are.  connlic.cbl's census keeps CONNHOUR.DAT, the
      **         highest connection count seen in each hour of each
      **         day over a rolling eight weeks.  For one database, or
      **         every database in the site parameter list, this
      **         report folds that history into the mean connections
      **         for each hour of each weekday and prints:
      **
      **           a heat map -- one row per weekday, one column per
      **           hour, each cell 0 (idle) to 9 (the database's
      **           busiest hour), "-" where no census has run
      **
      **           the quietest contiguous window of the requested
      **           length anywhere in the week (a window may run past
      **           midnight into the next day), counting only hours
      **           the census has actually sampled
      **
      **           the same measure for where the work runs now: each
      **           SCHEDULE.CTL job (dbmaint.cbl and eodshut.cbl among
      **           them) over the days its mask allows, and eodshut's
      **           EODPROF.CTL shutdown window for each day class, with
      **           how many more connections each sees per hour than
      **           the recommended window
      **
      **         so a challenge to a maintenance time can be answered
      **         with eight weeks of evidence.
      **
      ** INPUT FILES:  CONNHOUR.DAT (hourly connection history)
      **               SCHEDULE.CTL (scheduled jobs)
      **               EODPROF.CTL  (end-of-day shutdown windows)
      **               SITEPARM.CFG (database list, via siteparm)
      ** OUTPUT FILES: QUIETWIN.RPT (heat maps, via rptwrite)
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
       Program-Id. "quietwin".

       Environment Division.
       Input-Output Section.
       File-Control.
           select hour-file assign to "CONNHOUR.DAT"
               organization is line sequential
               file status is hour-fs.
           select schedule-file assign to "SCHEDULE.CTL"
               organization is line sequential
               file status is schedule-fs.
           select profile-file assign to "EODPROF.CTL"
               organization is line sequential
               file status is profile-fs.

       Data Division.
       File Section.
       FD  hour-file.
       01  hour-rec.
           05 hc-dbname       pic x(18).
           05 filler          pic x.
           05 hc-date         pic 9(8).
           05 filler          pic x.
           05 hc-weekday      pic 9.
           05 hc-slots.
              10 hc-slot occurs 24 times.
                 15 filler    pic x.
                 15 hc-count  pic x(4).

       FD  schedule-file.
       01  schedule-rec.
           05 sc-program      pic x(10).
           05 filler          pic x.
           05 sc-day-mask     pic x(7).
           05 filler          pic x.
           05 sc-start-hhmm   pic 9(4).
           05 filler          pic x.
           05 sc-catchup      pic x.

       FD  profile-file.
       01  profile-rec.
           05 pf-class        pic x(8).
           05 filler          pic x.
           05 pf-window       pic 9(4).
           05 filler          pic x.
           05 pf-force        pic x.
           05 filler          pic x.
           05 pf-backup       pic x.
           05 filler          pic x.
           05 pf-keepup       pic x(18).

       Working-Storage Section.

       copy "sqlsitep.cbl".
       copy "sqlrptw.cbl".

      * Local variables
       77 hour-fs             pic xx.
       77 schedule-fs         pic xx.
       77 profile-fs          pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 ask-dbname          pic x(18).
       77 window-hours        pic 99.
       77 site-idx            pic 9(4) comp-5.
       77 db-name             pic x(18).
       77 db-done-count       pic 9(4) comp-5 value 0.

      * the scheduled jobs and the shutdown windows the recommendation
      * is measured against
       77 job-count           pic 9(4) comp-5 value 0.
       01 job-table.
          05 job-entry occurs 100 times.
             10 jt-program    pic x(10).
             10 jt-day-mask   pic x(7).
             10 jt-start-hhmm pic 9(4).
       77 prof-count          pic 9(4) comp-5 value 0.
       01 prof-table.
          05 prof-entry occurs 20 times.
             10 pt-class      pic x(8).
             10 pt-window     pic 9(4).
       77 tbl-idx             pic 9(4) comp-5.

      * one database's week: the summed counts and the samples
      * behind them for each weekday and hour, and the mean in
      * tenths of a connection
       01 week-table.
          05 week-day occurs 7 times.
             10 week-hour occurs 24 times.
                15 wk-sum     pic 9(9) comp-5.
                15 wk-samples pic 9(4) comp-5.
                15 wk-mean    pic 9(7) comp-5.
       77 day-idx             pic 9(4) comp-5.
       77 hr-idx              pic 9(4) comp-5.
      * the day of one hour inside a window being summed -- apart
      * from day-idx, which the placement passes step through
       77 slot-day-idx        pic 9(4) comp-5.
       77 slot-count          pic 9(4).
       77 sample-total        pic 9(6) comp-5.
       77 peak-mean           pic 9(7) comp-5.
       77 cell-level          pic 9.

      * a window is measured over the 168 hours of the week, starting
      * at week-start (0 = Monday 00:00) and wrapping past Sunday
       77 week-start          pic 9(4) comp-5.
       77 week-pos            pic 9(4) comp-5.
       77 week-off            pic 9(4) comp-5.
       77 week-quot           pic 9(4) comp-5.
       77 win-sum             pic 9(9) comp-5.
       77 win-ok-sw           pic x.
           88 window-sampled      value "Y".
       77 best-sw             pic x.
           88 best-found          value "Y".
       77 best-start          pic 9(4) comp-5.
       77 best-sum            pic 9(9) comp-5.
       77 best-mean           pic 9(7) comp-5.

      * the current placement of one job or shutdown window
       77 place-days          pic 9(4) comp-5.
       77 place-sum           pic 9(9) comp-5.
       77 place-mean          pic 9(7) comp-5.
       77 place-over          pic s9(7) comp-5.
       77 place-hour          pic 99.

       01 day-names-list.
          05 filler pic x(3) value "MON".
          05 filler pic x(3) value "TUE".
          05 filler pic x(3) value "WED".
          05 filler pic x(3) value "THU".
          05 filler pic x(3) value "FRI".
          05 filler pic x(3) value "SAT".
          05 filler pic x(3) value "SUN".
       01 day-names redefines day-names-list.
          05 day-name occurs 7 times pic x(3).

       77 mean-disp           pic z(5)9.9.
       77 over-disp           pic +(5)9.9.
       77 hour-disp           pic 99.
       77 end-hour-disp       pic 99.
       77 len-disp            pic z9.
       77 days-disp           pic z9.
       77 samples-disp        pic z(5)9.
       77 work-tenths         pic 9(7)v9.
       77 over-tenths         pic s9(7)v9.
       01 rpt-line            pic x(132).

       Procedure Division.
       quietwin-pgm section.

           display "Sample COBOL Program : QUIETWIN.CBL".

           call "siteparm" using SITEPARM-AREA.

           display "database (blank = every site database) : "
              with no advancing.
           accept ask-dbname.
           display "window length in hours (1-24, default 4) : "
              with no advancing.
           accept window-hours.
           if window-hours not numeric
              or window-hours equal 0
              or window-hours is greater than 24
              move 4 to window-hours.

           perform Load-Jobs thru End-Load-Jobs.
           perform Load-Profiles thru End-Load-Profiles.

           move "O" to RPTW-FUNCTION.
           move "QUIETWIN.RPT" to RPTW-FILE-NAME.
           move window-hours to len-disp.
           move spaces to RPTW-TITLE.
           string "MAINTENANCE WINDOW RECOMMENDER -- "
                     delimited by size
                  len-disp    delimited by size
                  "-HOUR WINDOW" delimited by size
                  into RPTW-TITLE.
           move spaces to RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           if ask-dbname not equal spaces
              move ask-dbname to db-name
              perform Recommend-One-Db thru End-Recommend-One-Db
           else
              perform Recommend-Site-Db thru End-Recommend-Site-Db
                  varying site-idx from 1 by 1
                  until site-idx is greater than SITE-DB-COUNT.

           move "C" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.

           display " ".
           display db-done-count, " database(s) with history -- ",
              "see QUIETWIN.RPT".

       end-quietwin. stop run.

       Recommend-Site-Db.
           move SITE-DB-NAME (site-idx) to db-name.
           perform Recommend-One-Db thru End-Recommend-One-Db.
       End-Recommend-Site-Db. exit.

      ***********************************************************************
      * Load-Jobs keeps every SCHEDULE.CTL entry with a start time.
      ***********************************************************************
       Load-Jobs.
           open input schedule-file.
           if schedule-fs equal "35"
              go to End-Load-Jobs.

           move "N" to file-eof.
           perform Load-One-Job thru End-Load-One-Job
               until no-more-records.
           close schedule-file.
           move "N" to file-eof.
       End-Load-Jobs. exit.

       Load-One-Job.
           read schedule-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Job
           end-read.

           if sc-program equal spaces
              or sc-program (1:1) equal "*"
              or sc-start-hhmm not numeric
              go to End-Load-One-Job.

           if job-count is less than 100
              add 1 to job-count
              move sc-program    to jt-program (job-count)
              move sc-day-mask   to jt-day-mask (job-count)
              move sc-start-hhmm to jt-start-hhmm (job-count).
       End-Load-One-Job. exit.

       Load-Profiles.
           open input profile-file.
           if profile-fs equal "35"
              go to End-Load-Profiles.

           move "N" to file-eof.
           perform Load-One-Profile thru End-Load-One-Profile
               until no-more-records.
           close profile-file.
           move "N" to file-eof.
       End-Load-Profiles. exit.

       Load-One-Profile.
           read profile-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Profile
           end-read.

           if pf-class equal spaces
              or pf-class (1:1) equal "*"
              or pf-window not numeric
              go to End-Load-One-Profile.

           if prof-count is less than 20
              add 1 to prof-count
              move pf-class  to pt-class (prof-count)
              move pf-window to pt-window (prof-count).
       End-Load-One-Profile. exit.

      ***********************************************************************
      * Recommend-One-Db folds the database's history into its week,
      * prints the heat map, finds the quietest window, and measures
      * the current placements against it.
      ***********************************************************************
       Recommend-One-Db.
           initialize week-table.
           move 0 to sample-total.
           open input hour-file.
           if hour-fs equal "35"
              display "CONNHOUR.DAT not found -- run connlic's ",
                 "census first"
              go to End-Recommend-One-Db.

           move "N" to file-eof.
           perform Fold-One-Day thru End-Fold-One-Day
               until no-more-records.
           close hour-file.
           move "N" to file-eof.

           move spaces to rpt-line.
           perform Write-Quiet-Line thru End-Write-Quiet-Line.
           if sample-total equal 0
              move spaces to rpt-line
              string "  "    delimited by size
                     db-name delimited by space
                     " -- no hourly census on file" delimited by size
                     into rpt-line
              perform Write-Quiet-Line thru End-Write-Quiet-Line
              go to End-Recommend-One-Db.

           add 1 to db-done-count.
           move 0 to peak-mean.
           perform Mean-One-Day thru End-Mean-One-Day
               varying day-idx from 1 by 1
               until day-idx is greater than 7.

           move sample-total to samples-disp.
           move spaces to rpt-line.
           string "  "    delimited by size
                  db-name delimited by space
                  " --"   delimited by size
                  samples-disp delimited by size
                  " hourly samples over the last eight weeks"
                     delimited by size
                  into rpt-line.
           perform Write-Quiet-Line thru End-Write-Quiet-Line.
           move "        HOUR 000000000011111111112222" to rpt-line.
           perform Write-Quiet-Line thru End-Write-Quiet-Line.
           move "             012345678901234567890123" to rpt-line.
           perform Write-Quiet-Line thru End-Write-Quiet-Line.
           perform Map-One-Day thru End-Map-One-Day
               varying day-idx from 1 by 1
               until day-idx is greater than 7.
           compute work-tenths = peak-mean / 10.
           move work-tenths to mean-disp.
           move spaces to rpt-line.
           string "        9 = busiest hour, mean" delimited by size
                  mean-disp    delimited by size
                  " connections; - = no census" delimited by size
                  into rpt-line.
           perform Write-Quiet-Line thru End-Write-Quiet-Line.

           perform Find-Quietest thru End-Find-Quietest.
           move spaces to rpt-line.
           perform Write-Quiet-Line thru End-Write-Quiet-Line.
           if not best-found
              move spaces to rpt-line
              string "  RECOMMENDED : no window of that length has"
                        delimited by size
                     " been sampled every hour yet" delimited by size
                     into rpt-line
              perform Write-Quiet-Line thru End-Write-Quiet-Line
              go to End-Recommend-One-Db.

           move best-start to week-start.
           move best-sum to win-sum.
           perform Describe-Window thru End-Describe-Window.
           move "  RECOMMENDED :" to rpt-line (1:15).
           perform Write-Quiet-Line thru End-Write-Quiet-Line.

           move "  CURRENT PLACEMENTS (mean connections per hour over"
              to rpt-line.
           move " the window)" to rpt-line (53:12).
           perform Write-Quiet-Line thru End-Write-Quiet-Line.
           if job-count equal 0 and prof-count equal 0
              move "    (no SCHEDULE.CTL or EODPROF.CTL entries)"
                 to rpt-line
              perform Write-Quiet-Line thru End-Write-Quiet-Line.
           perform Place-One-Job thru End-Place-One-Job
               varying tbl-idx from 1 by 1
               until tbl-idx is greater than job-count.
           perform Place-One-Profile thru End-Place-One-Profile
               varying tbl-idx from 1 by 1
               until tbl-idx is greater than prof-count.
       End-Recommend-One-Db. exit.

       Fold-One-Day.
           read hour-file
               at end
                  move "Y" to file-eof
                  go to End-Fold-One-Day
           end-read.

           if hc-dbname not equal db-name
              or hc-weekday not numeric
              or hc-weekday equal 0
              or hc-weekday is greater than 7
              go to End-Fold-One-Day.

           move hc-weekday to day-idx.
           perform Fold-One-Slot thru End-Fold-One-Slot
               varying hr-idx from 1 by 1
               until hr-idx is greater than 24.
       End-Fold-One-Day. exit.

       Fold-One-Slot.
           if hc-count (hr-idx) not numeric
              go to End-Fold-One-Slot.
           move hc-count (hr-idx) to slot-count.
           add slot-count to wk-sum (day-idx, hr-idx).
           add 1 to wk-samples (day-idx, hr-idx).
           add 1 to sample-total.
       End-Fold-One-Slot. exit.

       Mean-One-Day.
           perform Mean-One-Hour thru End-Mean-One-Hour
               varying hr-idx from 1 by 1
               until hr-idx is greater than 24.
       End-Mean-One-Day. exit.

       Mean-One-Hour.
           if wk-samples (day-idx, hr-idx) equal 0
              go to End-Mean-One-Hour.
           compute wk-mean (day-idx, hr-idx) rounded =
              (wk-sum (day-idx, hr-idx) * 10)
                 / wk-samples (day-idx, hr-idx).
           if wk-mean (day-idx, hr-idx) is greater than peak-mean
              move wk-mean (day-idx, hr-idx) to peak-mean.
       End-Mean-One-Hour. exit.

      ***********************************************************************
      * Map-One-Day prints one weekday's row of the heat map, each
      * hour scaled 0 to 9 against the database's busiest hour.
      ***********************************************************************
       Map-One-Day.
           move spaces to rpt-line.
           move day-name (day-idx) to rpt-line (9:3).
           perform Map-One-Hour thru End-Map-One-Hour
               varying hr-idx from 1 by 1
               until hr-idx is greater than 24.
           perform Write-Quiet-Line thru End-Write-Quiet-Line.
       End-Map-One-Day. exit.

       Map-One-Hour.
           if wk-samples (day-idx, hr-idx) equal 0
              move "-" to rpt-line (hr-idx + 13:1)
              go to End-Map-One-Hour.
           if peak-mean equal 0
              move 0 to cell-level
           else
              compute cell-level rounded =
                 (wk-mean (day-idx, hr-idx) * 9) / peak-mean.
           move cell-level to rpt-line (hr-idx + 13:1).
       End-Map-One-Hour. exit.

      ***********************************************************************
      * Find-Quietest tries every start hour of the week and keeps the
      * window with the fewest connections, the earliest on a tie.
      * A window touching an hour with no census is not considered.
      ***********************************************************************
       Find-Quietest.
           move "N" to best-sw.
           move 0 to best-start.
           move 0 to best-sum.
           perform Try-One-Start thru End-Try-One-Start
               varying week-start from 0 by 1
               until week-start is greater than 167.
       End-Find-Quietest. exit.

       Try-One-Start.
           perform Sum-Window thru End-Sum-Window.
           if not window-sampled
              go to End-Try-One-Start.
           if best-found and win-sum is not less than best-sum
              go to End-Try-One-Start.
           move "Y" to best-sw.
           move week-start to best-start.
           move win-sum to best-sum.
       End-Try-One-Start. exit.

       Sum-Window.
           move "Y" to win-ok-sw.
           move 0 to win-sum.
           perform Add-Window-Hour thru End-Add-Window-Hour
               varying week-off from 0 by 1
               until week-off is not less than window-hours
                  or not window-sampled.
       End-Sum-Window. exit.

       Add-Window-Hour.
           compute week-pos = week-start + week-off.
           if week-pos is greater than 167
              subtract 168 from week-pos.
           divide week-pos by 24 giving week-quot remainder hr-idx.
           compute slot-day-idx = week-quot + 1.
           add 1 to hr-idx.
           if wk-samples (slot-day-idx, hr-idx) equal 0
              move "N" to win-ok-sw
              go to End-Add-Window-Hour.
           add wk-mean (slot-day-idx, hr-idx) to win-sum.
       End-Add-Window-Hour. exit.

      ***********************************************************************
      * Describe-Window builds the line for the window at week-start
      * whose sum is in win-sum: its day and hours, and its mean.
      ***********************************************************************
       Describe-Window.
           divide week-start by 24 giving week-quot remainder hr-idx.
           compute day-idx = week-quot + 1.
           move hr-idx to hour-disp.
           compute week-pos = hr-idx + window-hours.
           divide week-pos by 24 giving week-quot remainder week-pos.
           move week-pos to end-hour-disp.
           compute best-mean rounded = win-sum / window-hours.
           compute work-tenths = best-mean / 10.
           move work-tenths to mean-disp.
           move spaces to rpt-line.
           string "                " delimited by size
                  day-name (day-idx) delimited by size
                  " "                delimited by size
                  hour-disp          delimited by size
                  ":00 to "          delimited by size
                  end-hour-disp      delimited by size
                  ":00, mean"        delimited by size
                  mean-disp          delimited by size
                  " connections per hour" delimited by size
                  into rpt-line.
       End-Describe-Window. exit.

      ***********************************************************************
      * Place-One-Job measures a window of the requested length from
      * the job's start hour on every day its mask allows, and prints
      * the mean beside how much busier it is than the recommendation.
      ***********************************************************************
       Place-One-Job.
           move 0 to place-days.
           move 0 to place-sum.
           divide jt-start-hhmm (tbl-idx) by 100 giving place-hour.
           perform Place-One-Job-Day thru End-Place-One-Job-Day
               varying day-idx from 1 by 1
               until day-idx is greater than 7.

           move spaces to rpt-line.
           move jt-program (tbl-idx) to rpt-line (5:10).
           move jt-day-mask (tbl-idx) to rpt-line (16:7).
           move jt-start-hhmm (tbl-idx) to rpt-line (24:4).
           perform Finish-Placement thru End-Finish-Placement.
       End-Place-One-Job. exit.

       Place-One-Job-Day.
           if jt-day-mask (tbl-idx) (day-idx:1) not equal "Y"
              go to End-Place-One-Job-Day.
           perform Measure-Placement thru End-Measure-Placement.
       End-Place-One-Job-Day. exit.

      ***********************************************************************
      * Place-One-Profile measures eodshut's shutdown window for one
      * day class -- which days a class falls on is the calendar's
      * business, so the window is measured on every weekday.
      ***********************************************************************
       Place-One-Profile.
           move 0 to place-days.
           move 0 to place-sum.
           divide pt-window (tbl-idx) by 100 giving place-hour.
           perform Measure-Placement thru End-Measure-Placement
               varying day-idx from 1 by 1
               until day-idx is greater than 7.

           move spaces to rpt-line.
           move "eodshut" to rpt-line (5:10).
           move pt-class (tbl-idx) to rpt-line (16:8).
           move pt-window (tbl-idx) to rpt-line (24:4).
           perform Finish-Placement thru End-Finish-Placement.
       End-Place-One-Profile. exit.

       Measure-Placement.
           if place-hour is greater than 23
              go to End-Measure-Placement.
           compute week-start = ((day-idx - 1) * 24) + place-hour.
           perform Sum-Window thru End-Sum-Window.
           if not window-sampled
              go to End-Measure-Placement.
           add 1 to place-days.
           add win-sum to place-sum.
       End-Measure-Placement. exit.

       Finish-Placement.
           if place-days equal 0
              move "no full census of this window yet"
                 to rpt-line (30:33)
              perform Write-Quiet-Line thru End-Write-Quiet-Line
              go to End-Finish-Placement.

           compute place-mean rounded =
              place-sum / (place-days * window-hours).
           compute place-over = place-mean - best-mean.
           compute work-tenths = place-mean / 10.
           move work-tenths to mean-disp.
           compute over-tenths = place-over / 10.
           move over-tenths to over-disp.
           move place-days to days-disp.
           move spaces to rpt-line (28:105).
           string "  mean"          delimited by size
                  mean-disp         delimited by size
                  " over"           delimited by size
                  days-disp         delimited by size
                  " day(s),"        delimited by size
                  over-disp         delimited by size
                  " vs recommended" delimited by size
                  into rpt-line (28:105).
           if place-over is greater than 0
              move "**" to rpt-line (1:2).
           perform Write-Quiet-Line thru End-Write-Quiet-Line.
       End-Finish-Placement. exit.

       Write-Quiet-Line.
           move rpt-line to RPTW-LINE.
           move "W" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Quiet-Line. exit.
