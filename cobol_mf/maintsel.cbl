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
      ** SOURCE FILE NAME: maintsel.cbl
      **
      ** SAMPLE: Reorg and statistics candidate selection for the
      **         nightly maintenance window
      **
      **         dbmaint.cbl works through whatever DBMAINT.CTL lists,
      **         and nobody revisits the list.  This program rebuilds
      **         the next night's DBMAINT.CTL from evidence, ranked by
      **         need, and prints why each table was or was not
      **         chosen.  It takes no input, so the scheduler runs it
      **         ahead of dbmaint.cbl.
      **
      **         The candidates are the tables of the current list
      **         and every table in the TBLACT.CSV activity trend
      **         (tblmon.cbl).  Each earns need points three ways:
      **         its overflow share over the lookback (overflow
      **         accesses per hundred rows read), the rows written
      **         over the lookback, and the days since DBMAINT.RPT
      **         last recorded a successful RUNSTATS or REORG for it
      **         (a table never maintained counts as the age cap).
      **         Counter resets in the trend, from a database
      **         restart, are taken as new activity from zero.
      **
      **         The ranked list is cut to what fits the window.  A
      **         table's maintenance time is the average of its past
      **         utility runs in UTILPROG.DAT; a table with no such
      **         history takes the average per-table time of the
      **         dbmaint.cbl runs in RUNHIST.IDX, and failing that the
      **         configured default.  Tables dbmaint.cbl skipped last
      **         night -- those after its DBMAINT.CKP checkpoint when
      **         the window closed, and those whose database lock was
      **         refused -- are carried to the top of the new list.
      **         The checkpoint is cleared with the new list, since
      **         its entry number described the old one.
      **
      **         MAINTSEL.CTL holds the settings, one keyword per
      **         line: WINDOW (minutes, default 240), DAYS (lookback,
      **         default 7), DEFMINS (default minutes per table, 15),
      **         OVFWEIGHT (points per overflow-share point, 10),
      **         WRITEUNIT (rows written per point, 10000), AGEWEIGHT
      **         (points per day since maintenance, 2), and MAXAGE
      **         (the age cap in days, 30).  The run ends with return
      **         code 4 when a table with need did not fit the window.
      **
      ** INPUT FILES:  MAINTSEL.CTL (selection settings)
      **               TBLACT.CSV   (table activity trend, tblmon.cbl)
      **               DBMAINT.RPT  (maintenance outcomes, dbmaint.cbl)
      **               UTILPROG.DAT (utility progress, utilprog.cbl)
      **               RUNHIST.IDX  (run history, runhist.cbl)
      ** OUTPUT FILES: DBMAINT.CTL  (next night's table list, rebuilt)
      **               DBMAINT.CKP  (resume checkpoint, cleared)
      **               MAINTSEL.RPT (selection reasoning, via rptwrite)
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
       Program-Id. "maintsel".

       Environment Division.
       Input-Output Section.
       File-Control.
           select sel-control assign to "MAINTSEL.CTL"
               organization is line sequential
               file status is selctl-fs.
           select trend-csv assign to "TBLACT.CSV"
               organization is line sequential
               file status is trend-fs.
           select control-file assign to "DBMAINT.CTL"
               organization is line sequential
               file status is control-fs.
           select checkpoint-file assign to "DBMAINT.CKP"
               organization is line sequential
               file status is checkpoint-fs.
           select maint-rpt assign to "DBMAINT.RPT"
               organization is line sequential
               file status is maintrpt-fs.
           select progress-file assign to "UTILPROG.DAT"
               organization is line sequential
               file status is progress-fs.
           select history-file assign to "RUNHIST.IDX"
               organization is indexed
               access is dynamic
               record key is hr-key
               file status is history-fs.

       Data Division.
       File Section.
       FD  sel-control.
       01  sel-control-rec.
           05 sc-keyword      pic x(9).
           05 filler          pic x.
           05 sc-value        pic x(18).

       FD  trend-csv.
       01  trend-csv-rec      pic x(100).

       FD  control-file.
       01  control-rec.
           05 ctl-dbname      pic x(8).
           05 filler          pic x.
           05 ctl-table       pic x(30).

       FD  checkpoint-file.
       01  checkpoint-rec     pic 9(4).

       FD  maint-rpt.
       01  maint-rpt-rec.
           05 mr-dbname       pic x(8).
           05 filler          pic x(2).
           05 mr-table        pic x(30).
           05 filler          pic x(2).
           05 mr-step         pic x(8).
           05 filler          pic x(2).
           05 mr-status       pic x(8).
           05 filler          pic x(2).
           05 mr-sqlcode      pic x(10).
           05 filler          pic x(2).
           05 mr-when         pic x(17).
           05 filler          pic x(29).

       FD  progress-file.
       01  progress-rec.
           05 pg-timestamp    pic x(17).
           05 filler          pic x(2).
           05 pg-utility      pic x(20).
           05 filler          pic x(2).
           05 pg-done         pic 9(9).
           05 filler          pic x(2).
           05 pg-total        pic 9(9).
           05 filler          pic x(2).
           05 pg-eta-lbl      pic x(4).
           05 pg-eta-mins     pic 9(5).

       FD  history-file.
       01  history-rec.
           05 hr-key.
              10 hr-key-date  pic 9(8).
              10 hr-key-time  pic 9(8).
              10 hr-key-prog  pic x(10).
              10 hr-key-seq   pic 9(3).
           05 hr-start-ts     pic x(17).
           05 hr-end-ts       pic x(17).
           05 hr-elapsed      pic 9(6).
           05 hr-rc           pic x(5).
           05 hr-runid        pic x(16).

       Working-Storage Section.

       copy "sqlrptw.cbl".
       copy "sqldtsrv.cbl".
       copy "sqlrunh.cbl".

      * Local Variables
       77 selctl-fs           pic xx.
       77 trend-fs            pic xx.
       77 control-fs          pic xx.
       77 checkpoint-fs       pic xx.
       77 maintrpt-fs         pic xx.
       77 progress-fs         pic xx.
       77 history-fs          pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

      * the selection settings, from MAINTSEL.CTL
       77 window-mins         pic 9(5) value 240.
       77 lookback-days       pic 9(5) value 7.
       77 default-mins        pic 9(5) value 15.
       77 ovf-weight          pic 9(5) value 10.
       77 write-unit          pic 9(9) value 10000.
       77 age-weight          pic 9(5) value 2.
       77 max-age-days        pic 9(5) value 30.
       77 lookback-mins       pic s9(9) comp-5.

      * two utility progress records further apart than this belong
      * to different runs of the utility
       77 run-gap-mins        pic s9(9) comp-5 value 30.

       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).

      * the candidate tables and their evidence
       77 cand-count          pic 9(4) comp-5 value 0.
       77 cand-max            pic 9(4) comp-5 value 300.
       01 cand-table.
          05 cand-entry occurs 300 times.
             10 cd-dbname     pic x(8).
             10 cd-table      pic x(30).
             10 cd-short      pic x(30).
             10 cd-short-len  pic 9(4) comp-5.
             10 cd-seen-sw    pic x.
             10 cd-prev       occurs 3 times pic 9(9) comp-5.
             10 cd-activity   occurs 3 times pic 9(18) comp-5.
             10 cd-last-ts    pic x(17).
             10 cd-refused-ts pic x(17).
             10 cd-carry      pic x(8).
             10 cd-run-first  pic x(17).
             10 cd-run-last   pic x(17).
             10 cd-run-count  pic 9(4) comp-5.
             10 cd-run-mins   pic 9(9) comp-5.
             10 cd-share      pic 9(9) comp-5.
             10 cd-age-days   pic 9(5) comp-5.
             10 cd-ovf-pts    pic 9(9) comp-5.
             10 cd-write-pts  pic 9(9) comp-5.
             10 cd-age-pts    pic 9(9) comp-5.
             10 cd-score      pic 9(9) comp-5.
             10 cd-est-mins   pic 9(5) comp-5.
             10 cd-est-src    pic x(8).
             10 cd-taken-sw   pic x.
       77 cand-idx            pic 9(4) comp-5.
       77 ctr-idx             pic 9(4) comp-5.
       77 found-sw            pic x.
           88 entry-found         value "Y".
       77 match-dbname        pic x(8).
       77 match-table         pic x(30).
       77 work-schema         pic x(30).
       77 match-tally         pic 9(4) comp-5.

      * the current list and where dbmaint.cbl stopped in it
       77 last-completed-entry pic 9(4) comp-5 value 0.
       77 entry-number        pic 9(4) comp-5 value 0.

      * the latest night in DBMAINT.RPT and the fleet-wide time per
      * table from the dbmaint.cbl run history
       77 latest-run-date     pic x(8) value spaces.
       77 maint-step-count    pic 9(9) comp-5 value 0.
       77 dbmaint-run-secs    pic 9(9) comp-5 value 0.
       77 dbmaint-run-count   pic 9(9) comp-5 value 0.
       77 fleet-est-mins      pic 9(5) comp-5 value 0.
       77 run-mins            pic 9(9) comp-5.

      * the ranked selection
       77 rank-count          pic 9(4) comp-5 value 0.
       01 rank-table.
          05 rank-entry occurs 300 times.
             10 rk-cand       pic 9(4) comp-5.
             10 rk-verdict    pic x(8).
       77 rank-idx            pic 9(4) comp-5.
       77 high-idx            pic 9(4) comp-5.
       77 used-mins           pic 9(9) comp-5 value 0.
       77 selected-count      pic 9(4) comp-5 value 0.
       77 deferred-count      pic 9(4) comp-5 value 0.
       77 window-full-sw      pic x value "N".
           88 window-full         value "Y".

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

       77 rank-disp           pic zz9.
       77 mins-disp           pic zzzz9.
       77 share-disp          pic zzzz9.99.
       77 num-disp            pic z(8)9.
       77 num-disp2           pic z(8)9.
       77 num-disp3           pic z(8)9.
       77 num-disp4           pic z(8)9.
       01 rpt-line            pic x(132).
       77 line-ptr            pic 9(4) comp-5.

       Procedure Division.
       maintsel-pgm section.

           display "Sample COBOL Program : MAINTSEL.CBL".

           move "maintsel" to RH-PROGRAM.
           move "S" to RH-FUNCTION.
           call "runhist" using RUNHIST-AREA.

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           perform Load-Control thru End-Load-Control.
           compute lookback-mins = lookback-days * 1440.

           perform Load-Current-List thru End-Load-Current-List.
           perform Fold-Activity thru End-Fold-Activity.
           if cand-count equal 0
              display "no tables in DBMAINT.CTL or TBLACT.CSV -- ",
                 "nothing to select"
              go to end-maintsel.

           perform Fold-Maint-History thru End-Fold-Maint-History.
           perform Fold-Utility-History thru End-Fold-Utility-History.
           perform Fold-Run-History thru End-Fold-Run-History.

           perform Score-One-Candidate thru End-Score-One-Candidate
               varying cand-idx from 1 by 1
               until cand-idx is greater than cand-count.

           perform Rank-Candidates thru End-Rank-Candidates.
           if selected-count equal 0
              display "no table shows any need -- DBMAINT.CTL left ",
                 "as it is"
              go to end-maintsel.

           perform Write-New-List thru End-Write-New-List.
           perform Report-Selection thru End-Report-Selection.

           display selected-count, " table(s) selected for ",
              used-mins, " of ", window-mins, " minute(s), ",
              deferred-count, " deferred -- see MAINTSEL.RPT".
           if deferred-count is greater than 0
              move 4 to RETURN-CODE.

       end-maintsel.
           move "E" to RH-FUNCTION.
           move RETURN-CODE to RH-RETCODE.
           call "runhist" using RUNHIST-AREA.
           stop run.

      ***********************************************************************
      * Load-Control reads the settings from MAINTSEL.CTL; a missing
      * file or keyword keeps the default.
      ***********************************************************************
       Load-Control.
           open input sel-control.
           if selctl-fs equal "35"
              go to End-Load-Control.

           move "N" to file-eof.
           perform Load-One-Control thru End-Load-One-Control
               until no-more-records.
           close sel-control.
           move "N" to file-eof.

           if window-mins equal 0
              display "MAINTSEL.CTL WINDOW of zero -- 240 used"
              move 240 to window-mins.
           if write-unit equal 0
              move 10000 to write-unit.
       End-Load-Control. exit.

       Load-One-Control.
           read sel-control
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Control
           end-read.

           if sc-keyword equal spaces
              or sc-keyword (1:1) equal "*"
              go to End-Load-One-Control.

           move sc-value to work-field.
           perform Field-To-Value thru End-Field-To-Value.
           if field-ok-sw not equal "Y"
              display "MAINTSEL.CTL ", sc-keyword, " value is not ",
                 "numeric -- line ignored"
              go to End-Load-One-Control.

           evaluate sc-keyword
              when "WINDOW"
                 move field-value to window-mins
              when "DAYS"
                 move field-value to lookback-days
              when "DEFMINS"
                 move field-value to default-mins
              when "OVFWEIGHT"
                 move field-value to ovf-weight
              when "WRITEUNIT"
                 move field-value to write-unit
              when "AGEWEIGHT"
                 move field-value to age-weight
              when "MAXAGE"
                 move field-value to max-age-days
              when other
                 display "MAINTSEL.CTL keyword ", sc-keyword,
                    " not known -- line ignored"
           end-evaluate.
       End-Load-One-Control. exit.

      ***********************************************************************
      * Load-Current-List takes the tables of the current DBMAINT.CTL
      * as candidates.  When DBMAINT.CKP holds an entry number the
      * window closed last night, and every entry after it was never
      * worked: those are carried.
      ***********************************************************************
       Load-Current-List.
           move 0 to last-completed-entry.
           open input checkpoint-file.
           if checkpoint-fs not equal "35"
              read checkpoint-file
                  at end move 0 to checkpoint-rec
              end-read
              if checkpoint-fs equal "00" and checkpoint-rec numeric
                 move checkpoint-rec to last-completed-entry
              end-if
              close checkpoint-file.

           open input control-file.
           if control-fs equal "35"
              go to End-Load-Current-List.

           move 0 to entry-number.
           move "N" to file-eof.
           perform Load-One-Entry thru End-Load-One-Entry
               until no-more-records.
           close control-file.
           move "N" to file-eof.
       End-Load-Current-List. exit.

       Load-One-Entry.
           read control-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Entry
           end-read.

           if control-rec equal spaces
              or ctl-dbname (1:1) equal "*"
              go to End-Load-One-Entry.

           add 1 to entry-number.
           move ctl-dbname to match-dbname.
           move ctl-table  to match-table.
           perform Find-Or-Add-Candidate
              thru End-Find-Or-Add-Candidate.
           if cand-idx equal 0
              go to End-Load-One-Entry.

           if last-completed-entry is greater than 0
              and entry-number is greater than last-completed-entry
              move "UNWORKED" to cd-carry (cand-idx).
       End-Load-One-Entry. exit.

      ***********************************************************************
      * Find-Or-Add-Candidate sets cand-idx to the candidate for
      * match-dbname/match-table, adding it when new; a full table
      * leaves cand-idx zero.
      ***********************************************************************
       Find-Or-Add-Candidate.
           move "N" to found-sw.
           perform Match-One-Candidate thru End-Match-One-Candidate
               varying cand-idx from 1 by 1
               until cand-idx is greater than cand-count
                  or entry-found.
           if entry-found
              subtract 1 from cand-idx
              go to End-Find-Or-Add-Candidate.

           if cand-count is not less than cand-max
              display "more than ", cand-max, " candidate tables -- ",
                 match-dbname, " ", match-table, " not considered"
              move 0 to cand-idx
              go to End-Find-Or-Add-Candidate.

           add 1 to cand-count.
           move cand-count to cand-idx.
           initialize cand-entry (cand-idx).
           move match-dbname to cd-dbname (cand-idx).
           move match-table  to cd-table (cand-idx).
           move "N" to cd-seen-sw (cand-idx).
           move "N" to cd-taken-sw (cand-idx).

      * utility progress names the table without its schema
           move spaces to work-schema.
           move spaces to cd-short (cand-idx).
           unstring match-table delimited by "."
               into work-schema cd-short (cand-idx).
           if cd-short (cand-idx) equal spaces
              move match-table to cd-short (cand-idx).
           move 0 to cd-short-len (cand-idx).
           inspect cd-short (cand-idx) tallying cd-short-len (cand-idx)
              for characters before initial " ".
       End-Find-Or-Add-Candidate. exit.

       Match-One-Candidate.
           if cd-dbname (cand-idx) equal match-dbname
              and cd-table (cand-idx) equal match-table
              move "Y" to found-sw.
       End-Match-One-Candidate. exit.

      ***********************************************************************
      * Fold-Activity adds up each table's rows read, rows written,
      * and overflow accesses over the lookback from the trend.  The
      * counters are cumulative, so the activity is the rise from one
      * sample to the next; a fall means the database restarted and
      * the new value is all new activity.
      ***********************************************************************
       Fold-Activity.
           open input trend-csv.
           if trend-fs equal "35"
              display "TBLACT.CSV not found -- selecting on age and ",
                 "the current list only"
              go to End-Fold-Activity.

           move "N" to file-eof.
           perform Fold-One-Activity thru End-Fold-One-Activity
               until no-more-records.
           close trend-csv.
           move "N" to file-eof.
       End-Fold-Activity. exit.

       Fold-One-Activity.
           read trend-csv
               at end
                  move "Y" to file-eof
                  go to End-Fold-One-Activity
           end-read.

           if trend-csv-rec (1:8) not numeric
              go to End-Fold-One-Activity.

           move spaces to csv-fields.
           move 0 to csv-field-count.
           unstring trend-csv-rec delimited by ","
               into csv-field(1) csv-field(2) csv-field(3)
                    csv-field(4) csv-field(5) csv-field(6)
               tallying csv-field-count.
           if csv-field-count is less than 6
              go to End-Fold-One-Activity.

           move csv-field(1) (1:17) to DT-FROM-TS.
           move now-ts to DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           if DT-VALID-SW not equal "Y"
              or DT-MINUTES is greater than lookback-mins
              go to End-Fold-One-Activity.

           move "Y" to field-ok-sw.
           perform Take-One-Counter thru End-Take-One-Counter
               varying ctr-idx from 1 by 1
               until ctr-idx is greater than 3
                  or field-ok-sw not equal "Y".
           if field-ok-sw not equal "Y"
              go to End-Fold-One-Activity.

           move csv-field(2) (1:8) to match-dbname.
           move csv-field(3) to match-table.
           perform Find-Or-Add-Candidate
              thru End-Find-Or-Add-Candidate.
           if cand-idx equal 0
              go to End-Fold-One-Activity.

           perform Add-One-Counter thru End-Add-One-Counter
               varying ctr-idx from 1 by 1
               until ctr-idx is greater than 3.
           move "Y" to cd-seen-sw (cand-idx).
       End-Fold-One-Activity. exit.

       Take-One-Counter.
           move csv-field(ctr-idx + 3) to work-field.
           perform Field-To-Value thru End-Field-To-Value.
           move field-value to row-value (ctr-idx).
       End-Take-One-Counter. exit.

       Add-One-Counter.
           if cd-seen-sw (cand-idx) equal "Y"
              if row-value (ctr-idx)
                    is less than cd-prev (cand-idx ctr-idx)
                 add row-value (ctr-idx)
                    to cd-activity (cand-idx ctr-idx)
              else
                 compute cd-activity (cand-idx ctr-idx) =
                    cd-activity (cand-idx ctr-idx)
                       + row-value (ctr-idx)
                       - cd-prev (cand-idx ctr-idx)
              end-if.
           move row-value (ctr-idx) to cd-prev (cand-idx ctr-idx).
       End-Add-One-Counter. exit.

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
      * Fold-Maint-History reads DBMAINT.RPT for each candidate's last
      * successful RUNSTATS or REORG and last refused lock, and counts
      * the RUNSTATS attempts for the fleet-wide time per table.  A
      * table refused on the latest night and not maintained since is
      * carried.  Lines from before the report was time-stamped carry
      * no date and count only toward the attempts.
      ***********************************************************************
       Fold-Maint-History.
           open input maint-rpt.
           if maintrpt-fs equal "35"
              go to End-Fold-Maint-History.

           move "N" to file-eof.
           perform Fold-One-Maint-Line thru End-Fold-One-Maint-Line
               until no-more-records.
           close maint-rpt.
           move "N" to file-eof.

           perform Carry-One-Refused thru End-Carry-One-Refused
               varying cand-idx from 1 by 1
               until cand-idx is greater than cand-count.
       End-Fold-Maint-History. exit.

       Fold-One-Maint-Line.
           move spaces to maint-rpt-rec.
           read maint-rpt
               at end
                  move "Y" to file-eof
                  go to End-Fold-One-Maint-Line
           end-read.

           if mr-step equal "RUNSTATS"
              add 1 to maint-step-count.
           if mr-when (1:8) not numeric
              go to End-Fold-One-Maint-Line.
           if mr-when (1:8) is greater than latest-run-date
              or latest-run-date equal spaces
              move mr-when (1:8) to latest-run-date.

           move "N" to found-sw.
           perform Match-One-Maint-Line thru End-Match-One-Maint-Line
               varying cand-idx from 1 by 1
               until cand-idx is greater than cand-count
                  or entry-found.
           if not entry-found
              go to End-Fold-One-Maint-Line.
           subtract 1 from cand-idx.

           if mr-status equal "OK"
              move mr-when to cd-last-ts (cand-idx).
           if mr-status equal "REFUSED"
              move mr-when to cd-refused-ts (cand-idx).
       End-Fold-One-Maint-Line. exit.

       Match-One-Maint-Line.
           if cd-dbname (cand-idx) equal mr-dbname
              and cd-table (cand-idx) equal mr-table
              move "Y" to found-sw.
       End-Match-One-Maint-Line. exit.

       Carry-One-Refused.
           if cd-refused-ts (cand-idx) equal spaces
              go to End-Carry-One-Refused.
           if cd-refused-ts (cand-idx) (1:8) not equal latest-run-date
              go to End-Carry-One-Refused.
           if cd-last-ts (cand-idx) is greater than
                 cd-refused-ts (cand-idx)
              go to End-Carry-One-Refused.
           move "REFUSED" to cd-carry (cand-idx).
       End-Carry-One-Refused. exit.

      ***********************************************************************
      * Fold-Utility-History times each candidate's past utility runs
      * from UTILPROG.DAT: the progress records naming the table are
      * grouped into runs, a gap of more than run-gap-mins starting a
      * new one, and each run lasts from its first record to its last.
      ***********************************************************************
       Fold-Utility-History.
           open input progress-file.
           if progress-fs equal "35"
              go to End-Fold-Utility-History.

           move "N" to file-eof.
           perform Fold-One-Progress thru End-Fold-One-Progress
               until no-more-records.
           close progress-file.
           move "N" to file-eof.

           perform Close-One-Run thru End-Close-One-Run
               varying cand-idx from 1 by 1
               until cand-idx is greater than cand-count.
       End-Fold-Utility-History. exit.

       Fold-One-Progress.
           read progress-file
               at end
                  move "Y" to file-eof
                  go to End-Fold-One-Progress
           end-read.

           if pg-timestamp (1:8) not numeric
              go to End-Fold-One-Progress.

           perform Match-One-Progress thru End-Match-One-Progress
               varying cand-idx from 1 by 1
               until cand-idx is greater than cand-count.
       End-Fold-One-Progress. exit.

       Match-One-Progress.
           if cd-short-len (cand-idx) equal 0
              go to End-Match-One-Progress.
           move 0 to match-tally.
           inspect pg-utility tallying match-tally
              for all cd-short (cand-idx) (1:cd-short-len (cand-idx)).
           if match-tally equal 0
              go to End-Match-One-Progress.

           if cd-run-last (cand-idx) not equal spaces
              move cd-run-last (cand-idx) to DT-FROM-TS
              move pg-timestamp to DT-TO-TS
              call "dtserv" using DTSERV-AREA
              if DT-VALID-SW equal "Y"
                 and DT-MINUTES is not greater than run-gap-mins
                 move pg-timestamp to cd-run-last (cand-idx)
                 go to End-Match-One-Progress
              end-if
              perform Close-One-Run thru End-Close-One-Run.

           move pg-timestamp to cd-run-first (cand-idx).
           move pg-timestamp to cd-run-last (cand-idx).
       End-Match-One-Progress. exit.

      * a run seen in a single progress record counts as one minute
       Close-One-Run.
           if cd-run-first (cand-idx) equal spaces
              go to End-Close-One-Run.
           move cd-run-first (cand-idx) to DT-FROM-TS.
           move cd-run-last (cand-idx) to DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           move 1 to run-mins.
           if DT-VALID-SW equal "Y"
              and DT-MINUTES is greater than 1
              move DT-MINUTES to run-mins.
           add 1 to cd-run-count (cand-idx).
           add run-mins to cd-run-mins (cand-idx).
           move spaces to cd-run-first (cand-idx).
           move spaces to cd-run-last (cand-idx).
       End-Close-One-Run. exit.

      ***********************************************************************
      * Fold-Run-History adds up the elapsed time of the dbmaint.cbl
      * runs in RUNHIST.IDX; spread over the RUNSTATS attempts in
      * DBMAINT.RPT it gives the fleet-wide minutes per table.
      ***********************************************************************
       Fold-Run-History.
           open input history-file.
           if history-fs equal "35"
              go to End-Fold-Run-History.

           move "N" to file-eof.
           perform Fold-One-Run thru End-Fold-One-Run
               until no-more-records.
           close history-file.
           move "N" to file-eof.

           if dbmaint-run-count equal 0 or maint-step-count equal 0
              go to End-Fold-Run-History.
           compute fleet-est-mins =
              (dbmaint-run-secs + (maint-step-count * 60) - 1)
                 / (maint-step-count * 60).
           if fleet-est-mins equal 0
              move 1 to fleet-est-mins.
       End-Fold-Run-History. exit.

       Fold-One-Run.
           read history-file next record
               at end
                  move "Y" to file-eof
                  go to End-Fold-One-Run
           end-read.

           if hr-key-prog not equal "dbmaint"
              or hr-elapsed not numeric
              go to End-Fold-One-Run.
           add 1 to dbmaint-run-count.
           add hr-elapsed to dbmaint-run-secs.
       End-Fold-One-Run. exit.

      ***********************************************************************
      * Score-One-Candidate turns the evidence into need points and
      * estimates the table's maintenance time.
      ***********************************************************************
       Score-One-Candidate.
           move 0 to cd-share (cand-idx).
           if cd-activity (cand-idx 1) is greater than 0
              compute cd-share (cand-idx) =
                 (cd-activity (cand-idx 3) * 10000)
                    / cd-activity (cand-idx 1).
           compute cd-ovf-pts (cand-idx) =
              (cd-share (cand-idx) * ovf-weight) / 100.
           compute cd-write-pts (cand-idx) =
              cd-activity (cand-idx 2) / write-unit.

           move max-age-days to cd-age-days (cand-idx).
           if cd-last-ts (cand-idx) not equal spaces
              move cd-last-ts (cand-idx) to DT-FROM-TS
              move now-ts to DT-TO-TS
              call "dtserv" using DTSERV-AREA
              if DT-VALID-SW equal "Y"
                 and DT-MINUTES is less than (max-age-days * 1440)
                 compute cd-age-days (cand-idx) = DT-MINUTES / 1440
              end-if.
           compute cd-age-pts (cand-idx) =
              cd-age-days (cand-idx) * age-weight.

           compute cd-score (cand-idx) = cd-ovf-pts (cand-idx)
              + cd-write-pts (cand-idx) + cd-age-pts (cand-idx).

           if cd-run-count (cand-idx) is greater than 0
              compute cd-est-mins (cand-idx) =
                 (cd-run-mins (cand-idx) + cd-run-count (cand-idx) - 1)
                    / cd-run-count (cand-idx)
              move "UTILPROG" to cd-est-src (cand-idx)
              go to End-Score-One-Candidate.
           if fleet-est-mins is greater than 0
              move fleet-est-mins to cd-est-mins (cand-idx)
              move "RUNHIST" to cd-est-src (cand-idx)
              go to End-Score-One-Candidate.
           move default-mins to cd-est-mins (cand-idx).
           move "DEFAULT" to cd-est-src (cand-idx).
       End-Score-One-Candidate. exit.

      ***********************************************************************
      * Rank-Candidates orders the candidates carried first, then by
      * need, and cuts the list at the first table that does not fit
      * what is left of the window.  The first table is always taken,
      * so one long table cannot starve the list forever.
      ***********************************************************************
       Rank-Candidates.
           perform Rank-One-Place thru End-Rank-One-Place
               varying rank-idx from 1 by 1
               until rank-idx is greater than cand-count.
       End-Rank-Candidates. exit.

       Rank-One-Place.
           move 0 to high-idx.
           perform Find-Higher-Need thru End-Find-Higher-Need
               varying cand-idx from 1 by 1
               until cand-idx is greater than cand-count.
           if high-idx equal 0
              move cand-count to rank-idx
              go to End-Rank-One-Place.

           move "Y" to cd-taken-sw (high-idx).
           add 1 to rank-count.
           move high-idx to rk-cand (rank-count).

           if cd-score (high-idx) equal 0
              and cd-carry (high-idx) equal spaces
              move "NO NEED" to rk-verdict (rank-count)
              go to End-Rank-One-Place.
           if window-full
              or (selected-count is greater than 0
                  and used-mins + cd-est-mins (high-idx)
                     is greater than window-mins)
              move "Y" to window-full-sw
              move "DEFERRED" to rk-verdict (rank-count)
              add 1 to deferred-count
              go to End-Rank-One-Place.

           add 1 to selected-count.
           add cd-est-mins (high-idx) to used-mins.
           if cd-carry (high-idx) equal spaces
              move "SELECTED" to rk-verdict (rank-count)
           else
              move "CARRIED" to rk-verdict (rank-count).
       End-Rank-One-Place. exit.

       Find-Higher-Need.
           if cd-taken-sw (cand-idx) equal "Y"
              go to End-Find-Higher-Need.
           if high-idx equal 0
              move cand-idx to high-idx
              go to End-Find-Higher-Need.
           if cd-carry (cand-idx) not equal spaces
              and cd-carry (high-idx) equal spaces
              move cand-idx to high-idx
              go to End-Find-Higher-Need.
           if cd-carry (cand-idx) equal spaces
              and cd-carry (high-idx) not equal spaces
              go to End-Find-Higher-Need.
           if cd-score (cand-idx) is greater than cd-score (high-idx)
              move cand-idx to high-idx.
       End-Find-Higher-Need. exit.

      ***********************************************************************
      * Write-New-List replaces DBMAINT.CTL with the selected tables in
      * rank order and clears DBMAINT.CKP, whose entry number counted
      * the old list.
      ***********************************************************************
       Write-New-List.
           open output control-file.
           move spaces to control-rec.
           string "* maintsel.cbl " delimited by size
                  now-ts delimited by size
                  into control-rec.
           write control-rec.

           perform Write-One-Entry thru End-Write-One-Entry
               varying rank-idx from 1 by 1
               until rank-idx is greater than rank-count.
           close control-file.

           open output checkpoint-file.
           close checkpoint-file.
       End-Write-New-List. exit.

       Write-One-Entry.
           if rk-verdict (rank-idx) not equal "SELECTED"
              and rk-verdict (rank-idx) not equal "CARRIED"
              go to End-Write-One-Entry.
           move rk-cand (rank-idx) to cand-idx.
           move spaces to control-rec.
           move cd-dbname (cand-idx) to ctl-dbname.
           move cd-table (cand-idx) to ctl-table.
           write control-rec.
       End-Write-One-Entry. exit.

      ***********************************************************************
      * Report-Selection prints each candidate in rank order with the
      * evidence behind its place.
      ***********************************************************************
       Report-Selection.
           move "O" to RPTW-FUNCTION.
           move "MAINTSEL.RPT" to RPTW-FILE-NAME.
           move spaces to RPTW-TITLE.
           string "MAINTENANCE CANDIDATE SELECTION AS OF "
                     delimited by size
                  now-ts delimited by size
                  into RPTW-TITLE.
           move spaces to RPTW-HEADING.
           string "RANK DATABASE TABLE"   delimited by size
                  "                          VERDICT   MINUTES SOURCE"
                     delimited by size
                  into RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           perform Report-One-Candidate thru End-Report-One-Candidate
               varying rank-idx from 1 by 1
               until rank-idx is greater than rank-count.

           move spaces to rpt-line.
           perform Write-Sel-Line thru End-Write-Sel-Line.
           move selected-count to num-disp.
           move used-mins to num-disp2.
           move window-mins to num-disp3.
           move deferred-count to num-disp4.
           move spaces to rpt-line.
           string "  "       delimited by size
                  num-disp   delimited by size
                  " table(s) selected for" delimited by size
                  num-disp2  delimited by size
                  " of"      delimited by size
                  num-disp3  delimited by size
                  " window minute(s);" delimited by size
                  num-disp4  delimited by size
                  " deferred" delimited by size
                  into rpt-line.
           perform Write-Sel-Line thru End-Write-Sel-Line.

           move "C" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Report-Selection. exit.

       Report-One-Candidate.
           move rk-cand (rank-idx) to cand-idx.
           move rank-idx to rank-disp.
           move cd-est-mins (cand-idx) to mins-disp.
           move spaces to rpt-line.
           string " "                    delimited by size
                  rank-disp              delimited by size
                  "  "                   delimited by size
                  cd-dbname (cand-idx)   delimited by size
                  " "                    delimited by size
                  cd-table (cand-idx)    delimited by size
                  " "                    delimited by size
                  rk-verdict (rank-idx)  delimited by size
                  "  "                   delimited by size
                  mins-disp              delimited by size
                  " "                    delimited by size
                  cd-est-src (cand-idx)  delimited by size
                  into rpt-line.
           perform Write-Sel-Line thru End-Write-Sel-Line.

           compute share-disp = cd-share (cand-idx) / 100.
           move cd-ovf-pts (cand-idx) to num-disp.
           move cd-activity (cand-idx 2) to num-disp2.
           move cd-write-pts (cand-idx) to num-disp3.
           move cd-age-pts (cand-idx) to num-disp4.
           move cd-age-days (cand-idx) to mins-disp.
           move spaces to rpt-line.
           string "       overflow share" delimited by size
                  share-disp             delimited by size
                  " ="                   delimited by size
                  num-disp               delimited by size
                  " pts, written"        delimited by size
                  num-disp2              delimited by size
                  " ="                   delimited by size
                  num-disp3              delimited by size
                  " pts, age"            delimited by size
                  mins-disp              delimited by size
                  " day(s) ="            delimited by size
                  num-disp4              delimited by size
                  " pts"                 delimited by size
                  into rpt-line.
           perform Write-Sel-Line thru End-Write-Sel-Line.

           move cd-score (cand-idx) to num-disp.
           move spaces to rpt-line.
           move 1 to line-ptr.
           string "       need"    delimited by size
                  num-disp         delimited by size
                  " pts"           delimited by size
                  into rpt-line with pointer line-ptr.
           if cd-carry (cand-idx) equal "UNWORKED"
              string "; carried -- not reached before last night's "
                        delimited by size
                     "window closed" delimited by size
                     into rpt-line with pointer line-ptr.
           if cd-carry (cand-idx) equal "REFUSED"
              string "; carried -- database lock refused last night"
                        delimited by size
                     into rpt-line with pointer line-ptr.
           if cd-last-ts (cand-idx) equal spaces
              string "; no maintenance on record" delimited by size
                     into rpt-line with pointer line-ptr.
           perform Write-Sel-Line thru End-Write-Sel-Line.
       End-Report-One-Candidate. exit.

      * each report line is also shown, as the other advisors do
       Write-Sel-Line.
           display rpt-line (1:79).
           move rpt-line to RPTW-LINE.
           move "W" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Sel-Line. exit.
