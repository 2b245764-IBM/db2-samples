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
      ** SOURCE FILE NAME: runrecon.cbl
      **
      ** SAMPLE: Missed, late, and duplicate scheduled-run reconciliation
      **
      **         schedrun.cbl dispatches the jobs and runhist.cbl
      **         records the runs, but nothing compared what should
      **         have run with what did -- a job dropped by a catch-up
      **         rule of N, or by a scheduler crash, went unnoticed
      **         until its data was missing.  Run each morning, this
      **         program works out which dispatches were due
      **         yesterday:
      **
      **           - every SCHEDULE.CTL entry whose day-of-week mask
      **             allows yesterday is due at its window start
      **             (yesterday's SITECAL.CTL class is shown with it);
      **           - a start inside a BLACKOUT.CAL window is due the
      **             minute the window closes, and one pushed more
      **             than an hour late without catch-up -- or past
      **             midnight -- was rightly never dispatched and is
      **             listed as SUPPRESSED, not judged.
      **
      **         Each due dispatch is matched, in start order, with
      **         the program's runs in RUNHIST.IDX for the day; the
      **         condition code comes from the run's JOBSTAT.SPL END
      **         record (matched by run id), or from the history when
      **         the spool has none, and an END record with no
      **         history behind it still counts as a run.  Each is
      **         classed:
      **
      **           RAN       ran within an hour of being due
      **           RAN LATE  ran more than an hour after being due
      **           FAILED    ran and ended with COND CODE above 4
      **           MISSED    no run to match
      **           DUPLICATE a further run of a scheduled program
      **                     beyond the dispatches due
      **
      **         An entry flagged critical in SCHEDULE.CTL (column 27,
      **         Y) that MISSED or FAILED raises a CRITICAL alert
      **         through alertq.cbl.  The classification is listed in
      **         RUNRECON.RPT and kept in RUNRECON.DAT, which
      **         mornrpt.cbl summarizes on the morning page.  The run
      **         ends with RETURN-CODE 4 when anything MISSED or
      **         FAILED.
      **
      ** INPUT FILES:  SCHEDULE.CTL (schedule entries)
      **               BLACKOUT.CAL (blackout calendar)
      **               RUNHIST.IDX  (run history, indexed)
      **               JOBSTAT.SPL  (job-status interface spool)
      **               SITECAL.CTL  (business-day calendar, via sitecal)
      ** OUTPUT FILES: RUNRECON.RPT (reconciliation report)
      **               RUNRECON.DAT (reconciliation, for mornrpt)
      **               ALERTQ.DAT   (via alertq.cbl)
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
       Program-Id. "runrecon".

       Environment Division.
       Input-Output Section.
       File-Control.
           select schedule-file assign to "SCHEDULE.CTL"
               organization is line sequential
               file status is schedule-fs.
           select blackout-file assign to "BLACKOUT.CAL"
               organization is line sequential
               file status is blackout-fs.
           select history-file assign to "RUNHIST.IDX"
               organization is indexed
               access is sequential
               record key is hr-key
               file status is history-fs.
           select status-spool assign to "JOBSTAT.SPL"
               organization is line sequential
               file status is spool-fs.
           select recon-rpt assign to "RUNRECON.RPT"
               organization is line sequential.
           select recon-file assign to "RUNRECON.DAT"
               organization is line sequential
               file status is recon-fs.

       Data Division.
       File Section.
       FD  schedule-file.
       01  schedule-rec.
           05 sc-program      pic x(10).
           05 filler          pic x.
           05 sc-day-mask     pic x(7).
           05 filler          pic x.
           05 sc-start-hhmm   pic 9(4).
           05 filler          pic x.
           05 sc-catchup      pic x.
           05 filler          pic x.
           05 sc-critical     pic x.

       FD  blackout-file.
       01  blackout-rec.
           05 bk-start-date   pic 9(8).
           05 filler          pic x.
           05 bk-start-time   pic 9(4).
           05 filler          pic x.
           05 bk-end-date     pic 9(8).
           05 filler          pic x.
           05 bk-end-time     pic 9(4).
           05 filler          pic x.
           05 bk-reason       pic x(30).

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
           05 hr-rc           pic -(4)9.
           05 hr-runid        pic x(16).

       FD  status-spool.
       01  status-rec.
           05 js-rec-jobname  pic x(10).
           05 filler          pic x(2).
           05 js-rec-runid    pic x(16).
           05 filler          pic x(2).
           05 js-rec-event    pic x(5).
           05 filler          pic x(2).
           05 js-rec-ts       pic x(17).
           05 filler          pic x(2).
           05 js-rec-cc       pic 9(2).

       FD  recon-rpt.
       01  recon-rpt-rec      pic x(132).

       FD  recon-file.
       01  recon-rec.
           05 rr-date         pic 9(8).
           05 filler          pic x.
           05 rr-program      pic x(10).
           05 filler          pic x.
           05 rr-due-hhmm     pic 9(4).
           05 filler          pic x.
           05 rr-class        pic x(10).
           05 filler          pic x.
           05 rr-ran-hhmm     pic 9(4).
           05 filler          pic x.
           05 rr-cc           pic 9(2).
           05 filler          pic x.
           05 rr-critical     pic x.

       Working-Storage Section.

       copy "sqlsical.cbl".
       copy "sqlalert.cbl".

      * Local variables
       77 schedule-fs         pic xx.
       77 blackout-fs         pic xx.
       77 history-fs          pic xx.
       77 spool-fs            pic xx.
       77 recon-fs            pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

      * yesterday, the day being reconciled
       77 today-date          pic 9(8).
       77 today-weekday       pic 9.
       77 recon-date          pic 9(8).
       77 recon-weekday       pic 9.
       01 month-len-table     pic x(24) value
          "312831303130313130313031".
       01 month-len           pic 9(2).
       77 month-idx           pic 9(4) comp-5.
       77 leap-quot           pic 9(4) comp-5.
       77 leap-rem            pic 9(4) comp-5.

      * the blackout windows touching yesterday, as yyyymmddhhmm
       77 blackout-count      pic 9(4) comp-5 value 0.
       01 blackout-table.
          05 blackout-entry occurs 100 times.
             10 bt-from       pic 9(12) comp-5.
             10 bt-to         pic 9(12) comp-5.
             10 bt-to-date    pic 9(8).
             10 bt-to-time    pic 9(4).
             10 bt-reason     pic x(30).
       77 blk-idx             pic 9(4) comp-5.
       77 due-stamp           pic 9(12) comp-5.

      * yesterday's dispatches; a due state of "D" is due, "S" was
      * suppressed by a blackout
       77 due-count           pic 9(4) comp-5 value 0.
       01 due-table.
          05 due-entry occurs 100 times.
             10 du-program    pic x(10).
             10 du-start-hhmm pic 9(4).
             10 du-due-hhmm   pic 9(4).
             10 du-catchup    pic x.
             10 du-critical   pic x.
             10 du-state      pic x.
             10 du-reason     pic x(30).
       01 swap-entry.
          05 sw-program       pic x(10).
          05 sw-start-hhmm    pic 9(4).
          05 sw-due-hhmm      pic 9(4).
          05 sw-catchup       pic x.
          05 sw-critical      pic x.
          05 sw-state         pic x.
          05 sw-reason        pic x(30).
       77 due-idx             pic 9(4) comp-5.
       77 sort-idx            pic 9(4) comp-5.
       77 low-idx             pic 9(4) comp-5.
       77 settled-sw          pic x.
           88 due-settled         value "Y".
       77 due-hh              pic 9(4) comp-5.
       77 due-mm              pic 9(4) comp-5.

      * yesterday's runs of the scheduled programs
       77 run-count           pic 9(4) comp-5 value 0.
       01 run-table.
          05 run-entry occurs 200 times.
             10 rn-program    pic x(10).
             10 rn-hhmm       pic 9(4).
             10 rn-cc         pic s9(4) comp-5.
             10 rn-runid      pic x(16).
             10 rn-claimed-sw pic x.
       77 run-idx             pic 9(4) comp-5.
       77 found-sw            pic x.
           88 entry-found         value "Y".
       77 spool-cc            pic s9(4) comp-5.

      * judging one dispatch
       77 recon-class         pic x(10).
       77 due-minutes         pic 9(4) comp-5.
       77 ran-minutes         pic 9(4) comp-5.
       77 conv-hhmm           pic 9(4).
       77 conv-min            pic 9(4) comp-5.
       77 conv-hh             pic 9(4) comp-5.
       77 conv-mm             pic 9(4) comp-5.
       77 late-limit          pic 9(4) comp-5 value 60.

       77 ran-count           pic 9(4) comp-5 value 0.
       77 late-count          pic 9(4) comp-5 value 0.
       77 failed-count        pic 9(4) comp-5 value 0.
       77 missed-count        pic 9(4) comp-5 value 0.
       77 dup-count           pic 9(4) comp-5 value 0.
       77 supp-count          pic 9(4) comp-5 value 0.
       77 alert-count         pic 9(4) comp-5 value 0.
       77 count-disp          pic z(3)9.
       77 cc-disp             pic z(3)9.
       01 ran-text            pic x(4).
       01 cc-text             pic x(16).
       01 rpt-line            pic x(132).

       Procedure Division.
       runrecon-pgm section.

           display "Sample COBOL Program : RUNRECON.CBL".

           perform Set-Recon-Day thru End-Set-Recon-Day.
           perform Load-Blackouts thru End-Load-Blackouts.
           perform Load-Due thru End-Load-Due.
           perform Order-Due thru End-Order-Due.
           perform Load-Runs thru End-Load-Runs.
           perform Load-Job-Ends thru End-Load-Job-Ends.

           open output recon-rpt.
           open output recon-file.
           move spaces to rpt-line.
           string "--- scheduled-run reconciliation for "
                                    delimited by size
                  recon-date        delimited by size
                  " ("              delimited by size
                  CAL-CLASS         delimited by space
                  ") ---"           delimited by size
                  into rpt-line.
           perform Write-Recon-Line thru End-Write-Recon-Line.
           if CAL-CLASS equal "HOLIDAY"
              move spaces to rpt-line
              string "  holiday: " delimited by size
                     CAL-LABEL     delimited by size
                     into rpt-line
              perform Write-Recon-Line thru End-Write-Recon-Line.
           move spaces to rpt-line.
           perform Write-Recon-Line thru End-Write-Recon-Line.
           move "  program    due   class       ran   cc  critical"
              to rpt-line.
           perform Write-Recon-Line thru End-Write-Recon-Line.

           perform Judge-One-Due thru End-Judge-One-Due
               varying due-idx from 1 by 1
               until due-idx is greater than due-count.
           perform Judge-One-Extra thru End-Judge-One-Extra
               varying run-idx from 1 by 1
               until run-idx is greater than run-count.

           perform Write-Recon-Summary thru End-Write-Recon-Summary.
           close recon-file.
           close recon-rpt.

           display " ".
           display "reconciliation written to RUNRECON.RPT".
           if missed-count is greater than 0
              or failed-count is greater than 0
              move 4 to RETURN-CODE.

       end-runrecon. stop run.

      ***********************************************************************
      * Set-Recon-Day backs today up one day -- month, year, and the
      * fourth-year February included -- and asks sitecal.cbl for
      * yesterday's class.
      ***********************************************************************
       Set-Recon-Day.
           accept today-date from date yyyymmdd.
           accept today-weekday from day-of-week.
           if today-weekday equal 1
              move 7 to recon-weekday
           else
              compute recon-weekday = today-weekday - 1.

           move today-date to recon-date.
           if recon-date (7:2) not equal "01"
              subtract 1 from recon-date
              go to Classify-Recon-Day.

           if recon-date (5:2) equal "01"
              compute recon-date = recon-date - 10000 + 1100
           else
              subtract 100 from recon-date.
           move recon-date (5:2) to month-idx.
           move month-len-table ((month-idx * 2) - 1 : 2)
              to month-len.
           if month-idx equal 2
              divide recon-date (1:4) by 4 giving leap-quot
                 remainder leap-rem
              if leap-rem equal 0
                 move 29 to month-len
              end-if.
           move month-len to recon-date (7:2).

       Classify-Recon-Day.
           move recon-date to CAL-ASK-DATE.
           call "sitecal" using SITECAL-AREA.
       End-Set-Recon-Day. exit.

       Load-Blackouts.
           open input blackout-file.
           if blackout-fs equal "35"
              go to End-Load-Blackouts.

           move "N" to file-eof.
           perform Load-One-Blackout thru End-Load-One-Blackout
               until no-more-records.
           close blackout-file.
           move "N" to file-eof.
       End-Load-Blackouts. exit.

       Load-One-Blackout.
           read blackout-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Blackout
           end-read.

           if blackout-rec equal spaces
              or blackout-rec (1:1) equal "*"
              go to End-Load-One-Blackout.
           if bk-start-date not numeric or bk-end-date not numeric
              or bk-start-time not numeric or bk-end-time not numeric
              go to End-Load-One-Blackout.
           if bk-end-date is less than recon-date
              or bk-start-date is greater than recon-date
              go to End-Load-One-Blackout.

           if blackout-count is less than 100
              add 1 to blackout-count
              compute bt-from (blackout-count) =
                 (bk-start-date * 10000) + bk-start-time
              compute bt-to (blackout-count) =
                 (bk-end-date * 10000) + bk-end-time
              move bk-end-date to bt-to-date (blackout-count)
              move bk-end-time to bt-to-time (blackout-count)
              move bk-reason to bt-reason (blackout-count).
       End-Load-One-Blackout. exit.

      ***********************************************************************
      * Load-Due takes every entry whose mask allows yesterday and
      * settles when schedrun.cbl would have dispatched it.
      ***********************************************************************
       Load-Due.
           open input schedule-file.
           if schedule-fs equal "35"
              display "SCHEDULE.CTL not found -- nothing was due"
              go to End-Load-Due.

           move "N" to file-eof.
           perform Load-One-Due thru End-Load-One-Due
               until no-more-records.
           close schedule-file.
           move "N" to file-eof.
       End-Load-Due. exit.

       Load-One-Due.
           read schedule-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Due
           end-read.

           if sc-program equal spaces
              or sc-program (1:1) equal "*"
              go to End-Load-One-Due.
           if sc-start-hhmm not numeric
              go to End-Load-One-Due.
           if sc-day-mask (recon-weekday:1) not equal "Y"
              go to End-Load-One-Due.
           if due-count not less than 100
              go to End-Load-One-Due.

           add 1 to due-count.
           move sc-program    to du-program (due-count).
           move sc-start-hhmm to du-start-hhmm (due-count).
           move sc-start-hhmm to du-due-hhmm (due-count).
           move sc-catchup    to du-catchup (due-count).
           if sc-critical equal "Y"
              move "Y" to du-critical (due-count)
           else
              move "N" to du-critical (due-count).
           move "D" to du-state (due-count).
           move spaces to du-reason (due-count).

           move due-count to due-idx.
           move "N" to settled-sw.
           perform Settle-One-Due thru End-Settle-One-Due
               until due-settled.
       End-Load-One-Due. exit.

      ***********************************************************************
      * Settle-One-Due applies schedrun.cbl's rules once at the due
      * minute: a start inside a blackout moves to the minute after
      * the window closes, and the rules are applied again there.
      ***********************************************************************
       Settle-One-Due.
           move "Y" to settled-sw.
           compute due-stamp = (recon-date * 10000)
              + du-due-hhmm (due-idx).

           if du-due-hhmm (due-idx) is greater than
              (du-start-hhmm (due-idx) + 100)
              and du-catchup (due-idx) not equal "Y"
              move "S" to du-state (due-idx)
              go to End-Settle-One-Due.

           perform Check-One-Blackout thru End-Check-One-Blackout
               varying blk-idx from 1 by 1
               until blk-idx is greater than blackout-count
                  or not due-settled.
       End-Settle-One-Due. exit.

       Check-One-Blackout.
           if due-stamp is less than bt-from (blk-idx)
              or due-stamp is greater than bt-to (blk-idx)
              go to End-Check-One-Blackout.

           move bt-reason (blk-idx) to du-reason (due-idx).
      * a window running past midnight held the entry for the day
           if bt-to-date (blk-idx) is greater than recon-date
              or bt-to-time (blk-idx) not less than 2359
              move "S" to du-state (due-idx)
              go to End-Check-One-Blackout.

           divide bt-to-time (blk-idx) by 100 giving due-hh
              remainder due-mm.
           add 1 to due-mm.
           if due-mm equal 60
              move 0 to due-mm
              add 1 to due-hh.
           compute du-due-hhmm (due-idx) = (due-hh * 100) + due-mm.
           move "N" to settled-sw.
       End-Check-One-Blackout. exit.

       Order-Due.
           perform Order-One-Slot thru End-Order-One-Slot
               varying due-idx from 1 by 1
               until due-idx is not less than due-count.
       End-Order-Due. exit.

       Order-One-Slot.
           move due-idx to low-idx.
           compute sort-idx = due-idx + 1.
           perform Find-Earlier-Due thru End-Find-Earlier-Due
               varying sort-idx from sort-idx by 1
               until sort-idx is greater than due-count.

           if low-idx not equal due-idx
              move due-entry (due-idx) to swap-entry
              move due-entry (low-idx) to due-entry (due-idx)
              move swap-entry to due-entry (low-idx).
       End-Order-One-Slot. exit.

       Find-Earlier-Due.
           if du-due-hhmm (sort-idx) is less than
              du-due-hhmm (low-idx)
              move sort-idx to low-idx.
       End-Find-Earlier-Due. exit.

      ***********************************************************************
      * Load-Runs takes yesterday's history records for the programs
      * that were due, STARTing the keyed history at yesterday.
      ***********************************************************************
       Load-Runs.
           if due-count equal 0
              go to End-Load-Runs.
           open input history-file.
           if history-fs equal "35"
              display "RUNHIST.IDX not found -- no runs to match"
              go to End-Load-Runs.

           move "N" to file-eof.
           move low-values to hr-key.
           move recon-date to hr-key-date.
           start history-file key is not less than hr-key
               invalid key
                  move "Y" to file-eof
           end-start.
           perform Load-One-Run thru End-Load-One-Run
               until no-more-records.
           close history-file.
           move "N" to file-eof.
       End-Load-Runs. exit.

       Load-One-Run.
           read history-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Run
           end-read.

           if hr-key-date is greater than recon-date
              move "Y" to file-eof
              go to End-Load-One-Run.
           if hr-key-date not equal recon-date
              go to End-Load-One-Run.

           move "N" to found-sw.
           perform Match-Due-Program thru End-Match-Due-Program
               varying due-idx from 1 by 1
               until due-idx is greater than due-count
                  or entry-found.
           if not entry-found
              go to End-Load-One-Run.

           if run-count is less than 200
              add 1 to run-count
              move hr-key-prog to rn-program (run-count)
              move hr-key-time (1:4) to rn-hhmm (run-count)
              move hr-rc to rn-cc (run-count)
              move hr-runid to rn-runid (run-count)
              move "N" to rn-claimed-sw (run-count).
       End-Load-One-Run. exit.

       Match-Due-Program.
           if du-program (due-idx) equal hr-key-prog
              move "Y" to found-sw.
       End-Match-Due-Program. exit.

      ***********************************************************************
      * Load-Job-Ends reads yesterday's END records from the job-status
      * spool.  The END record's condition code stands for the run
      * with the same run id; an END with no history behind it is
      * taken as a run of its own.
      ***********************************************************************
       Load-Job-Ends.
           if due-count equal 0
              go to End-Load-Job-Ends.
           open input status-spool.
           if spool-fs equal "35"
              go to End-Load-Job-Ends.

           move "N" to file-eof.
           perform Load-One-End thru End-Load-One-End
               until no-more-records.
           close status-spool.
           move "N" to file-eof.
       End-Load-Job-Ends. exit.

       Load-One-End.
           read status-spool
               at end
                  move "Y" to file-eof
                  go to End-Load-One-End
           end-read.

           if js-rec-event not equal "END"
              or js-rec-ts (1:8) not equal recon-date
              go to End-Load-One-End.
           if js-rec-cc numeric
              move js-rec-cc to spool-cc
           else
              move 0 to spool-cc.

           move "N" to found-sw.
           perform Match-One-End thru End-Match-One-End
               varying run-idx from 1 by 1
               until run-idx is greater than run-count
                  or entry-found.
           if entry-found
              go to End-Load-One-End.

           move js-rec-jobname to hr-key-prog.
           perform Match-Due-Program thru End-Match-Due-Program
               varying due-idx from 1 by 1
               until due-idx is greater than due-count
                  or entry-found.
           if not entry-found
              go to End-Load-One-End.

           if run-count is less than 200
              add 1 to run-count
              move js-rec-jobname to rn-program (run-count)
              move js-rec-ts (10:4) to rn-hhmm (run-count)
              move spool-cc to rn-cc (run-count)
              move js-rec-runid to rn-runid (run-count)
              move "N" to rn-claimed-sw (run-count).
       End-Load-One-End. exit.

       Match-One-End.
           if rn-program (run-idx) equal js-rec-jobname
              and rn-runid (run-idx) equal js-rec-runid
              and js-rec-runid not equal spaces
              move "Y" to found-sw
              move spool-cc to rn-cc (run-idx).
       End-Match-One-End. exit.

      ***********************************************************************
      * Judge-One-Due matches a due dispatch with the program's first
      * unclaimed run and classes it.
      ***********************************************************************
       Judge-One-Due.
           move spaces to recon-rec.
           move recon-date to rr-date.
           move du-program (due-idx) to rr-program.
           move du-due-hhmm (due-idx) to rr-due-hhmm.
           move du-critical (due-idx) to rr-critical.
           move 0 to rr-ran-hhmm.
           move 0 to rr-cc.

           if du-state (due-idx) equal "S"
              add 1 to supp-count
              move "SUPPRESSED" to recon-class
              go to Write-Due-Class.

           move "N" to found-sw.
           perform Claim-One-Run thru End-Claim-One-Run
               varying run-idx from 1 by 1
               until run-idx is greater than run-count
                  or entry-found.

           if not entry-found
              add 1 to missed-count
              move "MISSED" to recon-class
              go to Write-Due-Class.

           subtract 1 from run-idx.
           move rn-hhmm (run-idx) to rr-ran-hhmm.
           if rn-cc (run-idx) is greater than 0
              move rn-cc (run-idx) to rr-cc.

           move du-due-hhmm (due-idx) to conv-hhmm.
           perform Hhmm-To-Minutes thru End-Hhmm-To-Minutes.
           move conv-min to due-minutes.
           move rn-hhmm (run-idx) to conv-hhmm.
           perform Hhmm-To-Minutes thru End-Hhmm-To-Minutes.
           move conv-min to ran-minutes.

           if rn-cc (run-idx) is greater than 4
              add 1 to failed-count
              move "FAILED" to recon-class
           else
              if ran-minutes is greater than
                 (due-minutes + late-limit)
                 add 1 to late-count
                 move "RAN LATE" to recon-class
              else
                 add 1 to ran-count
                 move "RAN" to recon-class.

       Write-Due-Class.
           move recon-class to rr-class.
           perform Write-Recon-Entry thru End-Write-Recon-Entry.

           if du-critical (due-idx) equal "Y"
              and (recon-class equal "MISSED"
                   or recon-class equal "FAILED")
              perform Raise-Recon-Alert thru End-Raise-Recon-Alert.
       End-Judge-One-Due. exit.

       Claim-One-Run.
           if rn-program (run-idx) equal du-program (due-idx)
              and rn-claimed-sw (run-idx) equal "N"
              move "Y" to rn-claimed-sw (run-idx)
              move "Y" to found-sw.
       End-Claim-One-Run. exit.

       Judge-One-Extra.
           if rn-claimed-sw (run-idx) not equal "N"
              go to End-Judge-One-Extra.

           add 1 to dup-count.
           move spaces to recon-rec.
           move recon-date to rr-date.
           move rn-program (run-idx) to rr-program.
           move 0 to rr-due-hhmm.
           move "DUPLICATE" to rr-class.
           move rn-hhmm (run-idx) to rr-ran-hhmm.
           move 0 to rr-cc.
           if rn-cc (run-idx) is greater than 0
              move rn-cc (run-idx) to rr-cc.
           move "N" to rr-critical.
           perform Write-Recon-Entry thru End-Write-Recon-Entry.
       End-Judge-One-Extra. exit.

       Hhmm-To-Minutes.
           divide conv-hhmm by 100 giving conv-hh
              remainder conv-mm.
           compute conv-min = (conv-hh * 60) + conv-mm.
       End-Hhmm-To-Minutes. exit.

      ***********************************************************************
      * Write-Recon-Entry keeps the classed dispatch in RUNRECON.DAT
      * and lists it; anything not RAN is starred.
      ***********************************************************************
       Write-Recon-Entry.
           write recon-rec.

           move rr-cc to cc-disp.
           if rr-class equal "MISSED"
              or rr-class equal "SUPPRESSED"
              move "----" to ran-text
           else
              move rr-ran-hhmm to ran-text.
           move spaces to rpt-line.
           string "  "        delimited by size
                  rr-program  delimited by size
                  " "         delimited by size
                  rr-due-hhmm delimited by size
                  "  "        delimited by size
                  rr-class    delimited by size
                  "  "        delimited by size
                  ran-text    delimited by size
                  " "         delimited by size
                  cc-disp     delimited by size
                  "  "        delimited by size
                  rr-critical delimited by size
                  into rpt-line.
           if rr-class equal "SUPPRESSED"
              string "         held by blackout: " delimited by size
                     du-reason (due-idx)           delimited by size
                     into rpt-line (50:60).
           if rr-class not equal "RAN"
              and rr-class not equal "SUPPRESSED"
              move "*" to rpt-line (1:1).
           perform Write-Recon-Line thru End-Write-Recon-Line.
       End-Write-Recon-Entry. exit.

      ***********************************************************************
      * Raise-Recon-Alert queues one CRITICAL for a critical job that
      * MISSED or FAILED, keyed so the dispatcher folds repeats.
      ***********************************************************************
       Raise-Recon-Alert.
           add 1 to alert-count.
           move "runrecon" to ALERT-SOURCE.
           move "CRITICAL" to ALERT-SEVERITY.
           move spaces to ALERT-KEY.
           string du-program (due-idx) delimited by space
                  " "                  delimited by size
                  recon-class          delimited by space
                  into ALERT-KEY.
           move spaces to cc-text.
           if recon-class equal "FAILED"
              move rr-cc to cc-disp
              string ", COND CODE" delimited by size
                     cc-disp       delimited by size
                     into cc-text.
           move spaces to ALERT-TEXT.
           string "critical job due "  delimited by size
                  recon-date           delimited by size
                  " "                  delimited by size
                  du-due-hhmm (due-idx) delimited by size
                  " "                  delimited by size
                  recon-class          delimited by space
                  cc-text              delimited by size
                  into ALERT-TEXT.
           call "alertq" using ALERT-AREA.
       End-Raise-Recon-Alert. exit.

       Write-Recon-Summary.
           move spaces to rpt-line.
           perform Write-Recon-Line thru End-Write-Recon-Line.
           if due-count equal 0
              move "  no dispatches were due" to rpt-line
              perform Write-Recon-Line thru End-Write-Recon-Line
              go to End-Write-Recon-Summary.

           move spaces to rpt-line.
           move ran-count to count-disp.
           string "  RAN "      delimited by size
                  count-disp    delimited by size
                  into rpt-line.
           move late-count to count-disp.
           string "  RAN LATE " delimited by size
                  count-disp    delimited by size
                  into rpt-line (12:16).
           move failed-count to count-disp.
           string "  FAILED "   delimited by size
                  count-disp    delimited by size
                  into rpt-line (28:14).
           move missed-count to count-disp.
           string "  MISSED "   delimited by size
                  count-disp    delimited by size
                  into rpt-line (42:14).
           move dup-count to count-disp.
           string "  DUPLICATE " delimited by size
                  count-disp    delimited by size
                  into rpt-line (56:17).
           move supp-count to count-disp.
           string "  SUPPRESSED " delimited by size
                  count-disp    delimited by size
                  into rpt-line (73:18).
           perform Write-Recon-Line thru End-Write-Recon-Line.

           if alert-count is greater than 0
              move alert-count to count-disp
              move spaces to rpt-line
              string "  "       delimited by size
                     count-disp delimited by size
                     " critical job alert(s) raised"
                                delimited by size
                     into rpt-line
              perform Write-Recon-Line thru End-Write-Recon-Line.
       End-Write-Recon-Summary. exit.

       Write-Recon-Line.
           write recon-rpt-rec from rpt-line.
           display rpt-line (1:110).
       End-Write-Recon-Line. exit.
