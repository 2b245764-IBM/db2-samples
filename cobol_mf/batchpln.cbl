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
      ** SOURCE FILE NAME: batchpln.cbl
      **
      ** SAMPLE: Tonight's batch plan with predicted completion times
      **
      **         Whether tonight's batch would finish in time was
      **         worked out by hand from five files.  This program
      **         puts them together before the night starts:
      **
      **           - sitecal.cbl classes today and tomorrow, and the
      **             EODPROF.CTL profile today's class selects (its
      **             window opens the night) and the SODPROF.CTL
      **             profile tomorrow's class selects (its window is
      **             the default batch-window deadline) are shown;
      **           - the SCHEDULE.CTL entries that will dispatch
      **             tonight are taken -- today's entries from the
      **             night's opening on, and tomorrow's entries before
      **             the deadline -- with their day-of-week masks
      **             applied;
      **           - each job's average and worst elapsed time comes
      **             from its RUNHIST.IDX history, rounded up to
      **             whole minutes;
      **           - the jobs are laid out the way schedrun.cbl
      **             dispatches them, one at a time in start order,
      **             so a job starts at its scheduled time or when the
      **             job before it ends, whichever is later.  A
      **             dispatch inside a BLACKOUT.CAL window waits for
      **             the window to close, a job more than an hour late
      **             without catch-up is skipped, and a job for today
      **             not reached by midnight is lost for the day;
      **           - a job whose <program>.HLD hold file is in force
      **             is flagged: it, and everything behind it, waits
      **             until the hold is removed.
      **
      **         BATCHPLN.RPT shows every job's predicted start and
      **         end on average and on worst-case timings.  When the
      **         worst-case end runs past the deadline the night is
      **         flagged and the run ends with RETURN-CODE 4.
      **
      ** INPUT FILES:  SCHEDULE.CTL (schedule entries)
      **               EODPROF.CTL  (end-of-day profiles)
      **               SODPROF.CTL  (start-of-day profiles)
      **               BLACKOUT.CAL (blackout calendar)
      **               RUNHIST.IDX  (run history, indexed)
      **               <program>.HLD (job hold files)
      **               SITECAL.CTL  (business-day calendar, via sitecal)
      ** OUTPUT FILE:  BATCHPLN.RPT (tonight's batch plan)
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
       Program-Id. "batchpln".

       Environment Division.
       Input-Output Section.
       File-Control.
           select schedule-file assign to "SCHEDULE.CTL"
               organization is line sequential
               file status is schedule-fs.
           select eod-profile assign to "EODPROF.CTL"
               organization is line sequential
               file status is eodprof-fs.
           select sod-profile assign to "SODPROF.CTL"
               organization is line sequential
               file status is sodprof-fs.
           select blackout-file assign to "BLACKOUT.CAL"
               organization is line sequential
               file status is blackout-fs.
           select history-file assign to "RUNHIST.IDX"
               organization is indexed
               access is sequential
               record key is hr-key
               file status is history-fs.
           select hold-file assign to dynamic hold-file-name
               organization is line sequential
               file status is hold-fs.
           select plan-rpt assign to "BATCHPLN.RPT"
               organization is line sequential.

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

       FD  eod-profile.
       01  eod-profile-rec.
           05 ep-class        pic x(8).
           05 filler          pic x.
           05 ep-window       pic 9(4).
           05 filler          pic x.
           05 ep-force        pic x.
           05 filler          pic x.
           05 ep-backup       pic x.
           05 filler          pic x.
           05 ep-keepup       pic x(18).

       FD  sod-profile.
       01  sod-profile-rec.
           05 sp-class        pic x(8).
           05 filler          pic x.
           05 sp-window       pic 9(4).
           05 filler          pic x.
           05 sp-client       pic x.
           05 filler          pic x.
           05 sp-setact       pic x.
           05 filler          pic x.
           05 sp-snapshot     pic x.
           05 filler          pic x.
           05 sp-switch       pic x.

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
           05 hr-rc           pic x(5).
           05 hr-runid        pic x(16).

       FD  hold-file.
       01  hold-rec           pic x(8).

       FD  plan-rpt.
       01  plan-rpt-rec       pic x(132).

       Working-Storage Section.

       copy "sqlsical.cbl".

      * Local variables
       77 schedule-fs         pic xx.
       77 eodprof-fs          pic xx.
       77 sodprof-fs          pic xx.
       77 blackout-fs         pic xx.
       77 history-fs          pic xx.
       77 hold-fs             pic xx.
       77 hold-file-name      pic x(20).
       77 file-eof            pic x.
           88 no-more-records     value "Y".

      * tonight spans today and tomorrow; times on the plan are
      * counted in minutes from midnight this morning, so tomorrow's
      * 0200 is minute 1560
       77 today-date          pic 9(8).
       77 today-weekday       pic 9.
       77 today-class         pic x(8).
       77 today-label         pic x(30).
       77 tomorrow-date       pic 9(8).
       77 tomorrow-weekday    pic 9.
       77 tomorrow-class      pic x(8).
       77 tomorrow-label      pic x(30).
       77 step-date           pic 9(8).

      * date stepping on the month-length calendar, February by the
      * fourth-year rule, the way alrtqual.cbl steps its week
       01 month-len-table     pic x(24) value
          "312831303130313130313031".
       01 month-len           pic 9(2).
       77 month-idx           pic 9(4) comp-5.
       77 month-last-day      pic 9(2).
       77 day-of-month        pic 9(2).
       77 leap-quot           pic 9(4) comp-5.
       77 leap-rem            pic 9(4) comp-5.

      * the profiles the two day classes select
       77 eod-found-sw        pic x value "N".
           88 eod-found           value "Y".
       77 eod-window          pic 9(4) value 0.
       77 eod-force           pic x value "Y".
       77 eod-backup          pic x value "Y".
       77 eod-keepup          pic x(18) value spaces.
       77 sod-found-sw        pic x value "N".
           88 sod-found           value "Y".
       77 sod-window          pic 9(4) value 0.
       77 sod-client          pic x value "Y".
       77 sod-setact          pic x value "Y".
       77 sod-snapshot        pic x value "Y".
       77 sod-switch          pic x value "Y".

      * the night opens at the end-of-day window (1800 when today's
      * class sets none) and must be done by the deadline, which
      * defaults to tomorrow's start-of-day window (0600 when that
      * class sets none)
       77 night-open-hhmm     pic 9(4).
       77 night-open-min      pic 9(4) comp-5.
       77 deadline-hhmm       pic 9(4) value 0.
       77 deadline-min        pic 9(4) comp-5.
       77 default-open        pic 9(4) value 1800.
       77 default-deadline    pic 9(4) value 0600.

      * tonight's jobs, one per schedule entry that dispatches
       77 job-count           pic 9(4) comp-5 value 0.
       01 job-table.
          05 job-entry occurs 50 times.
             10 jb-program    pic x(10).
             10 jb-sched-hhmm pic 9(4).
             10 jb-catchup    pic x.
             10 jb-sched-min  pic 9(4) comp-5.
             10 jb-file-seq   pic 9(4) comp-5.
             10 jb-held-sw    pic x.
             10 jb-runs       pic 9(6) comp-5.
             10 jb-total-secs pic 9(9) comp-5.
             10 jb-max-secs   pic 9(6) comp-5.
             10 jb-avg-mins   pic 9(4) comp-5.
             10 jb-max-mins   pic 9(4) comp-5.
             10 jb-avg-start  pic 9(4) comp-5.
             10 jb-avg-end    pic 9(4) comp-5.
             10 jb-avg-state  pic x.
             10 jb-wst-start  pic 9(4) comp-5.
             10 jb-wst-end    pic 9(4) comp-5.
             10 jb-wst-state  pic x.
             10 jb-waited-sw  pic x.
       01 swap-entry.
          05 sw-program       pic x(10).
          05 sw-sched-hhmm    pic 9(4).
          05 sw-catchup       pic x.
          05 sw-sched-min     pic 9(4) comp-5.
          05 sw-file-seq      pic 9(4) comp-5.
          05 sw-held-sw       pic x.
          05 sw-runs          pic 9(6) comp-5.
          05 sw-total-secs    pic 9(9) comp-5.
          05 sw-max-secs      pic 9(6) comp-5.
          05 sw-avg-mins      pic 9(4) comp-5.
          05 sw-max-mins      pic 9(4) comp-5.
          05 sw-avg-start     pic 9(4) comp-5.
          05 sw-avg-end       pic 9(4) comp-5.
          05 sw-avg-state     pic x.
          05 sw-wst-start     pic 9(4) comp-5.
          05 sw-wst-end       pic 9(4) comp-5.
          05 sw-wst-state     pic x.
          05 sw-waited-sw     pic x.
       77 job-idx             pic 9(4) comp-5.
       77 sort-idx            pic 9(4) comp-5.
       77 low-idx             pic 9(4) comp-5.
       77 file-seq            pic 9(4) comp-5 value 0.
       77 entry-min           pic 9(4) comp-5.

      * the blackout windows, in plan minutes; a window wholly before
      * this morning or after tomorrow cannot touch tonight
       77 blackout-count      pic 9(4) comp-5 value 0.
       01 blackout-table.
          05 blackout-entry occurs 100 times.
             10 bt-from       pic s9(9) comp-5.
             10 bt-to         pic s9(9) comp-5.
             10 bt-reason     pic x(30).
       77 blk-idx             pic 9(4) comp-5.
       77 conv-date           pic 9(8).
       77 conv-hhmm           pic 9(4).
       77 conv-min            pic s9(9) comp-5.
       77 conv-hh             pic 9(4) comp-5.
       77 conv-mm             pic 9(4) comp-5.

      * one pass of the timeline -- "A" on average timings, "W" on
      * worst-case timings; the clock is the moment the scheduler is
      * next free to dispatch
       77 plan-pass           pic x.
           88 average-pass        value "A".
       77 plan-clock          pic 9(4) comp-5.
       77 plan-start          pic 9(4) comp-5.
       77 plan-state          pic x.
           88 job-planned         value "R".
           88 job-skipped         value "S".
           88 job-dropped         value "D".
       77 settled-sw          pic x.
           88 dispatch-settled    value "Y".
       77 waited-sw           pic x.
       77 avg-night-end       pic 9(4) comp-5.
       77 wst-night-end       pic 9(4) comp-5.

       77 held-count          pic 9(4) comp-5 value 0.
       77 skipped-count       pic 9(4) comp-5 value 0.
       77 nohist-count        pic 9(4) comp-5 value 0.
       77 mins-quot           pic 9(9) comp-5.
       77 mins-rem            pic 9(9) comp-5.

      * a plan minute shown as HHMM, with +1 for tomorrow
       77 fmt-min             pic 9(4) comp-5.
       77 fmt-day             pic 9(4) comp-5.
       77 fmt-hh              pic 9(4) comp-5.
       77 fmt-mm              pic 9(4) comp-5.
       01 fmt-hhmm.
          05 fmt-hh-disp      pic 99.
          05 fmt-mm-disp      pic 99.
       01 fmt-text            pic x(7).
       01 avg-start-text      pic x(7).
       01 avg-end-text        pic x(7).
       01 wst-start-text      pic x(7).
       01 wst-end-text        pic x(7).
       01 sched-text          pic x(7).

       77 mins-disp           pic z(3)9.
       77 maxm-disp           pic z(3)9.
       77 count-disp          pic z(3)9.
       01 note-text           pic x(50).
       77 note-ptr            pic 9(4) comp-5.
       01 rpt-line            pic x(132).

       Procedure Division.
       batchpln-pgm section.

           display "Sample COBOL Program : BATCHPLN.CBL".

           perform Classify-Night thru End-Classify-Night.
           perform Load-Eod-Profile thru End-Load-Eod-Profile.
           perform Load-Sod-Profile thru End-Load-Sod-Profile.

           if eod-found and eod-window is greater than 0
              move eod-window to night-open-hhmm
           else
              move default-open to night-open-hhmm.
           move night-open-hhmm to conv-hhmm.
           perform Hhmm-To-Minutes thru End-Hhmm-To-Minutes.
           move conv-min to night-open-min.

           display "batch-window deadline (HHMM, blank for the ",
              "start-of-day window) : " with no advancing.
           accept deadline-hhmm.
           if deadline-hhmm not numeric
              or deadline-hhmm equal 0
              if sod-found and sod-window is greater than 0
                 move sod-window to deadline-hhmm
              else
                 move default-deadline to deadline-hhmm.
           move deadline-hhmm to conv-hhmm.
           perform Hhmm-To-Minutes thru End-Hhmm-To-Minutes.
      * a deadline at or before the night's opening falls tomorrow
           if conv-min is not greater than night-open-min
              add 1440 to conv-min.
           move conv-min to deadline-min.
           display " ".

           perform Load-Blackouts thru End-Load-Blackouts.
           perform Load-Schedule thru End-Load-Schedule.
           perform Load-History thru End-Load-History.
           perform Settle-Job-Minutes thru End-Settle-Job-Minutes
               varying job-idx from 1 by 1
               until job-idx is greater than job-count.
           perform Order-Jobs thru End-Order-Jobs.

           move "A" to plan-pass.
           perform Plan-Timeline thru End-Plan-Timeline.
           move "W" to plan-pass.
           perform Plan-Timeline thru End-Plan-Timeline.

           open output plan-rpt.
           perform Write-Plan-Heading thru End-Write-Plan-Heading.
           perform Write-One-Job thru End-Write-One-Job
               varying job-idx from 1 by 1
               until job-idx is greater than job-count.
           perform Write-Plan-Verdict thru End-Write-Plan-Verdict.
           close plan-rpt.

           display " ".
           display "batch plan written to BATCHPLN.RPT".

       end-batchpln. stop run.

      ***********************************************************************
      * Classify-Night asks sitecal.cbl for today's and tomorrow's
      * day classes; tomorrow is today stepped on by one day.
      ***********************************************************************
       Classify-Night.
           accept today-date from date yyyymmdd.
           accept today-weekday from day-of-week.

           move today-date to CAL-ASK-DATE.
           call "sitecal" using SITECAL-AREA.
           move CAL-CLASS to today-class.
           move CAL-LABEL to today-label.

           move today-date to step-date.
           perform Step-One-Day thru End-Step-One-Day.
           move step-date to tomorrow-date.
           if today-weekday equal 7
              move 1 to tomorrow-weekday
           else
              compute tomorrow-weekday = today-weekday + 1.

           move tomorrow-date to CAL-ASK-DATE.
           call "sitecal" using SITECAL-AREA.
           move CAL-CLASS to tomorrow-class.
           move CAL-LABEL to tomorrow-label.
       End-Classify-Night. exit.

       Step-One-Day.
           move step-date (5:2) to month-idx.
           move month-len-table ((month-idx * 2) - 1 : 2)
              to month-len.
           move month-len to month-last-day.
           if month-idx equal 2
              divide step-date (1:4) by 4 giving leap-quot
                 remainder leap-rem
              if leap-rem equal 0
                 move 29 to month-last-day
              end-if.

           move step-date (7:2) to day-of-month.
           if day-of-month is less than month-last-day
              add 1 to step-date
              go to End-Step-One-Day.

           if step-date (5:2) equal "12"
              compute step-date =
                 step-date + 10000 - 1100 - month-last-day + 1
           else
              compute step-date =
                 step-date + 100 - month-last-day + 1.
       End-Step-One-Day. exit.

      ***********************************************************************
      * Load-Eod-Profile and Load-Sod-Profile pick the profile lines
      * for today's and tomorrow's classes, read the way eodshut.cbl
      * and sodstart.cbl read them.  A class with no line runs the
      * full classic sequence.
      ***********************************************************************
       Load-Eod-Profile.
           open input eod-profile.
           if eodprof-fs equal "35"
              go to End-Load-Eod-Profile.

           move "N" to file-eof.
           perform Read-One-Eod-Profile thru End-Read-One-Eod-Profile
               until no-more-records or eod-found.
           close eod-profile.
           move "N" to file-eof.
       End-Load-Eod-Profile. exit.

       Read-One-Eod-Profile.
           read eod-profile
               at end
                  move "Y" to file-eof
                  go to End-Read-One-Eod-Profile
           end-read.

           if ep-class equal spaces
              or ep-class (1:1) equal "*"
              go to End-Read-One-Eod-Profile.
           if ep-class not equal today-class
              go to End-Read-One-Eod-Profile.

           move "Y" to eod-found-sw.
           if ep-window numeric
              move ep-window to eod-window.
           move ep-force  to eod-force.
           move ep-backup to eod-backup.
           move ep-keepup to eod-keepup.
       End-Read-One-Eod-Profile. exit.

       Load-Sod-Profile.
           open input sod-profile.
           if sodprof-fs equal "35"
              go to End-Load-Sod-Profile.

           move "N" to file-eof.
           perform Read-One-Sod-Profile thru End-Read-One-Sod-Profile
               until no-more-records or sod-found.
           close sod-profile.
           move "N" to file-eof.
       End-Load-Sod-Profile. exit.

       Read-One-Sod-Profile.
           read sod-profile
               at end
                  move "Y" to file-eof
                  go to End-Read-One-Sod-Profile
           end-read.

           if sp-class equal spaces
              or sp-class (1:1) equal "*"
              go to End-Read-One-Sod-Profile.
           if sp-class not equal tomorrow-class
              go to End-Read-One-Sod-Profile.

           move "Y" to sod-found-sw.
           if sp-window numeric
              move sp-window to sod-window.
           move sp-client   to sod-client.
           move sp-setact   to sod-setact.
           move sp-snapshot to sod-snapshot.
           move sp-switch   to sod-switch.
       End-Read-One-Sod-Profile. exit.

      ***********************************************************************
      * Hhmm-To-Minutes turns conv-hhmm into minutes past midnight
      * in conv-min; Stamp-To-Minutes does the same for a date and
      * time, counting tomorrow's minutes on from 1440.
      ***********************************************************************
       Hhmm-To-Minutes.
           divide conv-hhmm by 100 giving conv-hh
              remainder conv-mm.
           compute conv-min = (conv-hh * 60) + conv-mm.
       End-Hhmm-To-Minutes. exit.

       Stamp-To-Minutes.
           if conv-date is less than today-date
              move -1 to conv-min
              go to End-Stamp-To-Minutes.
           if conv-date is greater than tomorrow-date
              move 9999 to conv-min
              go to End-Stamp-To-Minutes.

           perform Hhmm-To-Minutes thru End-Hhmm-To-Minutes.
           if conv-date equal tomorrow-date
              add 1440 to conv-min.
       End-Stamp-To-Minutes. exit.

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

      * only a window reaching into today or tomorrow matters
           if bk-end-date is less than today-date
              or bk-start-date is greater than tomorrow-date
              go to End-Load-One-Blackout.

           if blackout-count is less than 100
              add 1 to blackout-count
              move bk-start-date to conv-date
              move bk-start-time to conv-hhmm
              perform Stamp-To-Minutes thru End-Stamp-To-Minutes
              move conv-min to bt-from (blackout-count)
              move bk-end-date to conv-date
              move bk-end-time to conv-hhmm
              perform Stamp-To-Minutes thru End-Stamp-To-Minutes
              move conv-min to bt-to (blackout-count)
              move bk-reason to bt-reason (blackout-count).
       End-Load-One-Blackout. exit.

      ***********************************************************************
      * Load-Schedule takes tonight's entries: those whose mask
      * allows today and start at or after the night's opening, and
      * those whose mask allows tomorrow and start before the
      * deadline.  Each job's hold file is looked for as it is taken.
      ***********************************************************************
       Load-Schedule.
           open input schedule-file.
           if schedule-fs equal "35"
              display "SCHEDULE.CTL not found -- nothing is scheduled"
              go to End-Load-Schedule.

           move "N" to file-eof.
           perform Load-One-Schedule thru End-Load-One-Schedule
               until no-more-records.
           close schedule-file.
           move "N" to file-eof.
       End-Load-Schedule. exit.

       Load-One-Schedule.
           read schedule-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Schedule
           end-read.

           if sc-program equal spaces
              or sc-program (1:1) equal "*"
              go to End-Load-One-Schedule.
           if sc-start-hhmm not numeric
              go to End-Load-One-Schedule.
           add 1 to file-seq.

           move sc-start-hhmm to conv-hhmm.
           perform Hhmm-To-Minutes thru End-Hhmm-To-Minutes.

           if sc-day-mask (today-weekday:1) equal "Y"
              and conv-min is not less than night-open-min
              move conv-min to entry-min
              perform Take-One-Job thru End-Take-One-Job.

           if sc-day-mask (tomorrow-weekday:1) equal "Y"
              and (conv-min + 1440) is less than deadline-min
              compute entry-min = conv-min + 1440
              perform Take-One-Job thru End-Take-One-Job.
       End-Load-One-Schedule. exit.

       Take-One-Job.
           if job-count not less than 50
              go to End-Take-One-Job.

           add 1 to job-count.
           move sc-program    to jb-program (job-count).
           move sc-start-hhmm to jb-sched-hhmm (job-count).
           move sc-catchup    to jb-catchup (job-count).
           move entry-min     to jb-sched-min (job-count).
           move file-seq      to jb-file-seq (job-count).
           move 0 to jb-runs (job-count).
           move 0 to jb-total-secs (job-count).
           move 0 to jb-max-secs (job-count).
           move "N" to jb-waited-sw (job-count).

           move spaces to hold-file-name.
           string sc-program delimited by space
                  ".HLD"     delimited by size
                  into hold-file-name.
           move "N" to jb-held-sw (job-count).
           open input hold-file.
           if hold-fs not equal "35"
              close hold-file
              move "Y" to jb-held-sw (job-count)
              add 1 to held-count.
       End-Take-One-Job. exit.

      ***********************************************************************
      * Load-History reads the whole run history once and folds each
      * run of a planned program into that job's elapsed figures.
      ***********************************************************************
       Load-History.
           if job-count equal 0
              go to End-Load-History.
           open input history-file.
           if history-fs equal "35"
              display "RUNHIST.IDX not found -- no timings to plan with"
              go to End-Load-History.

           move "N" to file-eof.
           perform Tally-One-Run thru End-Tally-One-Run
               until no-more-records.
           close history-file.
           move "N" to file-eof.
       End-Load-History. exit.

       Tally-One-Run.
           read history-file
               at end
                  move "Y" to file-eof
                  go to End-Tally-One-Run
           end-read.

           if hr-key-prog equal spaces
              or hr-elapsed not numeric
              go to End-Tally-One-Run.

           perform Tally-One-Job thru End-Tally-One-Job
               varying job-idx from 1 by 1
               until job-idx is greater than job-count.
       End-Tally-One-Run. exit.

       Tally-One-Job.
           if jb-program (job-idx) equal hr-key-prog
              add 1 to jb-runs (job-idx)
              add hr-elapsed to jb-total-secs (job-idx)
              if hr-elapsed is greater than jb-max-secs (job-idx)
                 move hr-elapsed to jb-max-secs (job-idx)
              end-if.
       End-Tally-One-Job. exit.

      ***********************************************************************
      * Settle-Job-Minutes rounds a job's average and worst elapsed
      * seconds up to whole minutes.  A job with no history is
      * planned at no time and flagged.
      ***********************************************************************
       Settle-Job-Minutes.
           move 0 to jb-avg-mins (job-idx).
           move 0 to jb-max-mins (job-idx).
           if jb-runs (job-idx) equal 0
              add 1 to nohist-count
              go to End-Settle-Job-Minutes.

           divide jb-total-secs (job-idx) by jb-runs (job-idx)
              giving mins-quot.
           add 59 to mins-quot.
           divide mins-quot by 60 giving mins-quot
              remainder mins-rem.
           move mins-quot to jb-avg-mins (job-idx).

           compute mins-quot = jb-max-secs (job-idx) + 59.
           divide mins-quot by 60 giving mins-quot
              remainder mins-rem.
           move mins-quot to jb-max-mins (job-idx).
       End-Settle-Job-Minutes. exit.

      ***********************************************************************
      * Order-Jobs puts the jobs in dispatch order: scheduled minute,
      * then their order in SCHEDULE.CTL.
      ***********************************************************************
       Order-Jobs.
           perform Order-One-Slot thru End-Order-One-Slot
               varying job-idx from 1 by 1
               until job-idx is not less than job-count.
       End-Order-Jobs. exit.

       Order-One-Slot.
           move job-idx to low-idx.
           compute sort-idx = job-idx + 1.
           perform Find-Earlier-Job thru End-Find-Earlier-Job
               varying sort-idx from sort-idx by 1
               until sort-idx is greater than job-count.

           if low-idx not equal job-idx
              move job-entry (job-idx) to swap-entry
              move job-entry (low-idx) to job-entry (job-idx)
              move swap-entry to job-entry (low-idx).
       End-Order-One-Slot. exit.

       Find-Earlier-Job.
           if jb-sched-min (sort-idx) is less than
              jb-sched-min (low-idx)
              move sort-idx to low-idx
              go to End-Find-Earlier-Job.
           if jb-sched-min (sort-idx) equal jb-sched-min (low-idx)
              and jb-file-seq (sort-idx) is less than
                  jb-file-seq (low-idx)
              move sort-idx to low-idx.
       End-Find-Earlier-Job. exit.

      ***********************************************************************
      * Plan-Timeline lays the jobs end to end on one set of timings.
      * Each job is dispatched at its scheduled minute or when the
      * scheduler comes free, whichever is later, then settled
      * against schedrun.cbl's rules until it can run or is lost.
      ***********************************************************************
       Plan-Timeline.
           move 0 to plan-clock.
           perform Plan-One-Job thru End-Plan-One-Job
               varying job-idx from 1 by 1
               until job-idx is greater than job-count.

           if average-pass
              move plan-clock to avg-night-end
           else
              move plan-clock to wst-night-end.
       End-Plan-Timeline. exit.

       Plan-One-Job.
           move jb-sched-min (job-idx) to plan-start.
           if plan-clock is greater than plan-start
              move plan-clock to plan-start.

           move "N" to waited-sw.
           move "N" to settled-sw.
           move "R" to plan-state.
           perform Settle-Dispatch thru End-Settle-Dispatch
               until dispatch-settled.

           if average-pass
              move plan-start to jb-avg-start (job-idx)
              move plan-state to jb-avg-state (job-idx)
              if job-planned
                 compute plan-clock =
                    plan-start + jb-avg-mins (job-idx)
              end-if
              move plan-clock to jb-avg-end (job-idx)
           else
              move plan-start to jb-wst-start (job-idx)
              move plan-state to jb-wst-state (job-idx)
              move waited-sw  to jb-waited-sw (job-idx)
              if job-planned
                 compute plan-clock =
                    plan-start + jb-max-mins (job-idx)
              else
                 add 1 to skipped-count
              end-if
              move plan-clock to jb-wst-end (job-idx).
       End-Plan-One-Job. exit.

      ***********************************************************************
      * Settle-Dispatch applies one round of schedrun.cbl's rules at
      * the planned dispatch minute: more than an hour late without
      * catch-up is skipped, today's job still waiting at midnight is
      * lost, and a dispatch inside a blackout waits for the minute
      * after the window closes, when the rules are applied again.
      ***********************************************************************
       Settle-Dispatch.
           move "Y" to settled-sw.

           if plan-start is greater than (jb-sched-min (job-idx) + 60)
              and jb-catchup (job-idx) not equal "Y"
              move "S" to plan-state
              go to End-Settle-Dispatch.

           if jb-sched-min (job-idx) is less than 1440
              and plan-start is not less than 1440
              move "D" to plan-state
              go to End-Settle-Dispatch.

           perform Wait-One-Blackout thru End-Wait-One-Blackout
               varying blk-idx from 1 by 1
               until blk-idx is greater than blackout-count.
       End-Settle-Dispatch. exit.

       Wait-One-Blackout.
           if plan-start is not less than bt-from (blk-idx)
              and plan-start is not greater than bt-to (blk-idx)
              compute plan-start = bt-to (blk-idx) + 1
              move "Y" to waited-sw
              move "N" to settled-sw.
       End-Wait-One-Blackout. exit.

      ***********************************************************************
      * Format-Minute shows fmt-min as HHMM in fmt-text, marked +1
      * when it falls tomorrow.
      ***********************************************************************
       Format-Minute.
           divide fmt-min by 1440 giving fmt-day remainder fmt-hh.
           divide fmt-hh by 60 giving fmt-hh remainder fmt-mm.
           move fmt-hh to fmt-hh-disp.
           move fmt-mm to fmt-mm-disp.
           move spaces to fmt-text.
           if fmt-day equal 0
              move fmt-hhmm to fmt-text
           else
              move fmt-day to count-disp
              string fmt-hhmm  delimited by size
                     "+"       delimited by size
                     count-disp (4:1) delimited by size
                     into fmt-text.
       End-Format-Minute. exit.

       Write-Plan-Heading.
           move spaces to rpt-line.
           string "--- tonight's batch plan, " delimited by size
                  today-date                   delimited by size
                  " into "                     delimited by size
                  tomorrow-date                delimited by size
                  " ---"                       delimited by size
                  into rpt-line.
           perform Write-Plan-Line thru End-Write-Plan-Line.

           move spaces to rpt-line.
           string "  today    "    delimited by size
                  today-class      delimited by size
                  " "              delimited by size
                  today-label      delimited by size
                  into rpt-line.
           perform Write-Plan-Line thru End-Write-Plan-Line.
           move spaces to rpt-line.
           if eod-found
              string "    end-of-day profile: window "
                                      delimited by size
                     eod-window       delimited by size
                     "  force="       delimited by size
                     eod-force        delimited by size
                     "  backup="      delimited by size
                     eod-backup       delimited by size
                     "  keep up="     delimited by size
                     eod-keepup       delimited by size
                     into rpt-line
           else
              move "    no end-of-day profile -- full shutdown"
                 to rpt-line.
           perform Write-Plan-Line thru End-Write-Plan-Line.

           move spaces to rpt-line.
           string "  tomorrow "    delimited by size
                  tomorrow-class   delimited by size
                  " "              delimited by size
                  tomorrow-label   delimited by size
                  into rpt-line.
           perform Write-Plan-Line thru End-Write-Plan-Line.
           move spaces to rpt-line.
           if sod-found
              string "    start-of-day profile: window "
                                      delimited by size
                     sod-window       delimited by size
                     "  client="      delimited by size
                     sod-client       delimited by size
                     "  setact="      delimited by size
                     sod-setact       delimited by size
                     "  snapshot="    delimited by size
                     sod-snapshot     delimited by size
                     "  switch="      delimited by size
                     sod-switch       delimited by size
                     into rpt-line
           else
              move "    no start-of-day profile -- full start"
                 to rpt-line.
           perform Write-Plan-Line thru End-Write-Plan-Line.

           move deadline-min to fmt-min.
           perform Format-Minute thru End-Format-Minute.
           move job-count to count-disp.
           move spaces to rpt-line.
           string "  night opens "    delimited by size
                  night-open-hhmm     delimited by size
                  ", deadline "       delimited by size
                  fmt-text            delimited by space
                  ", "                delimited by size
                  count-disp          delimited by size
                  " job(s) to dispatch" delimited by size
                  into rpt-line.
           perform Write-Plan-Line thru End-Write-Plan-Line.

           move spaces to rpt-line.
           perform Write-Plan-Line thru End-Write-Plan-Line.
           move spaces to rpt-line.
           string "  program    sched    "   delimited by size
                  "avg min  avg start  avg end  "
                                             delimited by size
                  "max min  wst start  wst end  notes"
                                             delimited by size
                  into rpt-line.
           perform Write-Plan-Line thru End-Write-Plan-Line.
       End-Write-Plan-Heading. exit.

       Write-One-Job.
           move jb-sched-min (job-idx) to fmt-min.
           perform Format-Minute thru End-Format-Minute.
           move fmt-text to sched-text.
           move jb-avg-start (job-idx) to fmt-min.
           perform Format-Minute thru End-Format-Minute.
           move fmt-text to avg-start-text.
           move jb-avg-end (job-idx) to fmt-min.
           perform Format-Minute thru End-Format-Minute.
           move fmt-text to avg-end-text.
           move jb-wst-start (job-idx) to fmt-min.
           perform Format-Minute thru End-Format-Minute.
           move fmt-text to wst-start-text.
           move jb-wst-end (job-idx) to fmt-min.
           perform Format-Minute thru End-Format-Minute.
           move fmt-text to wst-end-text.
           move jb-avg-mins (job-idx) to mins-disp.
           move jb-max-mins (job-idx) to maxm-disp.

           move spaces to note-text.
           move 1 to note-ptr.
           if jb-wst-state (job-idx) equal "S"
              string "SKIPPED-LATE " delimited by size
                     into note-text with pointer note-ptr.
           if jb-wst-state (job-idx) equal "D"
              string "LOST-AT-MIDNIGHT " delimited by size
                     into note-text with pointer note-ptr.
           if jb-held-sw (job-idx) equal "Y"
              string "HELD " delimited by size
                     into note-text with pointer note-ptr.
           if jb-waited-sw (job-idx) equal "Y"
              string "BLACKOUT-WAIT " delimited by size
                     into note-text with pointer note-ptr.
           if jb-runs (job-idx) equal 0
              string "NO-HISTORY " delimited by size
                     into note-text with pointer note-ptr.

           move spaces to rpt-line.
           string "  "                 delimited by size
                  jb-program (job-idx) delimited by size
                  " "                  delimited by size
                  sched-text           delimited by size
                  "  "                 delimited by size
                  mins-disp            delimited by size
                  "     "              delimited by size
                  avg-start-text       delimited by size
                  "    "               delimited by size
                  avg-end-text         delimited by size
                  "  "                 delimited by size
                  maxm-disp            delimited by size
                  "     "              delimited by size
                  wst-start-text       delimited by size
                  "    "               delimited by size
                  wst-end-text         delimited by size
                  "  "                 delimited by size
                  note-text            delimited by size
                  into rpt-line.
           perform Write-Plan-Line thru End-Write-Plan-Line.
       End-Write-One-Job. exit.

      ***********************************************************************
      * Write-Plan-Verdict gives the night's predicted ends and
      * flags a worst case past the deadline.
      ***********************************************************************
       Write-Plan-Verdict.
           move spaces to rpt-line.
           perform Write-Plan-Line thru End-Write-Plan-Line.

           if job-count equal 0
              move "  nothing is scheduled to dispatch tonight"
                 to rpt-line
              perform Write-Plan-Line thru End-Write-Plan-Line
              go to End-Write-Plan-Verdict.

           move avg-night-end to fmt-min.
           perform Format-Minute thru End-Format-Minute.
           move fmt-text to avg-end-text.
           move wst-night-end to fmt-min.
           perform Format-Minute thru End-Format-Minute.
           move fmt-text to wst-end-text.
           move spaces to rpt-line.
           string "  predicted end: average " delimited by size
                  avg-end-text                delimited by space
                  ", worst case "             delimited by size
                  wst-end-text                delimited by space
                  into rpt-line.
           perform Write-Plan-Line thru End-Write-Plan-Line.

           if held-count is greater than 0
              move held-count to count-disp
              move spaces to rpt-line
              string "  "       delimited by size
                     count-disp delimited by size
                     " job(s) HELD -- the scheduler waits on each "
                                delimited by size
                     "until its .HLD file is removed"
                                delimited by size
                     into rpt-line
              perform Write-Plan-Line thru End-Write-Plan-Line.
           if skipped-count is greater than 0
              move skipped-count to count-disp
              move spaces to rpt-line
              string "  "       delimited by size
                     count-disp delimited by size
                     " job(s) will not run on worst-case timings"
                                delimited by size
                     into rpt-line
              perform Write-Plan-Line thru End-Write-Plan-Line.
           if nohist-count is greater than 0
              move nohist-count to count-disp
              move spaces to rpt-line
              string "  "       delimited by size
                     count-disp delimited by size
                     " job(s) with no run history planned at 0 min"
                                delimited by size
                     into rpt-line
              perform Write-Plan-Line thru End-Write-Plan-Line.

           move spaces to rpt-line.
           if wst-night-end is greater than deadline-min
              string "  *** worst case runs past the deadline -- "
                                delimited by size
                     "move work now ***"
                                delimited by size
                     into rpt-line
              move 4 to RETURN-CODE
           else
              move "  the night fits the batch window" to rpt-line.
           perform Write-Plan-Line thru End-Write-Plan-Line.
       End-Write-Plan-Verdict. exit.

       Write-Plan-Line.
           write plan-rpt-rec from rpt-line.
           display rpt-line (1:110).
       End-Write-Plan-Line. exit.
