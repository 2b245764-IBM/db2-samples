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
      ** SOURCE FILE NAME: chgcoll.cbl
      **
      ** SAMPLE: Forward change-collision report
      **
      **         Change tickets in CHGCAL.CTL, blackout windows in
      **         BLACKOUT.CAL, scheduled jobs in SCHEDULE.CTL,
      **         holidays in SITECAL.CTL, and maintenance-mode
      **         entries in MAINTREG.DAT were each checked only at
      **         the moment a program ran, so a collision was found
      **         the night it happened.  Run at the weekly change
      **         meeting, this program looks fourteen days ahead,
      **         starting today, and lists in CHGCOLL.RPT:
      **
      **           OVERLAP   two change tickets on the same target
      **                     (a "*" ticket covers every target) whose
      **                     windows overlap
      **           BLACKOUT  a ticket whose window overlaps a
      **                     blackout window
      **           SCHEDULE  a scheduled dbmaint or tstrfrsh run
      **                     landing inside a change on one of the
      **                     databases it works -- the DBMAINT.CTL
      **                     databases, the TSTRFRSH.CTL sources and
      **                     targets -- a run taken to occupy the
      **                     two hours from its scheduled start
      **           CALENDAR  a ticket window booked on a holiday or
      **                     month-end day (sitecal.cbl's classes)
      **           MAINTREG  a ticket whose target is already
      **                     registered in maintenance mode, which
      **                     is either this change started early or
      **                     a registration left behind
      **           NOTICE    a ticket starting within five days whose
      **                     owning teams were not told in time by
      **                     advnote.cbl: no notice on record, a
      **                     notice sent late or missed, no owning
      **                     team found, or a one-day notice still
      **                     owed
      **
      **         Only tickets whose windows reach into the fourteen
      **         days are judged.  The run ends with RETURN-CODE 4
      **         when anything collides.
      **
      ** INPUT FILES:  CHGCAL.CTL   (approved change calendar)
      **               BLACKOUT.CAL (blackout calendar)
      **               SCHEDULE.CTL (schedule entries)
      **               DBMAINT.CTL  (tables dbmaint.cbl maintains)
      **               TSTRFRSH.CTL (clones tstrfrsh.cbl refreshes)
      **               MAINTREG.DAT (maintenance-mode registry)
      **               SENTNOTE.DAT (sent-notice register, advnote)
      **               SITECAL.CTL  (business-day calendar, via sitecal)
      ** OUTPUT FILE:  CHGCOLL.RPT  (change-collision report)
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
       Program-Id. "chgcoll".

       Environment Division.
       Input-Output Section.
       File-Control.
           select calendar-file assign to "CHGCAL.CTL"
               organization is line sequential
               file status is calendar-fs.
           select blackout-file assign to "BLACKOUT.CAL"
               organization is line sequential
               file status is blackout-fs.
           select schedule-file assign to "SCHEDULE.CTL"
               organization is line sequential
               file status is schedule-fs.
           select maint-ctl assign to "DBMAINT.CTL"
               organization is line sequential
               file status is maintctl-fs.
           select clone-file assign to "TSTRFRSH.CTL"
               organization is line sequential
               file status is clone-fs.
           select registry-file assign to "MAINTREG.DAT"
               organization is line sequential
               file status is registry-fs.
           select sent-file assign to "SENTNOTE.DAT"
               organization is line sequential
               file status is sent-fs.
           select coll-rpt assign to "CHGCOLL.RPT"
               organization is line sequential.

       Data Division.
       File Section.
       FD  calendar-file.
       01  calendar-rec.
           05 cl-ticket       pic x(10).
           05 filler          pic x.
           05 cl-target       pic x(18).
           05 filler          pic x.
           05 cl-start-date   pic 9(8).
           05 filler          pic x.
           05 cl-start-time   pic 9(4).
           05 filler          pic x.
           05 cl-end-date     pic 9(8).
           05 filler          pic x.
           05 cl-end-time     pic 9(4).

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

       FD  schedule-file.
       01  schedule-rec.
           05 sc-program      pic x(10).
           05 filler          pic x.
           05 sc-day-mask     pic x(7).
           05 filler          pic x.
           05 sc-start-hhmm   pic 9(4).
           05 filler          pic x.
           05 sc-catchup      pic x.

       FD  maint-ctl.
       01  maint-ctl-rec.
           05 ctl-dbname      pic x(8).
           05 filler          pic x.
           05 ctl-table       pic x(30).

       FD  clone-file.
       01  clone-rec.
           05 cn-source       pic x(18).
           05 filler          pic x.
           05 cn-instance     pic x(18).
           05 filler          pic x.
           05 cn-target       pic x(18).

       FD  registry-file.
       01  registry-rec.
           05 mg-target       pic x(18).
           05 filler          pic x(2).
           05 mg-since        pic x(17).
           05 filler          pic x(2).
           05 mg-operator     pic x(8).

       FD  sent-file.
       01  sent-rec.
           05 sn-ticket       pic x(10).
           05 filler          pic x(2).
           05 sn-team         pic x(12).
           05 filler          pic x(2).
           05 sn-stage        pic x(4).
           05 filler          pic x(2).
           05 sn-status       pic x(8).
           05 filler          pic x(2).
           05 sn-sent         pic x(17).
           05 filler          pic x(2).
           05 sn-start-date   pic x(8).

       FD  coll-rpt.
       01  coll-rpt-rec       pic x(132).

       Working-Storage Section.

       copy "sqlsical.cbl".

      * Local variables
       77 calendar-fs         pic xx.
       77 blackout-fs         pic xx.
       77 schedule-fs         pic xx.
       77 maintctl-fs         pic xx.
       77 clone-fs            pic xx.
       77 registry-fs         pic xx.
       77 sent-fs             pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

      * the fourteen days ahead, starting today, with each day's
      * weekday and business-day class; moments are compared as
      * yyyymmddhhmm stamps, which collate in time order
       77 horizon-days        pic 9(4) comp-5 value 14.
       01 day-table.
          05 day-entry occurs 14 times.
             10 dy-date       pic 9(8).
             10 dy-class      pic x(8).
             10 dy-label      pic x(30).
             10 dy-weekday    pic 9.
       77 day-idx             pic 9(4) comp-5.
       77 horizon-from        pic 9(12) comp-5.
       77 horizon-to          pic 9(12) comp-5.
       77 now-date            pic 9(8).
       77 now-weekday         pic 9.
       77 step-date           pic 9(8).
       77 step-weekday        pic 9.

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

      * the tickets reaching into the horizon
       77 ticket-count        pic 9(4) comp-5 value 0.
       01 ticket-table.
          05 ticket-entry occurs 100 times.
             10 tk-ticket     pic x(10).
             10 tk-target     pic x(18).
             10 tk-start-date pic 9(8).
             10 tk-start-time pic 9(4).
             10 tk-end-date   pic 9(8).
             10 tk-end-time   pic 9(4).
             10 tk-from       pic 9(12) comp-5.
             10 tk-to         pic 9(12) comp-5.
       77 tkt-idx             pic 9(4) comp-5.
       77 other-idx           pic 9(4) comp-5.

       77 blackout-count      pic 9(4) comp-5 value 0.
       01 blackout-table.
          05 blackout-entry occurs 100 times.
             10 bt-from       pic 9(12) comp-5.
             10 bt-to         pic 9(12) comp-5.
             10 bt-window     pic x(27).
             10 bt-reason     pic x(30).
       77 blk-idx             pic 9(4) comp-5.

      * the dbmaint and tstrfrsh schedule entries, and the databases
      * each program works
       77 sched-count         pic 9(4) comp-5 value 0.
       01 sched-table.
          05 sched-entry occurs 50 times.
             10 se-program    pic x(10).
             10 se-day-mask   pic x(7).
             10 se-start-hhmm pic 9(4).
       77 sch-idx             pic 9(4) comp-5.
       77 work-count          pic 9(4) comp-5 value 0.
       01 work-table.
          05 work-entry occurs 100 times.
             10 wk-program    pic x(10).
             10 wk-dbname     pic x(18).
       77 wrk-idx             pic 9(4) comp-5.
       77 work-program        pic x(10).
       77 work-dbname         pic x(18).
       77 dup-sw              pic x.

      * a scheduled run's occupancy: its start and two hours on
       77 run-span-mins       pic 9(4) comp-5 value 120.
       77 run-from            pic 9(12) comp-5.
       77 run-to              pic 9(12) comp-5.
       77 run-end-date        pic 9(8).
       77 run-mins            pic 9(4) comp-5.
       77 run-end-hhmm        pic 9(4).
       77 run-hh              pic 9(4) comp-5.
       77 run-mm              pic 9(4) comp-5.

       77 reg-count           pic 9(4) comp-5 value 0.
       01 reg-table.
          05 reg-entry occurs 100 times.
             10 rg-target     pic x(18).
             10 rg-since      pic x(17).
             10 rg-operator   pic x(8).
       77 reg-idx             pic 9(4) comp-5.

      * advance notices on record, and one ticket's tally of them
       77 sent-count          pic 9(4) comp-5 value 0.
       01 sent-table.
          05 sent-entry occurs 1000 times.
             10 nt-ticket     pic x(10).
             10 nt-team       pic x(12).
             10 nt-stage      pic x(4).
             10 nt-status     pic x(8).
       77 snt-idx             pic 9(4) comp-5.
       77 notice-days         pic 9(4) comp-5 value 5.
       77 days-ahead          pic 9(4) comp-5.
       77 note-any-count      pic 9(4) comp-5.
       77 note-5day-count     pic 9(4) comp-5.
       77 note-1day-count     pic 9(4) comp-5.
       77 owed-count          pic 9(4) comp-5.

      * overlap test work: two windows overlap when each starts
      * before the other ends
       77 win-a-from          pic 9(12) comp-5.
       77 win-a-to            pic 9(12) comp-5.
       77 win-b-from          pic 9(12) comp-5.
       77 win-b-to            pic 9(12) comp-5.
       77 overlap-sw          pic x.
       77 target-hit-sw       pic x.

       77 overlap-count       pic 9(4) comp-5 value 0.
       77 blackout-hits       pic 9(4) comp-5 value 0.
       77 schedule-hits       pic 9(4) comp-5 value 0.
       77 calendar-hits       pic 9(4) comp-5 value 0.
       77 maintreg-hits       pic 9(4) comp-5 value 0.
       77 notice-hits         pic 9(4) comp-5 value 0.
       77 total-hits          pic 9(4) comp-5 value 0.
       77 hits-disp           pic z(3)9.

       01 window-a            pic x(27).
       01 window-b            pic x(27).
       01 rpt-line            pic x(132).

       Procedure Division.
       chgcoll-pgm section.

           display "Sample COBOL Program : CHGCOLL.CBL".

           perform Build-Horizon thru End-Build-Horizon.
           perform Load-Tickets thru End-Load-Tickets.
           perform Load-Blackouts thru End-Load-Blackouts.
           perform Load-Schedule thru End-Load-Schedule.
           perform Load-Work-Targets thru End-Load-Work-Targets.
           perform Load-Registry thru End-Load-Registry.
           perform Load-Sent thru End-Load-Sent.

           open output coll-rpt.
           move spaces to rpt-line.
           string "--- change collisions, "  delimited by size
                  dy-date (1)                delimited by size
                  " through "                delimited by size
                  dy-date (horizon-days)     delimited by size
                  " ---"                     delimited by size
                  into rpt-line.
           perform Write-Coll-Line thru End-Write-Coll-Line.
           move ticket-count to hits-disp.
           move spaces to rpt-line.
           string "  "             delimited by size
                  hits-disp        delimited by size
                  " change ticket(s) reach into the period"
                                   delimited by size
                  into rpt-line.
           perform Write-Coll-Line thru End-Write-Coll-Line.
           move spaces to rpt-line.
           perform Write-Coll-Line thru End-Write-Coll-Line.

           perform Check-Ticket-Pairs thru End-Check-Ticket-Pairs
               varying tkt-idx from 1 by 1
               until tkt-idx is greater than ticket-count.
           perform Check-Ticket-Blackouts
              thru End-Check-Ticket-Blackouts
               varying tkt-idx from 1 by 1
               until tkt-idx is greater than ticket-count.
           perform Check-Scheduled-Day thru End-Check-Scheduled-Day
               varying day-idx from 1 by 1
               until day-idx is greater than horizon-days.
           perform Check-Ticket-Days thru End-Check-Ticket-Days
               varying tkt-idx from 1 by 1
               until tkt-idx is greater than ticket-count.
           perform Check-Ticket-Registry
              thru End-Check-Ticket-Registry
               varying tkt-idx from 1 by 1
               until tkt-idx is greater than ticket-count.
           perform Check-Ticket-Notice thru End-Check-Ticket-Notice
               varying tkt-idx from 1 by 1
               until tkt-idx is greater than ticket-count.

           compute total-hits = overlap-count + blackout-hits
              + schedule-hits + calendar-hits + maintreg-hits
              + notice-hits.
           perform Write-Summary thru End-Write-Summary.
           close coll-rpt.

           display " ".
           display total-hits, " collision(s) -- see CHGCOLL.RPT".
           if total-hits is greater than 0
              move 4 to RETURN-CODE.

       end-chgcoll. stop run.

      ***********************************************************************
      * Build-Horizon lays out today and the thirteen days after it,
      * asking sitecal.cbl for each day's class.
      ***********************************************************************
       Build-Horizon.
           accept now-date from date yyyymmdd.
           accept now-weekday from day-of-week.
           move now-date to step-date.
           move now-weekday to step-weekday.

           perform Build-One-Day thru End-Build-One-Day
               varying day-idx from 1 by 1
               until day-idx is greater than horizon-days.

           compute horizon-from = dy-date (1) * 10000.
      * the horizon runs to the last minute of its last day
           compute horizon-to = (dy-date (horizon-days) * 10000) + 2359.
       End-Build-Horizon. exit.

       Build-One-Day.
           move step-date to dy-date (day-idx).
           move step-weekday to dy-weekday (day-idx).

           move step-date to CAL-ASK-DATE.
           call "sitecal" using SITECAL-AREA.
           move CAL-CLASS to dy-class (day-idx).
           move CAL-LABEL to dy-label (day-idx).

           perform Step-One-Day thru End-Step-One-Day.
           if step-weekday equal 7
              move 1 to step-weekday
           else
              add 1 to step-weekday.
       End-Build-One-Day. exit.

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

       Load-Tickets.
           open input calendar-file.
           if calendar-fs equal "35"
              display "CHGCAL.CTL not found -- no change tickets ",
                 "to judge"
              go to End-Load-Tickets.

           move "N" to file-eof.
           perform Load-One-Ticket thru End-Load-One-Ticket
               until no-more-records.
           close calendar-file.
           move "N" to file-eof.
       End-Load-Tickets. exit.

       Load-One-Ticket.
           read calendar-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Ticket
           end-read.

           if cl-ticket equal spaces
              or cl-ticket (1:1) equal "*"
              go to End-Load-One-Ticket.

           if cl-start-date not numeric or cl-end-date not numeric
              or cl-start-time not numeric or cl-end-time not numeric
              display "CHGCAL.CTL entry ", cl-ticket,
                 " has a non-numeric window -- entry ignored"
              go to End-Load-One-Ticket.

      * only a window reaching into the horizon is judged
           compute win-a-from = (cl-start-date * 10000)
              + cl-start-time.
           compute win-a-to = (cl-end-date * 10000) + cl-end-time.
           if win-a-to is less than horizon-from
              or win-a-from is greater than horizon-to
              go to End-Load-One-Ticket.

           if ticket-count is less than 100
              add 1 to ticket-count
              move cl-ticket     to tk-ticket (ticket-count)
              move cl-target     to tk-target (ticket-count)
              move cl-start-date to tk-start-date (ticket-count)
              move cl-start-time to tk-start-time (ticket-count)
              move cl-end-date   to tk-end-date (ticket-count)
              move cl-end-time   to tk-end-time (ticket-count)
              move win-a-from    to tk-from (ticket-count)
              move win-a-to      to tk-to (ticket-count).
       End-Load-One-Ticket. exit.

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

           if bk-start-date not numeric or bk-end-date not numeric
              or bk-start-time not numeric or bk-end-time not numeric
              go to End-Load-One-Blackout.

           if blackout-count is less than 100
              add 1 to blackout-count
              compute bt-from (blackout-count) =
                 (bk-start-date * 10000) + bk-start-time
              compute bt-to (blackout-count) =
                 (bk-end-date * 10000) + bk-end-time
              move spaces to bt-window (blackout-count)
              string bk-start-date delimited by size
                     " "           delimited by size
                     bk-start-time delimited by size
                     "-"           delimited by size
                     bk-end-date   delimited by size
                     " "           delimited by size
                     bk-end-time   delimited by size
                     into bt-window (blackout-count)
              move bk-reason to bt-reason (blackout-count).
       End-Load-One-Blackout. exit.

       Load-Schedule.
           open input schedule-file.
           if schedule-fs equal "35"
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

           if sc-program not equal "dbmaint"
              and sc-program not equal "tstrfrsh"
              go to End-Load-One-Schedule.
           if sc-start-hhmm not numeric
              go to End-Load-One-Schedule.

           if sched-count is less than 50
              add 1 to sched-count
              move sc-program    to se-program (sched-count)
              move sc-day-mask   to se-day-mask (sched-count)
              move sc-start-hhmm to se-start-hhmm (sched-count).
       End-Load-One-Schedule. exit.

      ***********************************************************************
      * Load-Work-Targets records the databases each scheduled program
      * works: every DBMAINT.CTL database for dbmaint, and every
      * TSTRFRSH.CTL source and target for tstrfrsh.
      ***********************************************************************
       Load-Work-Targets.
           open input maint-ctl.
           if maintctl-fs not equal "35"
              move "N" to file-eof
              perform Load-One-Maint-Db thru End-Load-One-Maint-Db
                  until no-more-records
              close maint-ctl.

           open input clone-file.
           if clone-fs not equal "35"
              move "N" to file-eof
              perform Load-One-Clone thru End-Load-One-Clone
                  until no-more-records
              close clone-file.
           move "N" to file-eof.
       End-Load-Work-Targets. exit.

       Load-One-Maint-Db.
           read maint-ctl
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Maint-Db
           end-read.

           if ctl-dbname equal spaces
              go to End-Load-One-Maint-Db.
           move "dbmaint" to work-program.
           move ctl-dbname to work-dbname.
           perform Add-Work-Target thru End-Add-Work-Target.
       End-Load-One-Maint-Db. exit.

       Load-One-Clone.
           read clone-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Clone
           end-read.

           if cn-source equal spaces
              go to End-Load-One-Clone.
           move "tstrfrsh" to work-program.
           move cn-source to work-dbname.
           perform Add-Work-Target thru End-Add-Work-Target.
           if cn-target not equal spaces
              move cn-target to work-dbname
              perform Add-Work-Target thru End-Add-Work-Target.
       End-Load-One-Clone. exit.

       Add-Work-Target.
           move "N" to dup-sw.
           perform Check-Dup-Target thru End-Check-Dup-Target
               varying wrk-idx from 1 by 1
               until wrk-idx is greater than work-count.
           if dup-sw equal "Y"
              go to End-Add-Work-Target.
           if work-count is less than 100
              add 1 to work-count
              move work-program to wk-program (work-count)
              move work-dbname  to wk-dbname (work-count).
       End-Add-Work-Target. exit.

       Check-Dup-Target.
           if wk-program (wrk-idx) equal work-program
              and wk-dbname (wrk-idx) equal work-dbname
              move "Y" to dup-sw.
       End-Check-Dup-Target. exit.

       Load-Registry.
           open input registry-file.
           if registry-fs equal "35"
              go to End-Load-Registry.

           move "N" to file-eof.
           perform Load-One-Registry thru End-Load-One-Registry
               until no-more-records.
           close registry-file.
           move "N" to file-eof.
       End-Load-Registry. exit.

       Load-One-Registry.
           read registry-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Registry
           end-read.

           if mg-target equal spaces
              go to End-Load-One-Registry.
           if reg-count is less than 100
              add 1 to reg-count
              move mg-target   to rg-target (reg-count)
              move mg-since    to rg-since (reg-count)
              move mg-operator to rg-operator (reg-count).
       End-Load-One-Registry. exit.

       Load-Sent.
           open input sent-file.
           if sent-fs equal "35"
              go to End-Load-Sent.

           move "N" to file-eof.
           perform Load-One-Sent thru End-Load-One-Sent
               until no-more-records.
           close sent-file.
           move "N" to file-eof.
       End-Load-Sent. exit.

       Load-One-Sent.
           read sent-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Sent
           end-read.

           if sn-ticket equal spaces
              go to End-Load-One-Sent.
           if sent-count is less than 1000
              add 1 to sent-count
              move sn-ticket to nt-ticket (sent-count)
              move sn-team   to nt-team (sent-count)
              move sn-stage  to nt-stage (sent-count)
              move sn-status to nt-status (sent-count).
       End-Load-One-Sent. exit.

      ***********************************************************************
      * Test-Overlap sets overlap-sw when window a and window b share
      * any moment.
      ***********************************************************************
       Test-Overlap.
           move "N" to overlap-sw.
           if win-a-from is not greater than win-b-to
              and win-b-from is not greater than win-a-to
              move "Y" to overlap-sw.
       End-Test-Overlap. exit.

       Format-Ticket-Window.
           move spaces to window-a.
           string tk-start-date (tkt-idx) delimited by size
                  " "                     delimited by size
                  tk-start-time (tkt-idx) delimited by size
                  "-"                     delimited by size
                  tk-end-date (tkt-idx)   delimited by size
                  " "                     delimited by size
                  tk-end-time (tkt-idx)   delimited by size
                  into window-a.
       End-Format-Ticket-Window. exit.

      ***********************************************************************
      * Check-Ticket-Pairs compares a ticket with every later ticket
      * on the same target; a "*" ticket covers every target.
      ***********************************************************************
       Check-Ticket-Pairs.
           compute other-idx = tkt-idx + 1.
           perform Check-One-Pair thru End-Check-One-Pair
               varying other-idx from other-idx by 1
               until other-idx is greater than ticket-count.
       End-Check-Ticket-Pairs. exit.

       Check-One-Pair.
           if tk-target (tkt-idx) not equal tk-target (other-idx)
              and tk-target (tkt-idx) not equal "*"
              and tk-target (other-idx) not equal "*"
              go to End-Check-One-Pair.

           move tk-from (tkt-idx)   to win-a-from.
           move tk-to (tkt-idx)     to win-a-to.
           move tk-from (other-idx) to win-b-from.
           move tk-to (other-idx)   to win-b-to.
           perform Test-Overlap thru End-Test-Overlap.
           if overlap-sw not equal "Y"
              go to End-Check-One-Pair.

           add 1 to overlap-count.
           perform Format-Ticket-Window
              thru End-Format-Ticket-Window.
           move spaces to window-b.
           string tk-start-date (other-idx) delimited by size
                  " "                       delimited by size
                  tk-start-time (other-idx) delimited by size
                  "-"                       delimited by size
                  tk-end-date (other-idx)   delimited by size
                  " "                       delimited by size
                  tk-end-time (other-idx)   delimited by size
                  into window-b.

           move spaces to rpt-line.
           string "  OVERLAP  "             delimited by size
                  tk-ticket (tkt-idx)       delimited by size
                  " "                       delimited by size
                  tk-target (tkt-idx)       delimited by size
                  " "                       delimited by size
                  window-a                  delimited by size
                  "  with "                 delimited by size
                  tk-ticket (other-idx)     delimited by size
                  " "                       delimited by size
                  tk-target (other-idx)     delimited by size
                  " "                       delimited by size
                  window-b                  delimited by size
                  into rpt-line.
           perform Write-Coll-Line thru End-Write-Coll-Line.
       End-Check-One-Pair. exit.

       Check-Ticket-Blackouts.
           perform Check-One-Blackout thru End-Check-One-Blackout
               varying blk-idx from 1 by 1
               until blk-idx is greater than blackout-count.
       End-Check-Ticket-Blackouts. exit.

       Check-One-Blackout.
           move tk-from (tkt-idx) to win-a-from.
           move tk-to (tkt-idx)   to win-a-to.
           move bt-from (blk-idx) to win-b-from.
           move bt-to (blk-idx)   to win-b-to.
           perform Test-Overlap thru End-Test-Overlap.
           if overlap-sw not equal "Y"
              go to End-Check-One-Blackout.

           add 1 to blackout-hits.
           perform Format-Ticket-Window
              thru End-Format-Ticket-Window.
           move spaces to rpt-line.
           string "  BLACKOUT "             delimited by size
                  tk-ticket (tkt-idx)       delimited by size
                  " "                       delimited by size
                  tk-target (tkt-idx)       delimited by size
                  " "                       delimited by size
                  window-a                  delimited by size
                  "  in blackout "          delimited by size
                  bt-window (blk-idx)       delimited by size
                  " "                       delimited by size
                  bt-reason (blk-idx)       delimited by size
                  into rpt-line.
           perform Write-Coll-Line thru End-Write-Coll-Line.
       End-Check-One-Blackout. exit.

      ***********************************************************************
      * Check-Scheduled-Day places each dbmaint and tstrfrsh entry the
      * day's weekday allows, and checks its two-hour run against the
      * changes on the databases that program works.
      ***********************************************************************
       Check-Scheduled-Day.
           perform Check-One-Run thru End-Check-One-Run
               varying sch-idx from 1 by 1
               until sch-idx is greater than sched-count.
       End-Check-Scheduled-Day. exit.

       Check-One-Run.
           if se-day-mask (sch-idx) (dy-weekday (day-idx):1)
              not equal "Y"
              go to End-Check-One-Run.

           compute run-from = (dy-date (day-idx) * 10000)
              + se-start-hhmm (sch-idx).
           divide se-start-hhmm (sch-idx) by 100 giving run-hh
              remainder run-mm.
           compute run-mins = (run-hh * 60) + run-mm + run-span-mins.
           move dy-date (day-idx) to run-end-date.
           if run-mins is not less than 1440
              subtract 1440 from run-mins
              move run-end-date to step-date
              perform Step-One-Day thru End-Step-One-Day
              move step-date to run-end-date.
           divide run-mins by 60 giving run-hh remainder run-mm.
           compute run-end-hhmm = (run-hh * 100) + run-mm.
           compute run-to = (run-end-date * 10000) + run-end-hhmm.

           perform Check-Run-Target thru End-Check-Run-Target
               varying wrk-idx from 1 by 1
               until wrk-idx is greater than work-count.
       End-Check-One-Run. exit.

       Check-Run-Target.
           if wk-program (wrk-idx) not equal se-program (sch-idx)
              go to End-Check-Run-Target.
           perform Check-Run-Ticket thru End-Check-Run-Ticket
               varying tkt-idx from 1 by 1
               until tkt-idx is greater than ticket-count.
       End-Check-Run-Target. exit.

       Check-Run-Ticket.
           if tk-target (tkt-idx) not equal wk-dbname (wrk-idx)
              and tk-target (tkt-idx) not equal "*"
              go to End-Check-Run-Ticket.

           move run-from          to win-a-from.
           move run-to            to win-a-to.
           move tk-from (tkt-idx) to win-b-from.
           move tk-to (tkt-idx)   to win-b-to.
           perform Test-Overlap thru End-Test-Overlap.
           if overlap-sw not equal "Y"
              go to End-Check-Run-Ticket.

           add 1 to schedule-hits.
           perform Format-Ticket-Window
              thru End-Format-Ticket-Window.
           move spaces to rpt-line.
           string "  SCHEDULE "             delimited by size
                  se-program (sch-idx)      delimited by size
                  " "                       delimited by size
                  dy-date (day-idx)         delimited by size
                  " "                       delimited by size
                  se-start-hhmm (sch-idx)   delimited by size
                  " on "                    delimited by size
                  wk-dbname (wrk-idx)       delimited by size
                  " in change "             delimited by size
                  tk-ticket (tkt-idx)       delimited by size
                  " "                       delimited by size
                  window-a                  delimited by size
                  into rpt-line.
           perform Write-Coll-Line thru End-Write-Coll-Line.
       End-Check-Run-Ticket. exit.

      ***********************************************************************
      * Check-Ticket-Days flags each holiday or month-end day in the
      * horizon that a ticket's window touches.
      ***********************************************************************
       Check-Ticket-Days.
           perform Check-One-Ticket-Day thru End-Check-One-Ticket-Day
               varying day-idx from 1 by 1
               until day-idx is greater than horizon-days.
       End-Check-Ticket-Days. exit.

       Check-One-Ticket-Day.
           if dy-class (day-idx) not equal "HOLIDAY"
              and dy-class (day-idx) not equal "MONTHEND"
              go to End-Check-One-Ticket-Day.
           if dy-date (day-idx) is less than tk-start-date (tkt-idx)
              or dy-date (day-idx) is greater than
                 tk-end-date (tkt-idx)
              go to End-Check-One-Ticket-Day.

           add 1 to calendar-hits.
           perform Format-Ticket-Window
              thru End-Format-Ticket-Window.
           move spaces to rpt-line.
           string "  CALENDAR "             delimited by size
                  tk-ticket (tkt-idx)       delimited by size
                  " "                       delimited by size
                  tk-target (tkt-idx)       delimited by size
                  " "                       delimited by size
                  window-a                  delimited by size
                  "  touches "              delimited by size
                  dy-date (day-idx)         delimited by size
                  " "                       delimited by size
                  dy-class (day-idx)        delimited by space
                  " "                       delimited by size
                  dy-label (day-idx)        delimited by size
                  into rpt-line.
           perform Write-Coll-Line thru End-Write-Coll-Line.
       End-Check-One-Ticket-Day. exit.

       Check-Ticket-Registry.
           perform Check-One-Registry thru End-Check-One-Registry
               varying reg-idx from 1 by 1
               until reg-idx is greater than reg-count.
       End-Check-Ticket-Registry. exit.

       Check-One-Registry.
           move "N" to target-hit-sw.
           if rg-target (reg-idx) equal tk-target (tkt-idx)
              or rg-target (reg-idx) equal "INSTANCE"
              move "Y" to target-hit-sw.
           if target-hit-sw not equal "Y"
              go to End-Check-One-Registry.

           add 1 to maintreg-hits.
           perform Format-Ticket-Window
              thru End-Format-Ticket-Window.
           move spaces to rpt-line.
           string "  MAINTREG "             delimited by size
                  tk-ticket (tkt-idx)       delimited by size
                  " "                       delimited by size
                  tk-target (tkt-idx)       delimited by size
                  " "                       delimited by size
                  window-a                  delimited by size
                  "  target "               delimited by size
                  rg-target (reg-idx)       delimited by space
                  " in maintenance mode since " delimited by size
                  rg-since (reg-idx)        delimited by size
                  " by "                    delimited by size
                  rg-operator (reg-idx)     delimited by size
                  into rpt-line.
           perform Write-Coll-Line thru End-Write-Coll-Line.
       End-Check-One-Registry. exit.

      ***********************************************************************
      * Check-Ticket-Notice judges the advance notices of a ticket that
      * starts within five days: every team is owed a five-day notice
      * on time, and a one-day notice once the ticket is a day away.
      ***********************************************************************
       Check-Ticket-Notice.
           if tk-start-date (tkt-idx) is less than dy-date (1)
              go to End-Check-Ticket-Notice.
           move 99 to days-ahead.
           perform Find-Start-Day thru End-Find-Start-Day
               varying day-idx from 1 by 1
               until day-idx is greater than horizon-days.
           if days-ahead is greater than notice-days
              go to End-Check-Ticket-Notice.

           move 0 to note-any-count.
           move 0 to note-5day-count.
           move 0 to note-1day-count.
           perform Check-One-Notice thru End-Check-One-Notice
               varying snt-idx from 1 by 1
               until snt-idx is greater than sent-count.

           if note-any-count equal 0
              add 1 to notice-hits
              perform Format-Ticket-Window
                 thru End-Format-Ticket-Window
              move spaces to rpt-line
              string "  NOTICE   "             delimited by size
                     tk-ticket (tkt-idx)       delimited by size
                     " "                       delimited by size
                     tk-target (tkt-idx)       delimited by size
                     " "                       delimited by size
                     window-a                  delimited by size
                     "  no advance notice on record"
                                               delimited by size
                     into rpt-line
              perform Write-Coll-Line thru End-Write-Coll-Line
              go to End-Check-Ticket-Notice.

           if days-ahead is greater than 1
              or note-1day-count is not less than note-5day-count
              go to End-Check-Ticket-Notice.

           add 1 to notice-hits.
           compute owed-count = note-5day-count - note-1day-count.
           move owed-count to hits-disp.
           perform Format-Ticket-Window
              thru End-Format-Ticket-Window.
           move spaces to rpt-line.
           string "  NOTICE   "             delimited by size
                  tk-ticket (tkt-idx)       delimited by size
                  " "                       delimited by size
                  tk-target (tkt-idx)       delimited by size
                  " "                       delimited by size
                  window-a                  delimited by size
                  "  one-day notice owed to" delimited by size
                  hits-disp                 delimited by size
                  " team(s)"                delimited by size
                  into rpt-line.
           perform Write-Coll-Line thru End-Write-Coll-Line.
       End-Check-Ticket-Notice. exit.

       Find-Start-Day.
           if dy-date (day-idx) equal tk-start-date (tkt-idx)
              compute days-ahead = day-idx - 1.
       End-Find-Start-Day. exit.

       Check-One-Notice.
           if nt-ticket (snt-idx) not equal tk-ticket (tkt-idx)
              go to End-Check-One-Notice.

           add 1 to note-any-count.
           if nt-stage (snt-idx) equal "5DAY"
              add 1 to note-5day-count.
           if nt-stage (snt-idx) equal "1DAY"
              add 1 to note-1day-count.
           if nt-status (snt-idx) not equal "LATE"
              and nt-status (snt-idx) not equal "MISSED"
              and nt-status (snt-idx) not equal "NOTEAMS"
              go to End-Check-One-Notice.

           add 1 to notice-hits.
           perform Format-Ticket-Window
              thru End-Format-Ticket-Window.
           move spaces to rpt-line.
           if nt-status (snt-idx) equal "NOTEAMS"
              string "  NOTICE   "             delimited by size
                     tk-ticket (tkt-idx)       delimited by size
                     " "                       delimited by size
                     tk-target (tkt-idx)       delimited by size
                     " "                       delimited by size
                     window-a                  delimited by size
                     "  no owning team found to notify"
                                               delimited by size
                     into rpt-line
           else
              string "  NOTICE   "             delimited by size
                     tk-ticket (tkt-idx)       delimited by size
                     " "                       delimited by size
                     tk-target (tkt-idx)       delimited by size
                     " "                       delimited by size
                     window-a                  delimited by size
                     "  "                      delimited by size
                     nt-stage (snt-idx)        delimited by size
                     " notice to "             delimited by size
                     nt-team (snt-idx)         delimited by space
                     " "                       delimited by size
                     nt-status (snt-idx)       delimited by space
                     into rpt-line.
           perform Write-Coll-Line thru End-Write-Coll-Line.
       End-Check-One-Notice. exit.

       Write-Summary.
           move spaces to rpt-line.
           perform Write-Coll-Line thru End-Write-Coll-Line.
           if total-hits equal 0
              move "  no collisions in the period" to rpt-line
              perform Write-Coll-Line thru End-Write-Coll-Line
              go to End-Write-Summary.

           move overlap-count to hits-disp.
           move spaces to rpt-line.
           string "  overlapping tickets : " delimited by size
                  hits-disp                  delimited by size
                  into rpt-line.
           perform Write-Coll-Line thru End-Write-Coll-Line.
           move blackout-hits to hits-disp.
           move spaces to rpt-line.
           string "  blackout conflicts  : " delimited by size
                  hits-disp                  delimited by size
                  into rpt-line.
           perform Write-Coll-Line thru End-Write-Coll-Line.
           move schedule-hits to hits-disp.
           move spaces to rpt-line.
           string "  scheduled runs hit  : " delimited by size
                  hits-disp                  delimited by size
                  into rpt-line.
           perform Write-Coll-Line thru End-Write-Coll-Line.
           move calendar-hits to hits-disp.
           move spaces to rpt-line.
           string "  holiday / month-end : " delimited by size
                  hits-disp                  delimited by size
                  into rpt-line.
           perform Write-Coll-Line thru End-Write-Coll-Line.
           move maintreg-hits to hits-disp.
           move spaces to rpt-line.
           string "  already registered  : " delimited by size
                  hits-disp                  delimited by size
                  into rpt-line.
           perform Write-Coll-Line thru End-Write-Coll-Line.
           move notice-hits to hits-disp.
           move spaces to rpt-line.
           string "  notices late/owed   : " delimited by size
                  hits-disp                  delimited by size
                  into rpt-line.
           perform Write-Coll-Line thru End-Write-Coll-Line.
       End-Write-Summary. exit.

       Write-Coll-Line.
           write coll-rpt-rec from rpt-line.
           display rpt-line (1:110).
       End-Write-Coll-Line. exit.
