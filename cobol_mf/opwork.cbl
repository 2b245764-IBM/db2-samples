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
      ** SOURCE FILE NAME: opwork.cbl
      **
      ** SAMPLE: Operator activity and workload report
      **
      **         How the work is spread across the operations team
      **         is written down in five places, none of which a shift
      **         supervisor reads side by side.  For a prompted period
      **         this program gathers them per operator:
      **
      **           OPERMENU.LOG  programs run from the console and how
      **                         often they failed (RETURN-CODE 8 or
      **                         more), per program
      **           OPSAUDIT.LOG  destructive actions by operation
      **                         class -- the AUTH records opsauth.cbl
      **                         writes when it lets a FORCE, STOP,
      **                         RESET, UNCAT, DROP, QUIESCE ... go
      **                         ahead (granted or under break-glass)
      **           ALERTHIS.DAT  alerts acknowledged, and the median
      **           ALERTACK.DAT  minutes from an alert's first
      **           ALERTQ.DAT    occurrence to its acknowledgement
      **                         (alert history first, then the acks
      **                         still on file, timed from the queue)
      **           OPJRNL.DAT    journal entries written
      **           HANDOVER.CKP  shift handovers given
      **
      **         Every one of those is an activity, placed in the
      **         shift its time falls in.  The report shows each
      **         operator's figures with the team totals and the share
      **         of the team's activity each operator carried, the
      **         activity by shift, the destructive actions by class,
      **         the programs each operator has had fail (who needs
      **         training on what), and anyone working far outside
      **         their own shift.  Shifts, each operator's own shift,
      **         and what counts as far outside come from OPWORK.CTL:
      **
      **           SHIFT    EARLY    0600 1359
      **           SHIFT    LATE     1400 2159
      **           SHIFT    NIGHT    2200 0559
      **           OPERATOR JSMITH   EARLY
      **           MARGIN   0120
      **
      **         the three shifts shown and a two-hour margin being
      **         what is used when the file gives none.  An activity
      **         more than MARGIN minutes before or after the
      **         operator's own shift is far outside it.
      **
      **         Destructive actions in a part of the period
      **         audarch.cbl has archived are read from the SEALED
      **         segments AUDARCH.CAT lists, ahead of the live
      **         OPSAUDIT.LOG; a part purged on retention is named,
      **         since its actions cannot be counted.
      **
      ** INPUT FILES:  OPERMENU.LOG (console session log)
      **               OPSAUDIT.LOG (operations audit trail)
      **               AUDARCH.CAT  (audit archive catalog)
      **               ALERTHIS.DAT (alert history)
      **               ALERTACK.DAT (acknowledgements)
      **               ALERTQ.DAT   (central alert queue)
      **               OPJRNL.DAT   (operator journal)
      **               HANDOVER.CKP (handovers given)
      **               OPWORK.CTL   (shifts and operators' own shifts)
      ** OUTPUT FILE:  OPWORK.RPT   (operator workload report)
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
       Program-Id. "opwork".

       Environment Division.
       Input-Output Section.
       File-Control.
           select session-log assign to "OPERMENU.LOG"
               organization is line sequential
               file status is session-fs.
           select audit-log assign to "OPSAUDIT.LOG"
               organization is line sequential
               file status is audit-fs.
           select hist-file assign to "ALERTHIS.DAT"
               organization is line sequential
               file status is hist-fs.
           select ack-file assign to "ALERTACK.DAT"
               organization is line sequential
               file status is ack-fs.
           select alert-queue assign to "ALERTQ.DAT"
               organization is line sequential
               file status is queue-fs.
           select jrnl-file assign to "OPJRNL.DAT"
               organization is line sequential
               file status is jrnl-fs.
           select ckp-file assign to "HANDOVER.CKP"
               organization is line sequential
               file status is ckp-fs.
           select control-file assign to "OPWORK.CTL"
               organization is line sequential
               file status is control-fs.
           select cat-file assign to "AUDARCH.CAT"
               organization is line sequential
               file status is cat-fs.
           select seg-file assign to dynamic seg-name
               organization is line sequential
               file status is seg-fs.

       Data Division.
       File Section.
       FD  session-log.
       01  session-log-rec.
           05 sl-timestamp    pic x(17).
           05 filler          pic x(2).
           05 sl-operator     pic x(8).
           05 filler          pic x(2).
           05 sl-program      pic x(10).
           05 filler          pic x(2).
           05 sl-retcode-lbl  pic x(8).
           05 sl-retcode      pic -(9)9.

       FD  audit-log.
       01  audit-log-rec.
           05 al-timestamp    pic x(17).
           05 filler          pic x(2).
           05 al-operator     pic x(8).
           05 filler          pic x(2).
           05 al-action       pic x(20).
           05 filler          pic x(2).
           05 al-target       pic x(18).
           05 filler          pic x(2).
           05 al-outcome      pic x(16).
           05 filler          pic x(60).

      * the audarch.cbl catalog line, as far as the count needs it
       FD  cat-file.
       01  cat-rec.
           05 ac-log          pic x(12).
           05 filler          pic x.
           05 ac-segment      pic x(14).
           05 filler          pic x.
           05 ac-from         pic 9(8).
           05 filler          pic x.
           05 ac-to           pic 9(8).
           05 filler          pic x(79).
           05 ac-state        pic x(6).

       FD  seg-file.
       01  seg-rec            pic x(150).
       01  seg-head.
           05 sg-tag          pic x(9).
           05 filler          pic x(141).

       FD  hist-file.
       01  hist-rec.
           05 ah-source       pic x(10).
           05 filler          pic x(2).
           05 ah-key          pic x(20).
           05 filler          pic x(2).
           05 ah-severity     pic x(8).
           05 filler          pic x(2).
           05 ah-count        pic 9(5).
           05 filler          pic x(2).
           05 ah-first        pic x(17).
           05 filler          pic x(2).
           05 ah-last         pic x(17).
           05 filler          pic x(2).
           05 ah-ack-oper     pic x(8).
           05 filler          pic x(2).
           05 ah-ack-ts       pic x(17).
           05 filler          pic x(100).

       FD  ack-file.
       01  ack-rec.
           05 ak-source       pic x(10).
           05 filler          pic x(2).
           05 ak-key          pic x(20).
           05 filler          pic x(2).
           05 ak-operator     pic x(8).
           05 filler          pic x(2).
           05 ak-timestamp    pic x(17).

       FD  alert-queue.
       01  alert-queue-rec.
           05 aq-timestamp    pic x(17).
           05 filler          pic x(2).
           05 aq-source       pic x(10).
           05 filler          pic x(2).
           05 aq-severity     pic x(8).
           05 filler          pic x(2).
           05 aq-key          pic x(20).
           05 filler          pic x(100).

       FD  jrnl-file.
       01  jrnl-rec.
           05 jr-timestamp    pic x(17).
           05 filler          pic x(2).
           05 jr-operator     pic x(8).
           05 filler          pic x(100).

       FD  ckp-file.
       01  ckp-rec.
           05 ck-timestamp    pic x(17).
           05 filler          pic x(2).
           05 ck-operator     pic x(8).

       FD  control-file.
       01  control-rec.
           05 ct-keyword      pic x(9).
           05 ct-name         pic x(8).
           05 filler          pic x.
           05 ct-arg1         pic x(8).
           05 filler          pic x(54).
      * a SHIFT line's start and end of shift, hhmm
       01  control-shift-rec.
           05 filler          pic x(18).
           05 cs-start        pic x(4).
           05 filler          pic x.
           05 cs-end          pic x(4).
           05 filler          pic x(53).

       Working-Storage Section.

       copy "sqlrptw.cbl".
       copy "sqldtsrv.cbl".

      * Local variables
       77 session-fs          pic xx.
       77 audit-fs            pic xx.
       77 hist-fs             pic xx.
       77 ack-fs              pic xx.
       77 queue-fs            pic xx.
       77 jrnl-fs             pic xx.
       77 ckp-fs              pic xx.
       77 control-fs          pic xx.
       77 cat-fs              pic xx.
       77 seg-fs              pic xx.
       77 seg-name            pic x(14).
       77 cat-eof             pic x.
           88 no-more-segments    value "Y".
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 period-from         pic 9(8).
       77 period-to           pic 9(8).
       77 now-date            pic 9(8).

      * the shifts, and how far outside one's own shift is far;
      * slot 5 holds activity falling in no shift
       77 shift-count         pic 9(4) comp-5 value 3.
       01 shift-table.
          05 shift-entry occurs 5 times.
             10 sh-name       pic x(8).
             10 sh-start      pic 9(4).
             10 sh-end        pic 9(4).
             10 sh-total      pic 9(6) comp-5.
       77 shift-idx           pic 9(4) comp-5.
       77 shift-set-sw        pic x value "N".
       77 margin-mins         pic 9(4) value 0120.

      * the operators and their figures
       77 op-count            pic 9(4) comp-5 value 0.
       01 op-table.
          05 op-entry occurs 50 times.
             10 op-id         pic x(8).
             10 op-home-name  pic x(8).
             10 op-home-idx   pic 9(4) comp-5.
             10 op-runs       pic 9(6) comp-5.
             10 op-fails      pic 9(6) comp-5.
             10 op-destr      pic 9(6) comp-5.
             10 op-acks       pic 9(6) comp-5.
             10 op-median     pic 9(6) comp-5.
             10 op-journal    pic 9(6) comp-5.
             10 op-handovers  pic 9(6) comp-5.
             10 op-total      pic 9(6) comp-5.
             10 op-off-shift  pic 9(6) comp-5.
             10 op-off-first  pic x(17).
             10 op-shift-acts pic 9(6) comp-5 occurs 5 times.
             10 op-class-acts pic 9(6) comp-5 occurs 12 times.
       77 op-idx              pic 9(4) comp-5.
       77 scan-idx            pic 9(4) comp-5.
       77 look-operator       pic x(8).

      * destructive operation classes seen
       77 class-count         pic 9(4) comp-5 value 0.
       01 class-table.
          05 class-name       pic x(8) occurs 12 times.
       77 class-idx           pic 9(4) comp-5.
       77 look-class          pic x(8).

      * programs run, per operator
       77 prog-count          pic 9(4) comp-5 value 0.
       01 prog-table.
          05 prog-entry occurs 400 times.
             10 pg-op-idx     pic 9(4) comp-5.
             10 pg-program    pic x(10).
             10 pg-runs       pic 9(6) comp-5.
             10 pg-fails      pic 9(6) comp-5.
       77 prog-idx            pic 9(4) comp-5.
       77 run-retcode         pic s9(9) comp-5.

      * acknowledgements: operator, alert, when, and minutes taken
       77 ack-count           pic 9(4) comp-5 value 0.
       01 ack-table.
          05 ack-entry occurs 2000 times.
             10 ac-op-idx     pic 9(4) comp-5.
             10 ac-source     pic x(10).
             10 ac-key        pic x(20).
             10 ac-ack-ts     pic x(17).
             10 ac-first-ts   pic x(17).
             10 ac-mins       pic 9(6) comp-5.
       77 ack-idx             pic 9(4) comp-5.
       77 dup-sw              pic x.

      * one operator's ack times, in order, for the median
       77 med-count           pic 9(4) comp-5.
       01 med-table.
          05 med-mins         pic 9(6) comp-5 occurs 2000 times.
       77 med-idx             pic 9(4) comp-5.
       77 low-idx             pic 9(4) comp-5.
       77 med-swap            pic 9(6) comp-5.
       77 med-quot            pic 9(4) comp-5.
       77 med-rem             pic 9(4) comp-5.

      * one activity being counted
       77 ev-ts               pic x(17).
       77 ev-hh               pic 9(2).
       77 ev-mm               pic 9(2).
       77 ev-mins             pic 9(4) comp-5.
       77 sh-start-mins       pic 9(4) comp-5.
       77 sh-end-mins         pic 9(4) comp-5.
       77 sh-len              pic 9(4) comp-5.
       77 rel-mins            pic 9(4) comp-5.
       77 rel-quot            pic 9(4) comp-5.
       77 within-sw           pic x.
       01 work-hhmm           pic 9(4).
       01 work-hhmm-parts redefines work-hhmm.
          05 work-hh          pic 9(2).
          05 work-mm          pic 9(2).

       77 team-runs           pic 9(6) comp-5 value 0.
       77 team-fails          pic 9(6) comp-5 value 0.
       77 team-destr          pic 9(6) comp-5 value 0.
       77 team-acks           pic 9(6) comp-5 value 0.
       77 team-journal        pic 9(6) comp-5 value 0.
       77 team-handovers      pic 9(6) comp-5 value 0.
       77 team-total          pic 9(6) comp-5 value 0.
       77 team-off-shift      pic 9(6) comp-5 value 0.
       77 unnamed-handovers   pic 9(6) comp-5 value 0.

       77 count-disp          pic z(5)9.
       77 pct-disp            pic zz9.
       77 pct-work            pic 9(3).
       77 line-ptr            pic 9(4) comp-5.
       77 shown-count         pic 9(4) comp-5.

       Procedure Division.
       opwork-pgm section.

           display "Sample COBOL Program : OPWORK.CBL".

           accept now-date from date yyyymmdd.
           display "period start (YYYYMMDD) : " with no advancing.
           accept period-from.
           display "period end   (YYYYMMDD) : " with no advancing.
           accept period-to.
           display " ".

      * no period given means this month to date
           if period-from not numeric or period-from equal 0
              move now-date to period-from
              move "01" to period-from (7:2).
           if period-to not numeric or period-to equal 0
              move now-date to period-to.
           if period-to is less than period-from
              display "period end ", period-to, " is before its ",
                 "start ", period-from
              move 8 to return-code
              go to end-opwork.

           move "EARLY"  to sh-name (1).
           move 0600     to sh-start (1).
           move 1359     to sh-end (1).
           move "LATE"   to sh-name (2).
           move 1400     to sh-start (2).
           move 2159     to sh-end (2).
           move "NIGHT"  to sh-name (3).
           move 2200     to sh-start (3).
           move 0559     to sh-end (3).
           perform Load-Control thru End-Load-Control.
           perform Resolve-Home-Shift thru End-Resolve-Home-Shift
               varying op-idx from 1 by 1
               until op-idx is greater than op-count.

           perform Count-Runs thru End-Count-Runs.
           perform Count-Audit thru End-Count-Audit.
           perform Count-Acks thru End-Count-Acks.
           perform Count-Journal thru End-Count-Journal.
           perform Count-Handovers thru End-Count-Handovers.

           perform Median-One-Operator thru End-Median-One-Operator
               varying op-idx from 1 by 1
               until op-idx is greater than op-count.

           perform Write-Report thru End-Write-Report.

           display op-count, " operator(s), ", team-total,
              " activities -- see OPWORK.RPT".

       end-opwork. stop run.

      ***********************************************************************
      * Load-Control reads the shifts, each operator's own shift, and
      * the margin; the first SHIFT line replaces the default shifts.
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

           if ct-keyword equal "MARGIN"
              if ct-name (1:4) numeric
                 move ct-name (1:4) to margin-mins
              else
                 display "OPWORK.CTL MARGIN value is not numeric ",
                    "-- ignored"
              end-if
              go to End-Load-One-Control.

           if ct-keyword equal "OPERATOR"
              move ct-name to look-operator
              perform Find-Operator thru End-Find-Operator
              if op-idx not equal 0
                 move ct-arg1 to op-home-name (op-idx)
              end-if
              go to End-Load-One-Control.

           if ct-keyword not equal "SHIFT"
              display "OPWORK.CTL keyword ", ct-keyword,
                 " not recognised -- ignored"
              go to End-Load-One-Control.

           if cs-start not numeric or cs-end not numeric
              display "OPWORK.CTL shift ", ct-name, " times are not ",
                 "numeric -- ignored"
              go to End-Load-One-Control.
           if shift-set-sw not equal "Y"
              move "Y" to shift-set-sw
              move 0 to shift-count.
           if shift-count is not less than 4
              display "OPWORK.CTL holds more than 4 shifts -- ",
                 ct-name, " ignored"
              go to End-Load-One-Control.
           add 1 to shift-count.
           move ct-name       to sh-name (shift-count).
           move cs-start      to sh-start (shift-count).
           move cs-end        to sh-end (shift-count).
       End-Load-One-Control. exit.

       Resolve-Home-Shift.
           move 0 to op-home-idx (op-idx).
           perform Match-Home-Shift thru End-Match-Home-Shift
               varying shift-idx from 1 by 1
               until shift-idx is greater than shift-count.
           if op-home-name (op-idx) not equal spaces
              and op-home-idx (op-idx) equal 0
              display "OPWORK.CTL gives ", op-id (op-idx),
                 " shift ", op-home-name (op-idx),
                 " which is not defined".
       End-Resolve-Home-Shift. exit.

       Match-Home-Shift.
           if sh-name (shift-idx) equal op-home-name (op-idx)
              move shift-idx to op-home-idx (op-idx).
       End-Match-Home-Shift. exit.

      ***********************************************************************
      * Find-Operator returns the slot of look-operator in op-idx,
      * adding the operator when new; 0 when the table is full.
      ***********************************************************************
       Find-Operator.
           move 0 to op-idx.
           perform Match-Operator thru End-Match-Operator
               varying scan-idx from 1 by 1
               until scan-idx is greater than op-count
                  or op-idx is not equal 0.
           if op-idx not equal 0
              go to End-Find-Operator.
           if op-count is not less than 50
              go to End-Find-Operator.

           add 1 to op-count.
           move op-count to op-idx.
           initialize op-entry (op-idx).
           move look-operator to op-id (op-idx).
       End-Find-Operator. exit.

       Match-Operator.
           if op-id (scan-idx) equal look-operator
              move scan-idx to op-idx.
       End-Match-Operator. exit.

      ***********************************************************************
      * Count-Activity places one activity -- ev-ts by the operator in
      * op-idx -- in its shift, and checks it against the operator's
      * own shift.
      ***********************************************************************
       Count-Activity.
           add 1 to op-total (op-idx).
           add 1 to team-total.

           move ev-ts (10:2) to ev-hh.
           move ev-ts (12:2) to ev-mm.
           compute ev-mins = (ev-hh * 60) + ev-mm.

           move 5 to shift-idx.
           perform Place-In-Shift thru End-Place-In-Shift
               varying scan-idx from 1 by 1
               until scan-idx is greater than shift-count
                  or shift-idx is not equal 5.
           if shift-idx equal 5
              move "OTHER" to sh-name (5).
           add 1 to op-shift-acts (op-idx, shift-idx).
           add 1 to sh-total (shift-idx).

           if op-home-idx (op-idx) equal 0
              go to End-Count-Activity.
           move op-home-idx (op-idx) to scan-idx.
           perform Measure-Shift thru End-Measure-Shift.
           if rel-mins is not greater than sh-len + margin-mins
              or rel-mins is not less than 1440 - margin-mins
              go to End-Count-Activity.

           add 1 to op-off-shift (op-idx).
           add 1 to team-off-shift.
           if op-off-first (op-idx) equal spaces
              move ev-ts to op-off-first (op-idx).
       End-Count-Activity. exit.

       Place-In-Shift.
           perform Measure-Shift thru End-Measure-Shift.
           if rel-mins is not greater than sh-len
              move scan-idx to shift-idx.
       End-Place-In-Shift. exit.

      * Measure-Shift gives the shift's length and the activity's
      * minutes past the shift start, both around the clock, so a
      * shift crossing midnight needs no special case
       Measure-Shift.
           move sh-start (scan-idx) to work-hhmm.
           compute sh-start-mins =
              (work-hh * 60) + work-mm.
           move sh-end (scan-idx) to work-hhmm.
           compute sh-end-mins =
              (work-hh * 60) + work-mm.
           compute rel-quot = sh-end-mins + 1440 - sh-start-mins.
           divide rel-quot by 1440 giving rel-quot remainder sh-len.
           compute rel-quot = ev-mins + 1440 - sh-start-mins.
           divide rel-quot by 1440 giving rel-quot remainder rel-mins.
       End-Measure-Shift. exit.

      ***********************************************************************
      * Count-Runs takes the programs run from the console.
      ***********************************************************************
       Count-Runs.
           open input session-log.
           if session-fs equal "35"
              display "OPERMENU.LOG not found -- no console runs"
              go to End-Count-Runs.

           move "N" to file-eof.
           perform Count-One-Run thru End-Count-One-Run
               until no-more-records.
           close session-log.
           move "N" to file-eof.
       End-Count-Runs. exit.

       Count-One-Run.
           read session-log
               at end
                  move "Y" to file-eof
                  go to End-Count-One-Run
           end-read.

           if sl-timestamp (1:8) not numeric
              or sl-operator equal spaces
              go to End-Count-One-Run.
           if sl-timestamp (1:8) is less than period-from
              or sl-timestamp (1:8) is greater than period-to
              go to End-Count-One-Run.

           move sl-operator to look-operator.
           perform Find-Operator thru End-Find-Operator.
           if op-idx equal 0
              go to End-Count-One-Run.

           move sl-retcode to run-retcode.
           add 1 to op-runs (op-idx).
           add 1 to team-runs.
           if run-retcode is not less than 8
              add 1 to op-fails (op-idx)
              add 1 to team-fails.

           move 0 to prog-idx.
           perform Match-Program thru End-Match-Program
               varying scan-idx from 1 by 1
               until scan-idx is greater than prog-count
                  or prog-idx is not equal 0.
           if prog-idx equal 0 and prog-count is less than 400
              add 1 to prog-count
              move prog-count to prog-idx
              move op-idx     to pg-op-idx (prog-idx)
              move sl-program to pg-program (prog-idx)
              move 0 to pg-runs (prog-idx)
              move 0 to pg-fails (prog-idx).
           if prog-idx not equal 0
              add 1 to pg-runs (prog-idx)
              if run-retcode is not less than 8
                 add 1 to pg-fails (prog-idx)
              end-if
           end-if.

           move sl-timestamp to ev-ts.
           perform Count-Activity thru End-Count-Activity.
       End-Count-One-Run. exit.

       Match-Program.
           if pg-op-idx (scan-idx) equal op-idx
              and pg-program (scan-idx) equal sl-program
              move scan-idx to prog-idx.
       End-Match-Program. exit.

      ***********************************************************************
      * Count-Audit takes the destructive actions: the operation
      * classes opsauth.cbl let an operator go ahead with.
      ***********************************************************************
       Count-Audit.
           perform Count-Audit-Segments thru End-Count-Audit-Segments.

           open input audit-log.
           if audit-fs equal "35"
              display "OPSAUDIT.LOG not found -- no destructive actions"
              go to End-Count-Audit.

           move "N" to file-eof.
           perform Count-One-Audit thru End-Count-One-Audit
               until no-more-records.
           close audit-log.
           move "N" to file-eof.
       End-Count-Audit. exit.

       Count-One-Audit.
           read audit-log
               at end
                  move "Y" to file-eof
                  go to End-Count-One-Audit
           end-read.
           perform Count-Audit-Record thru End-Count-Audit-Record.
       End-Count-One-Audit. exit.

      * one OPSAUDIT record, from the live file or a segment
       Count-Audit-Record.
           if al-action equal "CARRY FORWARD"
              go to End-Count-Audit-Record.
           if al-action (1:5) not equal "AUTH "
              or al-operator equal spaces
              go to End-Count-Audit-Record.
           if al-outcome not equal "GRANTED"
              and al-outcome not equal "BREAK-GLASS"
              go to End-Count-Audit-Record.
           if al-timestamp (1:8) is less than period-from
              or al-timestamp (1:8) is greater than period-to
              go to End-Count-Audit-Record.

           move al-operator to look-operator.
           perform Find-Operator thru End-Find-Operator.
           if op-idx equal 0
              go to End-Count-Audit-Record.

           move al-action (6:8) to look-class.
           move 0 to class-idx.
           perform Match-Class thru End-Match-Class
               varying scan-idx from 1 by 1
               until scan-idx is greater than class-count
                  or class-idx is not equal 0.
           if class-idx equal 0 and class-count is less than 12
              add 1 to class-count
              move class-count to class-idx
              move look-class to class-name (class-idx).
           if class-idx not equal 0
              add 1 to op-class-acts (op-idx, class-idx).
           add 1 to op-destr (op-idx).
           add 1 to team-destr.

           move al-timestamp to ev-ts.
           perform Count-Activity thru End-Count-Activity.
       End-Count-Audit-Record. exit.

      ***********************************************************************
      * Count-Audit-Segments reads the archived OPSAUDIT.LOG segments
      * whose period overlaps the one reported, in the order
      * AUDARCH.CAT lists them.  A part of the period that can no
      * longer be read is named, since its actions are not counted.
      ***********************************************************************
       Count-Audit-Segments.
           open input cat-file.
           if cat-fs equal "35"
              go to End-Count-Audit-Segments.

           move "N" to cat-eof.
           perform Count-One-Segment thru End-Count-One-Segment
               until no-more-segments.
           close cat-file.
           move "N" to file-eof.
       End-Count-Audit-Segments. exit.

       Count-One-Segment.
           read cat-file
               at end
                  move "Y" to cat-eof
                  go to End-Count-One-Segment
           end-read.
           if ac-log not equal "OPSAUDIT.LOG"
              go to End-Count-One-Segment.
           if ac-to is less than period-from
              or ac-from is greater than period-to
              go to End-Count-One-Segment.

           if ac-state not equal "SEALED"
              display "*** ", ac-log, " ", ac-from, " to ", ac-to,
                 " purged on retention -- its actions are not counted"
              go to End-Count-One-Segment.

           move ac-segment to seg-name.
           open input seg-file.
           if seg-fs not equal "00"
              display "*** ", ac-segment, " is catalogued but not on ",
                 "file -- its actions are not counted"
              go to End-Count-One-Segment.

           move "N" to file-eof.
           perform Count-One-Seg-Record thru End-Count-One-Seg-Record
               until no-more-records.
           close seg-file.
       End-Count-One-Segment. exit.

       Count-One-Seg-Record.
           read seg-file
               at end
                  move "Y" to file-eof
                  go to End-Count-One-Seg-Record
           end-read.
           if sg-tag equal "*SEGMENT "
              or sg-tag equal "*SEALED  "
              go to End-Count-One-Seg-Record.
           move seg-rec to audit-log-rec.
           perform Count-Audit-Record thru End-Count-Audit-Record.
       End-Count-One-Seg-Record. exit.

       Match-Class.
           if class-name (scan-idx) equal look-class
              move scan-idx to class-idx.
       End-Match-Class. exit.

      ***********************************************************************
      * Count-Acks takes the acknowledgements in the alert history,
      * then those still on file that the history does not hold yet,
      * timing the latter from the alert's first occurrence in the
      * queue.
      ***********************************************************************
       Count-Acks.
           open input hist-file.
           if hist-fs not equal "35"
              move "N" to file-eof
              perform Take-One-History thru End-Take-One-History
                  until no-more-records
              close hist-file
              move "N" to file-eof.

           open input ack-file.
           if ack-fs not equal "35"
              move "N" to file-eof
              perform Take-One-Ack thru End-Take-One-Ack
                  until no-more-records
              close ack-file
              move "N" to file-eof.

           open input alert-queue.
           if queue-fs not equal "35"
              move "N" to file-eof
              perform Time-From-Queue thru End-Time-From-Queue
                  until no-more-records
              close alert-queue
              move "N" to file-eof.

           perform Credit-One-Ack thru End-Credit-One-Ack
               varying ack-idx from 1 by 1
               until ack-idx is greater than ack-count.
       End-Count-Acks. exit.

       Take-One-History.
           read hist-file
               at end
                  move "Y" to file-eof
                  go to End-Take-One-History
           end-read.

           if ah-ack-oper equal spaces or ah-ack-ts equal spaces
              go to End-Take-One-History.
           if ah-ack-ts (1:8) is less than period-from
              or ah-ack-ts (1:8) is greater than period-to
              go to End-Take-One-History.
           if ack-count is not less than 2000
              go to End-Take-One-History.

           move ah-ack-oper to look-operator.
           perform Find-Operator thru End-Find-Operator.
           if op-idx equal 0
              go to End-Take-One-History.

           add 1 to ack-count.
           move op-idx    to ac-op-idx (ack-count).
           move ah-source to ac-source (ack-count).
           move ah-key    to ac-key (ack-count).
           move ah-ack-ts to ac-ack-ts (ack-count).
           move ah-first  to ac-first-ts (ack-count).
       End-Take-One-History. exit.

       Take-One-Ack.
           read ack-file
               at end
                  move "Y" to file-eof
                  go to End-Take-One-Ack
           end-read.

           if ak-operator equal spaces or ak-timestamp equal spaces
              go to End-Take-One-Ack.
           if ak-timestamp (1:8) is less than period-from
              or ak-timestamp (1:8) is greater than period-to
              go to End-Take-One-Ack.
           if ack-count is not less than 2000
              go to End-Take-One-Ack.

      * the history keeps an ack once the alert is archived
           move "N" to dup-sw.
           perform Check-Dup-Ack thru End-Check-Dup-Ack
               varying ack-idx from 1 by 1
               until ack-idx is greater than ack-count
                  or dup-sw equal "Y".
           if dup-sw equal "Y"
              go to End-Take-One-Ack.

           move ak-operator to look-operator.
           perform Find-Operator thru End-Find-Operator.
           if op-idx equal 0
              go to End-Take-One-Ack.

           add 1 to ack-count.
           move op-idx       to ac-op-idx (ack-count).
           move ak-source    to ac-source (ack-count).
           move ak-key       to ac-key (ack-count).
           move ak-timestamp to ac-ack-ts (ack-count).
           move spaces       to ac-first-ts (ack-count).
       End-Take-One-Ack. exit.

       Check-Dup-Ack.
           if ac-source (ack-idx) equal ak-source
              and ac-key (ack-idx) equal ak-key
              and ac-ack-ts (ack-idx) equal ak-timestamp
              move "Y" to dup-sw.
       End-Check-Dup-Ack. exit.

       Time-From-Queue.
           read alert-queue
               at end
                  move "Y" to file-eof
                  go to End-Time-From-Queue
           end-read.

           if aq-timestamp equal spaces
              go to End-Time-From-Queue.
           perform Time-One-Ack thru End-Time-One-Ack
               varying ack-idx from 1 by 1
               until ack-idx is greater than ack-count.
       End-Time-From-Queue. exit.

       Time-One-Ack.
           if ac-source (ack-idx) not equal aq-source
              or ac-key (ack-idx) not equal aq-key
              go to End-Time-One-Ack.
           if aq-timestamp is greater than ac-ack-ts (ack-idx)
              go to End-Time-One-Ack.
           if ac-first-ts (ack-idx) equal spaces
              or aq-timestamp is less than ac-first-ts (ack-idx)
              move aq-timestamp to ac-first-ts (ack-idx).
       End-Time-One-Ack. exit.

       Credit-One-Ack.
           move ac-op-idx (ack-idx) to op-idx.
           add 1 to op-acks (op-idx).
           add 1 to team-acks.

           move 0 to ac-mins (ack-idx).
           if ac-first-ts (ack-idx) not equal spaces
              move ac-first-ts (ack-idx) to DT-FROM-TS
              move ac-ack-ts (ack-idx)   to DT-TO-TS
              call "dtserv" using DTSERV-AREA
              if DT-VALID-SW equal "Y" and DT-MINUTES is greater than 0
                 move DT-MINUTES to ac-mins (ack-idx)
              end-if
           end-if.

           move ac-ack-ts (ack-idx) to ev-ts.
           perform Count-Activity thru End-Count-Activity.
       End-Credit-One-Ack. exit.

      ***********************************************************************
      * Count-Journal and Count-Handovers take the journal entries
      * written and the handovers given.
      ***********************************************************************
       Count-Journal.
           open input jrnl-file.
           if jrnl-fs equal "35"
              go to End-Count-Journal.

           move "N" to file-eof.
           perform Count-One-Entry thru End-Count-One-Entry
               until no-more-records.
           close jrnl-file.
           move "N" to file-eof.
       End-Count-Journal. exit.

       Count-One-Entry.
           read jrnl-file
               at end
                  move "Y" to file-eof
                  go to End-Count-One-Entry
           end-read.

           if jr-timestamp (1:8) not numeric
              or jr-operator equal spaces
              go to End-Count-One-Entry.
           if jr-timestamp (1:8) is less than period-from
              or jr-timestamp (1:8) is greater than period-to
              go to End-Count-One-Entry.

           move jr-operator to look-operator.
           perform Find-Operator thru End-Find-Operator.
           if op-idx equal 0
              go to End-Count-One-Entry.
           add 1 to op-journal (op-idx).
           add 1 to team-journal.
           move jr-timestamp to ev-ts.
           perform Count-Activity thru End-Count-Activity.
       End-Count-One-Entry. exit.

       Count-Handovers.
           open input ckp-file.
           if ckp-fs equal "35"
              go to End-Count-Handovers.

           move "N" to file-eof.
           perform Count-One-Handover thru End-Count-One-Handover
               until no-more-records.
           close ckp-file.
           move "N" to file-eof.
       End-Count-Handovers. exit.

       Count-One-Handover.
           read ckp-file
               at end
                  move "Y" to file-eof
                  go to End-Count-One-Handover
           end-read.

           if ck-timestamp (1:8) not numeric
              go to End-Count-One-Handover.
           if ck-timestamp (1:8) is less than period-from
              or ck-timestamp (1:8) is greater than period-to
              go to End-Count-One-Handover.
           if ck-operator equal spaces
              add 1 to unnamed-handovers
              go to End-Count-One-Handover.

           move ck-operator to look-operator.
           perform Find-Operator thru End-Find-Operator.
           if op-idx equal 0
              go to End-Count-One-Handover.
           add 1 to op-handovers (op-idx).
           add 1 to team-handovers.
           move ck-timestamp to ev-ts.
           perform Count-Activity thru End-Count-Activity.
       End-Count-One-Handover. exit.

      ***********************************************************************
      * Median-One-Operator sorts one operator's timed acks and takes
      * the middle one, or the mean of the middle two.
      ***********************************************************************
       Median-One-Operator.
           move 0 to med-count.
           perform Gather-One-Ack thru End-Gather-One-Ack
               varying ack-idx from 1 by 1
               until ack-idx is greater than ack-count.
           move 0 to op-median (op-idx).
           if med-count equal 0
              go to End-Median-One-Operator.

           perform Sort-One-Slot thru End-Sort-One-Slot
               varying med-idx from 1 by 1
               until med-idx is not less than med-count.

           divide med-count by 2 giving med-quot remainder med-rem.
           if med-rem equal 1
              move med-mins (med-quot + 1) to op-median (op-idx)
           else
              compute op-median (op-idx) rounded =
                 (med-mins (med-quot) + med-mins (med-quot + 1)) / 2.
       End-Median-One-Operator. exit.

       Gather-One-Ack.
           if ac-op-idx (ack-idx) not equal op-idx
              or ac-first-ts (ack-idx) equal spaces
              go to End-Gather-One-Ack.
           add 1 to med-count.
           move ac-mins (ack-idx) to med-mins (med-count).
       End-Gather-One-Ack. exit.

       Sort-One-Slot.
           move med-idx to low-idx.
           perform Find-Lower thru End-Find-Lower
               varying scan-idx from med-idx by 1
               until scan-idx is greater than med-count.
           if low-idx not equal med-idx
              move med-mins (med-idx) to med-swap
              move med-mins (low-idx) to med-mins (med-idx)
              move med-swap to med-mins (low-idx).
       End-Sort-One-Slot. exit.

       Find-Lower.
           if med-mins (scan-idx) is less than med-mins (low-idx)
              move scan-idx to low-idx.
       End-Find-Lower. exit.

      ***********************************************************************
      * Write-Report prints the operator figures, the activity by
      * shift, the destructive actions by class, the programs that
      * failed, and the activity far outside each operator's shift.
      ***********************************************************************
       Write-Report.
           move "O" to RPTW-FUNCTION.
           move "OPWORK.RPT" to RPTW-FILE-NAME.
           move spaces to RPTW-TITLE.
           string "OPERATOR WORKLOAD " delimited by size
                  period-from          delimited by size
                  " TO "               delimited by size
                  period-to            delimited by size
                  into RPTW-TITLE.
           move spaces to RPTW-HEADING.
           string "OPERATOR    RUNS FAILED FAIL%  DESTR   ACKS "
                                       delimited by size
                  "MEDACK JOURNAL HANDOVR  TOTAL SHARE% OFFSHIFT"
                                       delimited by size
                  into RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           if op-count equal 0
              move "  no operator activity in the period" to RPTW-LINE
              perform Write-Rpt-Line thru End-Write-Rpt-Line.
           perform Write-Op-Line thru End-Write-Op-Line
               varying op-idx from 1 by 1
               until op-idx is greater than op-count.
           perform Write-Team-Line thru End-Write-Team-Line.
           if unnamed-handovers is greater than 0
              move unnamed-handovers to count-disp
              move spaces to RPTW-LINE
              string "  handovers with no operator named "
                                    delimited by size
                     count-disp     delimited by size
                     into RPTW-LINE
              perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move "  MEDACK is the median minutes from an alert's first "
              to RPTW-LINE.
           move "occurrence to its acknowledgement" to RPTW-LINE (54:).
           perform Write-Rpt-Line thru End-Write-Rpt-Line.

           perform Write-Shift-Section thru End-Write-Shift-Section.
           perform Write-Class-Section thru End-Write-Class-Section.
           perform Write-Fail-Section thru End-Write-Fail-Section.
           perform Write-Off-Section thru End-Write-Off-Section.

           move "C" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Report. exit.

       Write-Op-Line.
           move spaces to RPTW-LINE.
           move op-id (op-idx) to RPTW-LINE (1:8).
           move op-runs (op-idx) to count-disp.
           move count-disp to RPTW-LINE (10:6).
           move op-fails (op-idx) to count-disp.
           move count-disp to RPTW-LINE (17:6).
           move 0 to pct-work.
           if op-runs (op-idx) is greater than 0
              compute pct-work rounded =
                 (op-fails (op-idx) * 100) / op-runs (op-idx).
           move pct-work to pct-disp.
           move pct-disp to RPTW-LINE (25:3).
           move op-destr (op-idx) to count-disp.
           move count-disp to RPTW-LINE (29:6).
           move op-acks (op-idx) to count-disp.
           move count-disp to RPTW-LINE (36:6).
           move op-median (op-idx) to count-disp.
           move count-disp to RPTW-LINE (43:6).
           move op-journal (op-idx) to count-disp.
           move count-disp to RPTW-LINE (50:6).
           move op-handovers (op-idx) to count-disp.
           move count-disp to RPTW-LINE (58:6).
           move op-total (op-idx) to count-disp.
           move count-disp to RPTW-LINE (65:6).
           move 0 to pct-work.
           if team-total is greater than 0
              compute pct-work rounded =
                 (op-total (op-idx) * 100) / team-total.
           move pct-work to pct-disp.
           move pct-disp to RPTW-LINE (74:3).
           move op-off-shift (op-idx) to count-disp.
           move count-disp to RPTW-LINE (80:6).
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
       End-Write-Op-Line. exit.

       Write-Team-Line.
           move spaces to RPTW-LINE.
           move "TEAM" to RPTW-LINE (1:8).
           move team-runs to count-disp.
           move count-disp to RPTW-LINE (10:6).
           move team-fails to count-disp.
           move count-disp to RPTW-LINE (17:6).
           move 0 to pct-work.
           if team-runs is greater than 0
              compute pct-work rounded =
                 (team-fails * 100) / team-runs.
           move pct-work to pct-disp.
           move pct-disp to RPTW-LINE (25:3).
           move team-destr to count-disp.
           move count-disp to RPTW-LINE (29:6).
           move team-acks to count-disp.
           move count-disp to RPTW-LINE (36:6).
           move team-journal to count-disp.
           move count-disp to RPTW-LINE (50:6).
           move team-handovers to count-disp.
           move count-disp to RPTW-LINE (58:6).
           move team-total to count-disp.
           move count-disp to RPTW-LINE (65:6).
           move "100" to RPTW-LINE (74:3).
           move team-off-shift to count-disp.
           move count-disp to RPTW-LINE (80:6).
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
       End-Write-Team-Line. exit.

      ***********************************************************************
      * Write-Shift-Section shows each operator's activity by shift
      * with the share of the shift's work they carried, then the
      * team's totals by shift.
      ***********************************************************************
       Write-Shift-Section.
           move spaces to RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move "ACTIVITY BY SHIFT  (count and share of the shift)"
              to RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move spaces to RPTW-LINE.
           move "OPERATOR" to RPTW-LINE (1:8).
           move 12 to line-ptr.
           perform Write-Shift-Name thru End-Write-Shift-Name
               varying shift-idx from 1 by 1
               until shift-idx is greater than 5.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.

           perform Write-Op-Shift-Line thru End-Write-Op-Shift-Line
               varying op-idx from 1 by 1
               until op-idx is greater than op-count.

           move spaces to RPTW-LINE.
           move "TEAM" to RPTW-LINE (1:8).
           move 12 to line-ptr.
           perform Write-Team-Shift thru End-Write-Team-Shift
               varying shift-idx from 1 by 1
               until shift-idx is greater than 5.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
       End-Write-Shift-Section. exit.

       Write-Shift-Name.
           if shift-idx is greater than shift-count
              and (shift-idx not equal 5 or sh-total (5) equal 0)
              go to End-Write-Shift-Name.
           move sh-name (shift-idx) to RPTW-LINE (line-ptr:8).
           add 16 to line-ptr.
       End-Write-Shift-Name. exit.

       Write-Op-Shift-Line.
           move spaces to RPTW-LINE.
           move op-id (op-idx) to RPTW-LINE (1:8).
           move 12 to line-ptr.
           perform Write-Op-Shift thru End-Write-Op-Shift
               varying shift-idx from 1 by 1
               until shift-idx is greater than 5.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
       End-Write-Op-Shift-Line. exit.

       Write-Op-Shift.
           if shift-idx is greater than shift-count
              and (shift-idx not equal 5 or sh-total (5) equal 0)
              go to End-Write-Op-Shift.
           move op-shift-acts (op-idx, shift-idx) to count-disp.
           move count-disp to RPTW-LINE (line-ptr:6).
           move 0 to pct-work.
           if sh-total (shift-idx) is greater than 0
              compute pct-work rounded =
                 (op-shift-acts (op-idx, shift-idx) * 100)
                 / sh-total (shift-idx).
           move pct-work to pct-disp.
           move pct-disp to RPTW-LINE (line-ptr + 7:3).
           move "%" to RPTW-LINE (line-ptr + 10:1).
           add 16 to line-ptr.
       End-Write-Op-Shift. exit.

       Write-Team-Shift.
           if shift-idx is greater than shift-count
              and (shift-idx not equal 5 or sh-total (5) equal 0)
              go to End-Write-Team-Shift.
           move sh-total (shift-idx) to count-disp.
           move count-disp to RPTW-LINE (line-ptr:6).
           move 0 to pct-work.
           if team-total is greater than 0
              compute pct-work rounded =
                 (sh-total (shift-idx) * 100) / team-total.
           move pct-work to pct-disp.
           move pct-disp to RPTW-LINE (line-ptr + 7:3).
           move "%" to RPTW-LINE (line-ptr + 10:1).
           add 16 to line-ptr.
       End-Write-Team-Shift. exit.

      ***********************************************************************
      * Write-Class-Section lists each operator's destructive actions
      * by operation class.
      ***********************************************************************
       Write-Class-Section.
           move spaces to RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move "DESTRUCTIVE ACTIONS BY CLASS" to RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move 0 to shown-count.
           perform Write-Op-Classes thru End-Write-Op-Classes
               varying op-idx from 1 by 1
               until op-idx is greater than op-count.
           if shown-count equal 0
              move "  (none)" to RPTW-LINE
              perform Write-Rpt-Line thru End-Write-Rpt-Line.
       End-Write-Class-Section. exit.

       Write-Op-Classes.
           if op-destr (op-idx) equal 0
              go to End-Write-Op-Classes.
           add 1 to shown-count.
           move spaces to RPTW-LINE.
           move op-id (op-idx) to RPTW-LINE (1:8).
           move 12 to line-ptr.
           perform Write-One-Class thru End-Write-One-Class
               varying class-idx from 1 by 1
               until class-idx is greater than class-count.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
       End-Write-Op-Classes. exit.

       Write-One-Class.
           if op-class-acts (op-idx, class-idx) equal 0
              or line-ptr is greater than 116
              go to End-Write-One-Class.
           move class-name (class-idx) to RPTW-LINE (line-ptr:8).
           move op-class-acts (op-idx, class-idx) to count-disp.
           move count-disp to RPTW-LINE (line-ptr + 8:6).
           add 17 to line-ptr.
       End-Write-One-Class. exit.

      ***********************************************************************
      * Write-Fail-Section lists, per operator, the programs that ended
      * with RETURN-CODE 8 or more -- where training would help.
      ***********************************************************************
       Write-Fail-Section.
           move spaces to RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move "PROGRAM FAILURES BY OPERATOR  (RETURN-CODE 8 or more)"
              to RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move "OPERATOR  PROGRAM       RUNS FAILED FAIL%"
              to RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move 0 to shown-count.
           perform Write-Fail-Line thru End-Write-Fail-Line
               varying prog-idx from 1 by 1
               until prog-idx is greater than prog-count.
           if shown-count equal 0
              move "  (none)" to RPTW-LINE
              perform Write-Rpt-Line thru End-Write-Rpt-Line.
       End-Write-Fail-Section. exit.

       Write-Fail-Line.
           if pg-fails (prog-idx) equal 0
              go to End-Write-Fail-Line.
           add 1 to shown-count.
           move spaces to RPTW-LINE.
           move op-id (pg-op-idx (prog-idx)) to RPTW-LINE (1:8).
           move pg-program (prog-idx) to RPTW-LINE (11:10).
           move pg-runs (prog-idx) to count-disp.
           move count-disp to RPTW-LINE (22:6).
           move pg-fails (prog-idx) to count-disp.
           move count-disp to RPTW-LINE (29:6).
           compute pct-work rounded =
              (pg-fails (prog-idx) * 100) / pg-runs (prog-idx).
           move pct-work to pct-disp.
           move pct-disp to RPTW-LINE (37:3).
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
       End-Write-Fail-Line. exit.

      ***********************************************************************
      * Write-Off-Section lists the operators with activity far
      * outside their own shift, and the active operators OPWORK.CTL
      * gives no shift, who cannot be checked.
      ***********************************************************************
       Write-Off-Section.
           move spaces to RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move spaces to RPTW-LINE.
           string "ACTIVITY FAR OUTSIDE OWN SHIFT  (more than "
                                   delimited by size
                  margin-mins      delimited by size
                  " minutes before or after it)"
                                   delimited by size
                  into RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move 0 to shown-count.
           perform Write-Off-Line thru End-Write-Off-Line
               varying op-idx from 1 by 1
               until op-idx is greater than op-count.
           if shown-count equal 0
              move "  (none)" to RPTW-LINE
              perform Write-Rpt-Line thru End-Write-Rpt-Line.
       End-Write-Off-Section. exit.

       Write-Off-Line.
           if op-total (op-idx) equal 0
              go to End-Write-Off-Line.
           if op-home-idx (op-idx) not equal 0
              and op-off-shift (op-idx) equal 0
              go to End-Write-Off-Line.

           add 1 to shown-count.
           move spaces to RPTW-LINE.
           if op-home-idx (op-idx) equal 0
              string "  "           delimited by size
                     op-id (op-idx) delimited by size
                     "  has no shift in OPWORK.CTL -- not checked"
                                    delimited by size
                     into RPTW-LINE
              perform Write-Rpt-Line thru End-Write-Rpt-Line
              go to End-Write-Off-Line.

           move op-home-idx (op-idx) to shift-idx.
           move op-off-shift (op-idx) to count-disp.
           string "  "                  delimited by size
                  op-id (op-idx)        delimited by size
                  "  shift "            delimited by size
                  sh-name (shift-idx)   delimited by size
                  " "                   delimited by size
                  sh-start (shift-idx)  delimited by size
                  "-"                   delimited by size
                  sh-end (shift-idx)    delimited by size
                  "  "                  delimited by size
                  count-disp            delimited by size
                  " activities outside it, first at "
                                        delimited by size
                  op-off-first (op-idx) delimited by size
                  into RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
       End-Write-Off-Line. exit.

       Write-Rpt-Line.
           move "W" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Rpt-Line. exit.
