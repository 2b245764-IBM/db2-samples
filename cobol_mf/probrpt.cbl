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
      ** SOURCE FILE NAME: probrpt.cbl
      **
      ** SAMPLE: Monthly open-problem report by incident minutes
      **
      **         relrpt.cbl ranks the components that keep breaking;
      **         this ranks the problems behind them.  For a prompted
      **         month it lists every problem in PROBLEM.DAT not yet
      **         CLOSED (see probmnt.cbl) with the incidents linked to
      **         it and the outage minutes they cost -- in the month
      **         and since the problem was opened -- highest monthly
      **         cost first, so the review spends its time on the
      **         problem costing the most.  An incident still OPEN is
      **         costed up to the time of this run through the shared
      **         date/time service (dtserv.cbl).  Each problem's fix
      **         status and workaround are shown beneath it, and a
      **         problem with nothing linked is flagged.
      **
      ** INPUT FILES: PROBLEM.DAT  (problem records and links)
      **              INCIDENT.DAT (incident records with durations)
      ** OUTPUT FILE: PROBRPT.RPT  (monthly open-problem report)
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
       Program-Id. "probrpt".

       Environment Division.
       Input-Output Section.
       File-Control.
           select problem-file assign to "PROBLEM.DAT"
               organization is line sequential
               file status is problem-fs.
           select incident-file assign to "INCIDENT.DAT"
               organization is line sequential
               file status is incident-fs.
           select prob-rpt assign to "PROBRPT.RPT"
               organization is line sequential.

       Data Division.
       File Section.
       FD  problem-file.
       01  problem-rec.
           05 pb-type         pic x.
           05 filler          pic x.
           05 pb-id           pic x(8).
           05 filler          pic x.
           05 pb-status       pic x(8).
           05 filler          pic x.
           05 pb-fix          pic x(8).
           05 filler          pic x.
           05 pb-opened       pic x(8).
           05 filler          pic x.
           05 pb-opened-by    pic x(8).
           05 filler          pic x.
           05 pb-title        pic x(40).
           05 filler          pic x.
           05 pb-cause        pic x(60).
           05 filler          pic x.
           05 pb-workaround   pic x(60).
       01  link-rec.
           05 lk-type         pic x.
           05 filler          pic x.
           05 lk-id           pic x(8).
           05 filler          pic x.
           05 lk-value        pic x(20).
           05 filler          pic x.
           05 lk-open-ts      pic x(17).

       FD  incident-file.
       01  incident-rec.
           05 ir-component    pic x(20).
           05 filler          pic x(2).
           05 ir-status       pic x(8).
           05 filler          pic x(2).
           05 ir-open-ts      pic x(17).
           05 filler          pic x(2).
           05 ir-close-ts     pic x(17).
           05 filler          pic x(2).
           05 ir-fail-count   pic 9(4).
           05 filler          pic x(2).
           05 ir-duration     pic 9(6).

       FD  prob-rpt.
       01  prob-rpt-rec       pic x(132).

       Working-Storage Section.

       copy "sqldtsrv.cbl".

      * Local variables
       77 problem-fs          pic xx.
       77 incident-fs         pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 report-month        pic 9(6).
       77 record-month        pic 9(6).
       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).

      * the open problems and what their incidents have cost
       77 prob-count          pic 9(4) comp-5 value 0.
       01 prob-table.
          05 prob-entry occurs 200 times.
             10 pt-id         pic x(8).
             10 pt-status     pic x(8).
             10 pt-fix        pic x(8).
             10 pt-opened     pic x(8).
             10 pt-title      pic x(40).
             10 pt-workaround pic x(60).
             10 pt-links      pic 9(4) comp-5.
             10 pt-month-incs pic 9(4) comp-5.
             10 pt-month-mins pic 9(9) comp-5.
             10 pt-total-incs pic 9(4) comp-5.
             10 pt-total-mins pic 9(9) comp-5.
       01 swap-entry.
          05 sw-id            pic x(8).
          05 sw-status        pic x(8).
          05 sw-fix           pic x(8).
          05 sw-opened        pic x(8).
          05 sw-title         pic x(40).
          05 sw-workaround    pic x(60).
          05 sw-links         pic 9(4) comp-5.
          05 sw-month-incs    pic 9(4) comp-5.
          05 sw-month-mins    pic 9(9) comp-5.
          05 sw-total-incs    pic 9(4) comp-5.
          05 sw-total-mins    pic 9(9) comp-5.

      * the incident links, by component and opening time
       77 link-count          pic 9(4) comp-5 value 0.
       01 link-table.
          05 link-entry occurs 600 times.
             10 lt-id         pic x(8).
             10 lt-component  pic x(20).
             10 lt-open-ts    pic x(17).

       77 prob-idx            pic 9(4) comp-5.
       77 link-idx            pic 9(4) comp-5.
       77 scan-idx            pic 9(4) comp-5.
       77 high-idx            pic 9(4) comp-5.
       77 hit-idx             pic 9(4) comp-5.
       77 incident-mins       pic 9(9) comp-5.
       77 month-mins-sum      pic 9(9) comp-5 value 0.

       77 minc-disp           pic z(3)9.
       77 mmin-disp           pic z(7)9.
       77 tinc-disp           pic z(3)9.
       77 tmin-disp           pic z(7)9.
       77 sum-disp            pic z(8)9.
       01 rpt-line            pic x(132).

       Procedure Division.
       probrpt-pgm section.

           display "Sample COBOL Program : PROBRPT.CBL".

           display "report month (YYYYMM) : " with no advancing.
           accept report-month.
           display " ".

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           open input problem-file.
           if problem-fs equal "35"
              display "PROBLEM.DAT not found -- nothing to report"
              go to end-probrpt.

           move "N" to file-eof.
           perform Load-One-Problem thru End-Load-One-Problem
               until no-more-records.
           close problem-file.

           if prob-count equal 0
              display "no open problems on file"
              go to end-probrpt.

           open input incident-file.
           if incident-fs not equal "35"
              move "N" to file-eof
              perform Cost-One-Incident thru End-Cost-One-Incident
                  until no-more-records
              close incident-file.

           perform Rank-Problems thru End-Rank-Problems.

           open output prob-rpt.
           move spaces to rpt-line.
           string "--- open problems by incident minutes, month "
                     delimited by size
                  report-month delimited by size
                  " ---"       delimited by size
                  into rpt-line.
           perform Write-Prob-Line thru End-Write-Prob-Line.
           move spaces to rpt-line.
           perform Write-Prob-Line thru End-Write-Prob-Line.

           perform Report-One-Problem thru End-Report-One-Problem
               varying prob-idx from 1 by 1
               until prob-idx is greater than prob-count.

           move month-mins-sum to sum-disp.
           move spaces to rpt-line.
           string "  total incident minutes on open problems this "
                     delimited by size
                  "month:"     delimited by size
                  sum-disp     delimited by size
                  into rpt-line.
           perform Write-Prob-Line thru End-Write-Prob-Line.
           close prob-rpt.

           display " ".
           display prob-count, " open problem(s) ranked -- see ",
              "PROBRPT.RPT".

       end-probrpt. stop run.

      ***********************************************************************
      * Load-One-Problem keeps every problem not yet CLOSED, and every
      * incident link; SQLCODE links cost no minutes of their own.
      ***********************************************************************
       Load-One-Problem.
           read problem-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Problem
           end-read.

           if pb-type equal "P"
              if pb-status not equal "CLOSED"
                 and prob-count is less than 200
                 add 1 to prob-count
                 move pb-id         to pt-id (prob-count)
                 move pb-status     to pt-status (prob-count)
                 move pb-fix        to pt-fix (prob-count)
                 move pb-opened     to pt-opened (prob-count)
                 move pb-title      to pt-title (prob-count)
                 move pb-workaround to pt-workaround (prob-count)
                 move 0 to pt-links (prob-count)
                 move 0 to pt-month-incs (prob-count)
                 move 0 to pt-month-mins (prob-count)
                 move 0 to pt-total-incs (prob-count)
                 move 0 to pt-total-mins (prob-count)
              end-if
              go to End-Load-One-Problem.

           if lk-type not equal "I"
              go to End-Load-One-Problem.
           if link-count is less than 600
              add 1 to link-count
              move lk-id      to lt-id (link-count)
              move lk-value   to lt-component (link-count)
              move lk-open-ts to lt-open-ts (link-count).
       End-Load-One-Problem. exit.

      ***********************************************************************
      * Cost-One-Incident charges one incident's minutes to the open
      * problem it is linked to -- a closed incident at its measured
      * duration, an open one up to now.
      ***********************************************************************
       Cost-One-Incident.
           read incident-file
               at end
                  move "Y" to file-eof
                  go to End-Cost-One-Incident
           end-read.

           if ir-component equal spaces
              go to End-Cost-One-Incident.

           move 0 to hit-idx.
           perform Match-One-Link thru End-Match-One-Link
               varying link-idx from 1 by 1
               until link-idx is greater than link-count
                  or hit-idx is greater than 0.
           if hit-idx equal 0
              go to End-Cost-One-Incident.

           if ir-status equal "CLOSED"
              if ir-duration numeric
                 move ir-duration to incident-mins
              else
                 move 0 to incident-mins
              end-if
           else
              move ir-open-ts to DT-FROM-TS
              move now-ts to DT-TO-TS
              call "dtserv" using DTSERV-AREA
              if DT-VALID-SW not equal "Y"
                 or DT-MINUTES is less than 0
                 move 0 to incident-mins
              else
                 move DT-MINUTES to incident-mins
              end-if
           end-if.

           add 1 to pt-links (hit-idx).
           add 1 to pt-total-incs (hit-idx).
           add incident-mins to pt-total-mins (hit-idx).

           if ir-open-ts (1:6) not numeric
              go to End-Cost-One-Incident.
           move ir-open-ts (1:6) to record-month.
           if record-month equal report-month
              add 1 to pt-month-incs (hit-idx)
              add incident-mins to pt-month-mins (hit-idx)
              add incident-mins to month-mins-sum.
       End-Cost-One-Incident. exit.

       Match-One-Link.
           if lt-component (link-idx) not equal ir-component
              or lt-open-ts (link-idx) not equal ir-open-ts
              go to End-Match-One-Link.
           perform Find-Link-Problem thru End-Find-Link-Problem
               varying prob-idx from 1 by 1
               until prob-idx is greater than prob-count
                  or hit-idx is greater than 0.
       End-Match-One-Link. exit.

       Find-Link-Problem.
           if pt-id (prob-idx) equal lt-id (link-idx)
              move prob-idx to hit-idx.
       End-Find-Link-Problem. exit.

      ***********************************************************************
      * Rank-Problems orders the problems by the month's incident
      * minutes, and by the minutes since opening on a tie.
      ***********************************************************************
       Rank-Problems.
           perform Rank-One-Slot thru End-Rank-One-Slot
               varying prob-idx from 1 by 1
               until prob-idx is not less than prob-count.
       End-Rank-Problems. exit.

       Rank-One-Slot.
           move prob-idx to high-idx.
           compute scan-idx = prob-idx + 1.
           perform Find-Costlier thru End-Find-Costlier
               varying scan-idx from scan-idx by 1
               until scan-idx is greater than prob-count.

           if high-idx not equal prob-idx
              move prob-entry (prob-idx) to swap-entry
              move prob-entry (high-idx) to prob-entry (prob-idx)
              move swap-entry to prob-entry (high-idx).
       End-Rank-One-Slot. exit.

       Find-Costlier.
           if pt-month-mins (scan-idx) is greater than
              pt-month-mins (high-idx)
              move scan-idx to high-idx
              go to End-Find-Costlier.
           if pt-month-mins (scan-idx) equal pt-month-mins (high-idx)
              and pt-total-mins (scan-idx) is greater than
                  pt-total-mins (high-idx)
              move scan-idx to high-idx.
       End-Find-Costlier. exit.

      ***********************************************************************
      * Report-One-Problem writes a problem's cost line -- incidents
      * and minutes in the month and since opening -- with its fix
      * status and workaround beneath it.
      ***********************************************************************
       Report-One-Problem.
           move pt-month-incs (prob-idx) to minc-disp.
           move pt-month-mins (prob-idx) to mmin-disp.
           move pt-total-incs (prob-idx) to tinc-disp.
           move pt-total-mins (prob-idx) to tmin-disp.

           move spaces to rpt-line.
           string "  "                   delimited by size
                  pt-id (prob-idx)       delimited by size
                  " "                    delimited by size
                  pt-status (prob-idx)   delimited by size
                  " month: inc="         delimited by size
                  minc-disp              delimited by size
                  " min="                delimited by size
                  mmin-disp              delimited by size
                  "  to date: inc="      delimited by size
                  tinc-disp              delimited by size
                  " min="                delimited by size
                  tmin-disp              delimited by size
                  "  "                   delimited by size
                  pt-title (prob-idx)    delimited by size
                  into rpt-line.
           perform Write-Prob-Line thru End-Write-Prob-Line.

           move spaces to rpt-line.
           if pt-workaround (prob-idx) equal spaces
              string "      opened "       delimited by size
                     pt-opened (prob-idx)  delimited by size
                     " fix="               delimited by size
                     pt-fix (prob-idx)     delimited by size
                     " workaround: (none recorded)"
                                           delimited by size
                     into rpt-line
           else
              string "      opened "       delimited by size
                     pt-opened (prob-idx)  delimited by size
                     " fix="               delimited by size
                     pt-fix (prob-idx)     delimited by size
                     " workaround: "       delimited by size
                     pt-workaround (prob-idx) delimited by size
                     into rpt-line.
           perform Write-Prob-Line thru End-Write-Prob-Line.

           if pt-links (prob-idx) equal 0
              move "      *** no incident linked -- nothing to cost ***"
                 to rpt-line
              perform Write-Prob-Line thru End-Write-Prob-Line.
       End-Report-One-Problem. exit.

       Write-Prob-Line.
           write prob-rpt-rec from rpt-line.
           display rpt-line (1:110).
       End-Write-Prob-Line. exit.
