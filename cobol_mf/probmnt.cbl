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
      ** SOURCE FILE NAME: probmnt.cbl
      **
      ** SAMPLE: Problem record maintenance
      **
      **         INCIDENT.DAT records each outage, but the same
      **         component kept coming back in relrpt.cbl with no
      **         record of why or what the workaround was.  This
      **         program (reachable from opermenu.cbl) keeps the
      **         problem records in PROBLEM.DAT: open a problem,
      **         link incidents to it (picked from the component's
      **         incidents in INCIDENT.DAT) and SQLCODEs, and record
      **         its root cause, workaround, and permanent-fix status
      **         (NONE, PLANNED, TESTING, APPLIED).  A problem whose
      **         workaround is recorded becomes a KNOWN error; it is
      **         CLOSED by hand once the permanent fix has held.
      **         The known-error lookup (knownerr.cbl, which
      **         errinq.cbl, alertdsp.cbl, and incwksht.cbl also use)
      **         can be tried from here.  The file is rewritten only
      **         when the operator saves, and each save is recorded
      **         through opsaudit.cbl.  probrpt.cbl reports the open
      **         problems by the incident minutes they have cost.
      **
      ** INPUT/OUTPUT FILE: PROBLEM.DAT (problem records and links)
      ** INPUT FILE:        INCIDENT.DAT (incident records)
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
       Program-Id. "probmnt".

       Environment Division.
       Input-Output Section.
       File-Control.
           select problem-file assign to "PROBLEM.DAT"
               organization is line sequential
               file status is problem-fs.
           select incident-file assign to "INCIDENT.DAT"
               organization is line sequential
               file status is incident-fs.

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
           05 filler          pic x(2).
           05 ir-detail       pic x(40).

       Working-Storage Section.

       copy "sqlaudit.cbl".
       copy "sqlkerr.cbl".

      * Local variables
       77 problem-fs          pic xx.
       77 incident-fs         pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 operator-id         pic x(8).
       77 action-pick         pic x.
           88 wants-list          value "L" "l".
           88 wants-view          value "V" "v".
           88 wants-open          value "O" "o".
           88 wants-link-inc      value "I" "i".
           88 wants-link-sql      value "S" "s".
           88 wants-record        value "R" "r".
           88 wants-lookup        value "K" "k".
           88 wants-save          value "W" "w".
           88 wants-quit          value "Q" "q".
       77 changed-sw          pic x value "N".

      * the problem records and their links, held while being edited
       77 prob-count          pic 9(4) comp-5 value 0.
       01 prob-table.
          05 prob-entry occurs 200 times.
             10 pt-id         pic x(8).
             10 pt-status     pic x(8).
             10 pt-fix        pic x(8).
             10 pt-opened     pic x(8).
             10 pt-opened-by  pic x(8).
             10 pt-title      pic x(40).
             10 pt-cause      pic x(60).
             10 pt-workaround pic x(60).
       77 link-count          pic 9(4) comp-5 value 0.
       01 link-table.
          05 link-entry occurs 600 times.
             10 lt-type       pic x.
             10 lt-id         pic x(8).
             10 lt-value      pic x(20).
             10 lt-open-ts    pic x(17).
       77 prob-idx            pic 9(4) comp-5.
       77 link-idx            pic 9(4) comp-5.
       77 pick-idx            pic 9(4) comp-5.
       77 inc-links           pic 9(4) comp-5.
       77 sql-links           pic 9(4) comp-5.
       77 inc-disp            pic z(3)9.
       77 sql-disp            pic z(3)9.
       77 idx-disp            pic z(3)9.

      * the next problem number, one above the highest on file
       77 next-num            pic 9(5) value 0.
       77 id-num              pic 9(5).
       01 new-id.
          05 filler           pic x(3) value "PRB".
          05 new-id-num       pic 9(5).

      * the incidents on file for a component, offered for linking
       77 cand-count          pic 9(4) comp-5 value 0.
       01 cand-table.
          05 cand-entry occurs 50 times.
             10 ct-open-ts    pic x(17).
             10 ct-status     pic x(8).
             10 ct-duration   pic 9(6).
             10 ct-detail     pic x(40).

      * field work areas for the dialogs
       77 in-id               pic x(8).
       77 in-text             pic x(60).
       77 in-component        pic x(20).
       77 in-sqlcode          pic x(10).
       77 in-word             pic x(8).
       77 pick-num            pic 9(4).
       77 now-date            pic 9(8).
       77 code-len            pic 9(4) comp-5.
       77 digit-len           pic 9(4) comp-5.
       77 dup-sw              pic x.

       Procedure Division.
       probmnt-pgm section.

           display "Sample COBOL Program : PROBMNT.CBL".

           display "enter operator id : " with no advancing.
           accept operator-id.

           perform Load-Problems thru End-Load-Problems.

           perform Do-One-Action thru End-Do-One-Action
               until wants-quit.

       end-probmnt. stop run.

       Do-One-Action.
           display " ".
           display "PROBLEM.DAT : L = list, V = view, O = open, ",
              "I = link incident, S = link SQLCODE,".
           display "  R = record cause/workaround/fix, ",
              "K = known-error lookup, W = save, Q = quit : "
              with no advancing.
           accept action-pick.

           if wants-list
              perform List-Problems thru End-List-Problems.
           if wants-view
              perform View-Problem thru End-View-Problem.
           if wants-open
              perform Open-Problem thru End-Open-Problem.
           if wants-link-inc
              perform Link-Incident thru End-Link-Incident.
           if wants-link-sql
              perform Link-Sqlcode thru End-Link-Sqlcode.
           if wants-record
              perform Record-Problem thru End-Record-Problem.
           if wants-lookup
              perform Lookup-Known thru End-Lookup-Known.
           if wants-save
              perform Save-Problems thru End-Save-Problems.
           if wants-quit and changed-sw equal "Y"
              display "unsaved changes -- W to save them, or Q ",
                 "again to quit without saving"
              move "N" to changed-sw
              move spaces to action-pick.
       End-Do-One-Action. exit.

       Load-Problems.
           move 0 to prob-count.
           move 0 to link-count.
           open input problem-file.
           if problem-fs equal "35"
              display "PROBLEM.DAT does not exist yet -- starting ",
                 "empty"
              go to End-Load-Problems.

           move "N" to file-eof.
           perform Load-One-Problem thru End-Load-One-Problem
               until no-more-records.
           close problem-file.
           move "N" to file-eof.
           display prob-count, " problem(s) and ", link-count,
              " link(s) loaded from PROBLEM.DAT".
       End-Load-Problems. exit.

       Load-One-Problem.
           read problem-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Problem
           end-read.

           if pb-type equal "P"
              if prob-count is less than 200
                 add 1 to prob-count
                 move pb-id         to pt-id (prob-count)
                 move pb-status     to pt-status (prob-count)
                 move pb-fix        to pt-fix (prob-count)
                 move pb-opened     to pt-opened (prob-count)
                 move pb-opened-by  to pt-opened-by (prob-count)
                 move pb-title      to pt-title (prob-count)
                 move pb-cause      to pt-cause (prob-count)
                 move pb-workaround to pt-workaround (prob-count)
                 if pb-id (4:5) numeric
                    move pb-id (4:5) to id-num
                    if id-num is greater than next-num
                       move id-num to next-num
                    end-if
                 end-if
              end-if
              go to End-Load-One-Problem.

           if lk-type not equal "I" and lk-type not equal "S"
              go to End-Load-One-Problem.
           if link-count is less than 600
              add 1 to link-count
              move lk-type    to lt-type (link-count)
              move lk-id      to lt-id (link-count)
              move lk-value   to lt-value (link-count)
              move lk-open-ts to lt-open-ts (link-count).
       End-Load-One-Problem. exit.

       List-Problems.
           if prob-count equal 0
              display "  (no problem records)"
              go to End-List-Problems.
           perform List-One-Problem thru End-List-One-Problem
               varying prob-idx from 1 by 1
               until prob-idx is greater than prob-count.
       End-List-Problems. exit.

       List-One-Problem.
           move 0 to inc-links.
           move 0 to sql-links.
           perform Count-One-Link thru End-Count-One-Link
               varying link-idx from 1 by 1
               until link-idx is greater than link-count.
           move inc-links to inc-disp.
           move sql-links to sql-disp.
           display "  ", pt-id (prob-idx), " ",
              pt-status (prob-idx), " fix=", pt-fix (prob-idx),
              " inc=", inc-disp, " sql=", sql-disp, " ",
              pt-title (prob-idx).
       End-List-One-Problem. exit.

       Count-One-Link.
           if lt-id (link-idx) not equal pt-id (prob-idx)
              go to End-Count-One-Link.
           if lt-type (link-idx) equal "I"
              add 1 to inc-links
           else
              add 1 to sql-links.
       End-Count-One-Link. exit.

      ***********************************************************************
      * Find-Problem looks up the problem id typed into in-id and
      * leaves its slot in pick-idx, zero when there is no such
      * problem.
      ***********************************************************************
       Find-Problem.
           move 0 to pick-idx.
           perform Match-One-Problem thru End-Match-One-Problem
               varying prob-idx from 1 by 1
               until prob-idx is greater than prob-count
                  or pick-idx is greater than 0.
           if pick-idx equal 0
              display "no problem ", in-id, " on file".
       End-Find-Problem. exit.

       Match-One-Problem.
           if pt-id (prob-idx) equal in-id
              move prob-idx to pick-idx.
       End-Match-One-Problem. exit.

       Ask-Problem-Id.
           display "problem id (e.g. PRB00001) : " with no advancing.
           accept in-id.
           perform Find-Problem thru End-Find-Problem.
       End-Ask-Problem-Id. exit.

       View-Problem.
           perform Ask-Problem-Id thru End-Ask-Problem-Id.
           if pick-idx equal 0
              go to End-View-Problem.

           display " ".
           display "  ", pt-id (pick-idx), "  ", pt-title (pick-idx).
           display "  status     : ", pt-status (pick-idx),
              "  fix: ", pt-fix (pick-idx), "  opened ",
              pt-opened (pick-idx), " by ", pt-opened-by (pick-idx).
           display "  root cause : ", pt-cause (pick-idx).
           display "  workaround : ", pt-workaround (pick-idx).
           perform View-One-Link thru End-View-One-Link
               varying link-idx from 1 by 1
               until link-idx is greater than link-count.
       End-View-Problem. exit.

       View-One-Link.
           if lt-id (link-idx) not equal pt-id (pick-idx)
              go to End-View-One-Link.
           if lt-type (link-idx) equal "I"
              display "  incident   : ", lt-value (link-idx),
                 " opened ", lt-open-ts (link-idx)
           else
              display "  SQLCODE    : ", lt-value (link-idx) (1:10).
       End-View-One-Link. exit.

       Open-Problem.
           if prob-count is not less than 200
              display "PROBLEM.DAT is full"
              go to End-Open-Problem.

           display "problem title : " with no advancing.
           accept in-text.
           if in-text equal spaces
              display "a problem needs a title -- nothing opened"
              go to End-Open-Problem.

           add 1 to next-num.
           move next-num to new-id-num.
           accept now-date from date yyyymmdd.

           add 1 to prob-count.
           move new-id         to pt-id (prob-count).
           move "OPEN"         to pt-status (prob-count).
           move "NONE"         to pt-fix (prob-count).
           move now-date       to pt-opened (prob-count).
           move operator-id    to pt-opened-by (prob-count).
           move in-text (1:40) to pt-title (prob-count).
           move spaces         to pt-cause (prob-count).
           move spaces         to pt-workaround (prob-count).
           move "Y" to changed-sw.
           display "problem ", new-id, " opened (save to keep it)".
       End-Open-Problem. exit.

      ***********************************************************************
      * Link-Incident offers the incidents INCIDENT.DAT holds for a
      * component and links the one picked, recorded by component and
      * opening time -- the pair that identifies an incident.
      ***********************************************************************
       Link-Incident.
           perform Ask-Problem-Id thru End-Ask-Problem-Id.
           if pick-idx equal 0
              go to End-Link-Incident.

           display "component (as recorded in INCIDENT.DAT) : "
              with no advancing.
           accept in-component.
           if in-component equal spaces
              go to End-Link-Incident.

           perform Gather-Candidates thru End-Gather-Candidates.
           if cand-count equal 0
              display "no incident on file for component ",
                 in-component
              go to End-Link-Incident.

           perform Show-One-Candidate thru End-Show-One-Candidate
               varying link-idx from 1 by 1
               until link-idx is greater than cand-count.
           display "incident number to link : " with no advancing.
           accept pick-num.
           if pick-num equal 0 or pick-num is greater than cand-count
              display "no such incident"
              go to End-Link-Incident.

           move "N" to dup-sw.
           perform Check-Dup-Incident thru End-Check-Dup-Incident
               varying link-idx from 1 by 1
               until link-idx is greater than link-count.
           if dup-sw equal "Y"
              display "that incident is already linked to a problem"
              go to End-Link-Incident.

           if link-count is not less than 600
              display "PROBLEM.DAT link table is full"
              go to End-Link-Incident.
           add 1 to link-count.
           move "I"                    to lt-type (link-count).
           move pt-id (pick-idx)       to lt-id (link-count).
           move in-component           to lt-value (link-count).
           move ct-open-ts (pick-num)  to lt-open-ts (link-count).
           move "Y" to changed-sw.
           display "incident linked to ", pt-id (pick-idx),
              " (save to keep it)".
       End-Link-Incident. exit.

       Gather-Candidates.
           move 0 to cand-count.
           open input incident-file.
           if incident-fs equal "35"
              display "INCIDENT.DAT not found"
              go to End-Gather-Candidates.

           move "N" to file-eof.
           perform Gather-One-Candidate thru End-Gather-One-Candidate
               until no-more-records.
           close incident-file.
           move "N" to file-eof.
       End-Gather-Candidates. exit.

       Gather-One-Candidate.
           read incident-file
               at end
                  move "Y" to file-eof
                  go to End-Gather-One-Candidate
           end-read.

           if ir-component not equal in-component
              go to End-Gather-One-Candidate.
           if cand-count is less than 50
              add 1 to cand-count
              move ir-open-ts  to ct-open-ts (cand-count)
              move ir-status   to ct-status (cand-count)
              move ir-duration to ct-duration (cand-count)
              move ir-detail   to ct-detail (cand-count).
       End-Gather-One-Candidate. exit.

       Show-One-Candidate.
           move link-idx to idx-disp.
           display "  ", idx-disp, "  ", ct-open-ts (link-idx), " ",
              ct-status (link-idx), " ", ct-duration (link-idx),
              " min ", ct-detail (link-idx).
       End-Show-One-Candidate. exit.

       Check-Dup-Incident.
           if lt-type (link-idx) equal "I"
              and lt-value (link-idx) equal in-component
              and lt-open-ts (link-idx) equal ct-open-ts (pick-num)
              move "Y" to dup-sw.
       End-Check-Dup-Incident. exit.

      ***********************************************************************
      * Link-Sqlcode links an SQLCODE, kept left-justified -- an
      * optional sign and up to nine digits.
      ***********************************************************************
       Link-Sqlcode.
           perform Ask-Problem-Id thru End-Ask-Problem-Id.
           if pick-idx equal 0
              go to End-Link-Sqlcode.

           display "SQLCODE (e.g. -911) : " with no advancing.
           accept in-sqlcode.
           move 0 to code-len.
           inspect in-sqlcode tallying code-len
              for characters before initial " ".
           if code-len equal 0
              display "no SQLCODE given"
              go to End-Link-Sqlcode.
           if in-sqlcode (1:1) equal "-" or in-sqlcode (1:1) equal "+"
              compute digit-len = code-len - 1
              if digit-len equal 0
                 or in-sqlcode (2:digit-len) not numeric
                 display "an SQLCODE is a sign and digits"
                 go to End-Link-Sqlcode
              end-if
           else
              if in-sqlcode (1:code-len) not numeric
                 display "an SQLCODE is a sign and digits"
                 go to End-Link-Sqlcode
              end-if
           end-if.
           if in-sqlcode (1:1) equal "+"
              move in-sqlcode (2:) to in-text
              move in-text to in-sqlcode.

           move "N" to dup-sw.
           perform Check-Dup-Sqlcode thru End-Check-Dup-Sqlcode
               varying link-idx from 1 by 1
               until link-idx is greater than link-count.
           if dup-sw equal "Y"
              display "SQLCODE ", in-sqlcode, " is already linked ",
                 "to ", pt-id (pick-idx)
              go to End-Link-Sqlcode.

           if link-count is not less than 600
              display "PROBLEM.DAT link table is full"
              go to End-Link-Sqlcode.
           add 1 to link-count.
           move "S"              to lt-type (link-count).
           move pt-id (pick-idx) to lt-id (link-count).
           move in-sqlcode       to lt-value (link-count).
           move spaces           to lt-open-ts (link-count).
           move "Y" to changed-sw.
           display "SQLCODE ", in-sqlcode, " linked to ",
              pt-id (pick-idx), " (save to keep it)".
       End-Link-Sqlcode. exit.

       Check-Dup-Sqlcode.
           if lt-type (link-idx) equal "S"
              and lt-id (link-idx) equal pt-id (pick-idx)
              and lt-value (link-idx) (1:10) equal in-sqlcode
              move "Y" to dup-sw.
       End-Check-Dup-Sqlcode. exit.

      ***********************************************************************
      * Record-Problem updates the root cause, workaround, fix status,
      * and problem status -- a blank answer keeps what is on file.
      * Recording a workaround on an OPEN problem makes it a KNOWN
      * error.
      ***********************************************************************
       Record-Problem.
           perform Ask-Problem-Id thru End-Ask-Problem-Id.
           if pick-idx equal 0
              go to End-Record-Problem.

           display "root cause (blank keeps) : " with no advancing.
           accept in-text.
           if in-text not equal spaces
              move in-text to pt-cause (pick-idx)
              move "Y" to changed-sw.

           display "workaround (blank keeps) : " with no advancing.
           accept in-text.
           if in-text not equal spaces
              move in-text to pt-workaround (pick-idx)
              move "Y" to changed-sw
              if pt-status (pick-idx) equal "OPEN"
                 move "KNOWN" to pt-status (pick-idx)
                 display pt-id (pick-idx), " is now a KNOWN error"
              end-if
           end-if.

           display "fix status (NONE/PLANNED/TESTING/APPLIED, ",
              "blank keeps) : " with no advancing.
           accept in-word.
           if in-word not equal spaces
              if in-word equal "NONE" or in-word equal "PLANNED"
                 or in-word equal "TESTING" or in-word equal "APPLIED"
                 move in-word to pt-fix (pick-idx)
                 move "Y" to changed-sw
              else
                 display "fix status must be NONE, PLANNED, ",
                    "TESTING, or APPLIED -- kept ", pt-fix (pick-idx)
              end-if
           end-if.

           display "problem status (OPEN/KNOWN/CLOSED, blank ",
              "keeps) : " with no advancing.
           accept in-word.
           if in-word equal spaces
              go to End-Record-Problem.
           if in-word not equal "OPEN" and in-word not equal "KNOWN"
              and in-word not equal "CLOSED"
              display "status must be OPEN, KNOWN, or CLOSED -- ",
                 "kept ", pt-status (pick-idx)
              go to End-Record-Problem.
           if in-word equal "KNOWN"
              and pt-workaround (pick-idx) equal spaces
              display "a KNOWN error needs its workaround recorded ",
                 "-- kept ", pt-status (pick-idx)
              go to End-Record-Problem.
           move in-word to pt-status (pick-idx).
           move "Y" to changed-sw.
       End-Record-Problem. exit.

      ***********************************************************************
      * Lookup-Known asks the known-error lookup what an SQLCODE or a
      * component would show elsewhere in the suite; it reads the
      * saved PROBLEM.DAT.
      ***********************************************************************
       Lookup-Known.
           if changed-sw equal "Y"
              display "(the lookup reads the saved file -- unsaved ",
                 "changes are not seen)".
           move spaces to KERR-AREA.
           move "R" to KERR-FUNCTION.
           display "SQLCODE (blank for none) : " with no advancing.
           accept KERR-SQLCODE.
           display "component or alert key (blank for none) : "
              with no advancing.
           accept KERR-COMPONENT.
           call "knownerr" using KERR-AREA.

           if KERR-FOUND-SW not equal "Y"
              display "  no known error matches"
              go to End-Lookup-Known.
           display "  KNOWN ERROR ", KERR-PROBLEM, " (",
              KERR-STATUS, " fix=", KERR-FIX, ") by ", KERR-MATCH,
              ": ", KERR-TITLE.
           if KERR-WORKAROUND equal spaces
              display "  workaround : (none recorded yet)"
           else
              display "  workaround : ", KERR-WORKAROUND.
       End-Lookup-Known. exit.

      ***********************************************************************
      * Save-Problems rewrites PROBLEM.DAT -- every problem record,
      * then every link -- and records the change in the operations
      * audit trail.
      ***********************************************************************
       Save-Problems.
           open output problem-file.
           perform Save-One-Problem thru End-Save-One-Problem
               varying prob-idx from 1 by 1
               until prob-idx is greater than prob-count.
           perform Save-One-Link thru End-Save-One-Link
               varying link-idx from 1 by 1
               until link-idx is greater than link-count.
           close problem-file.
           move "N" to changed-sw.
           display "PROBLEM.DAT saved (", prob-count,
              " problem(s), ", link-count, " link(s))".

           move operator-id to AUD-OPERATOR.
           move "EDIT PROBLEM RECORDS" to AUD-ACTION.
           move "PROBLEM.DAT" to AUD-TARGET.
           move "SAVED" to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.
       End-Save-Problems. exit.

       Save-One-Problem.
           move spaces to problem-rec.
           move "P"                      to pb-type.
           move pt-id (prob-idx)         to pb-id.
           move pt-status (prob-idx)     to pb-status.
           move pt-fix (prob-idx)        to pb-fix.
           move pt-opened (prob-idx)     to pb-opened.
           move pt-opened-by (prob-idx)  to pb-opened-by.
           move pt-title (prob-idx)      to pb-title.
           move pt-cause (prob-idx)      to pb-cause.
           move pt-workaround (prob-idx) to pb-workaround.
           write problem-rec.
       End-Save-One-Problem. exit.

       Save-One-Link.
           move spaces to link-rec.
           move lt-type (link-idx)    to lk-type.
           move lt-id (link-idx)      to lk-id.
           move lt-value (link-idx)   to lk-value.
           move lt-open-ts (link-idx) to lk-open-ts.
           write link-rec.
       End-Save-One-Link. exit.
