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
      ** SOURCE FILE NAME: casemnt.cbl
      **
      ** SAMPLE: Vendor support case register maintenance
      **
      **         A case opened with IBM support lived in someone's
      **         mailbox, and the next shift had no idea it existed.
      **         This program (reachable from opermenu.cbl) keeps the
      **         register of vendor cases in CASEREG.DAT: the vendor's
      **         case number, its severity (1 to 4, as the vendor
      **         grades it), its status (OPEN, WAITING on the vendor,
      **         or CLOSED), and the next action with the date it is
      **         due, recorded against the incident it was opened for
      **         (picked from the component's incidents in
      **         INCIDENT.DAT) or against a run-correlation id.
      **         casepkg.cbl builds the evidence package for a case,
      **         and handover.cbl lists the cases still open at every
      **         shift change.
      **
      **         Incidents are closed by the recovery paths
      **         (incident.cbl) when the component next succeeds.  A
      **         case still open whose incident has since closed is
      **         put to the operator when this program starts, for
      **         the case's outcome; an outcome given closes the case.
      **         The file is rewritten only when the operator saves,
      **         and each save is recorded through opsaudit.cbl.
      **
      ** INPUT/OUTPUT FILE: CASEREG.DAT (vendor case register)
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
       Program-Id. "casemnt".

       Environment Division.
       Input-Output Section.
       File-Control.
           select case-file assign to "CASEREG.DAT"
               organization is line sequential
               file status is case-fs.
           select incident-file assign to "INCIDENT.DAT"
               organization is line sequential
               file status is incident-fs.

       Data Division.
       File Section.
       FD  case-file.
       01  case-rec.
           05 cs-case         pic x(12).
           05 filler          pic x.
           05 cs-status       pic x(8).
           05 filler          pic x.
           05 cs-severity     pic x.
           05 filler          pic x.
           05 cs-component    pic x(20).
           05 filler          pic x.
           05 cs-inc-open     pic x(17).
           05 filler          pic x.
           05 cs-runid        pic x(16).
           05 filler          pic x.
           05 cs-opened       pic x(8).
           05 filler          pic x.
           05 cs-opened-by    pic x(8).
           05 filler          pic x.
           05 cs-next-action  pic x(40).
           05 filler          pic x.
           05 cs-next-date    pic x(8).
           05 filler          pic x.
           05 cs-updated-by   pic x(8).
           05 filler          pic x.
           05 cs-outcome      pic x(60).

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

      * Local variables
       77 case-fs             pic xx.
       77 incident-fs         pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 operator-id         pic x(8).
       77 action-pick         pic x.
           88 wants-list          value "L" "l".
           88 wants-view          value "V" "v".
           88 wants-open          value "O" "o".
           88 wants-update        value "U" "u".
           88 wants-close         value "C" "c".
           88 wants-save          value "W" "w".
           88 wants-quit          value "Q" "q".
       77 changed-sw          pic x value "N".

      * the case register, held while being edited
       77 case-count          pic 9(4) comp-5 value 0.
       01 case-table.
          05 case-entry occurs 200 times.
             10 ct-case       pic x(12).
             10 ct-status     pic x(8).
             10 ct-severity   pic x.
             10 ct-component  pic x(20).
             10 ct-inc-open   pic x(17).
             10 ct-runid      pic x(16).
             10 ct-opened     pic x(8).
             10 ct-opened-by  pic x(8).
             10 ct-next-action pic x(40).
             10 ct-next-date  pic x(8).
             10 ct-updated-by pic x(8).
             10 ct-outcome    pic x(60).
       77 case-idx            pic 9(4) comp-5.
       77 pick-idx            pic 9(4) comp-5.
       77 shown-count         pic 9(4) comp-5.

      * the incidents on file for a component, offered for recording
      * a case against
       77 cand-count          pic 9(4) comp-5 value 0.
       01 cand-table.
          05 cand-entry occurs 50 times.
             10 cd-open-ts    pic x(17).
             10 cd-status     pic x(8).
             10 cd-duration   pic 9(6).
             10 cd-detail     pic x(40).
       77 cand-idx            pic 9(4) comp-5.
       77 idx-disp            pic z(3)9.

      * field work areas for the dialogs
       77 in-case             pic x(12).
       77 in-text             pic x(60).
       77 in-component        pic x(20).
       77 in-runid            pic x(16).
       77 in-word             pic x(8).
       77 in-date             pic x(8).
       77 pick-num            pic 9(4).
       77 now-date            pic 9(8).

       Procedure Division.
       casemnt-pgm section.

           display "Sample COBOL Program : CASEMNT.CBL".

           display "enter operator id : " with no advancing.
           accept operator-id.

           perform Load-Cases thru End-Load-Cases.
           perform Ask-Outcomes thru End-Ask-Outcomes.

           perform Do-One-Action thru End-Do-One-Action
               until wants-quit.

       end-casemnt. stop run.

       Do-One-Action.
           display " ".
           display "CASEREG.DAT : L = list, V = view, O = open a ",
              "case, U = update status/next action,".
           display "  C = close with outcome, W = save, Q = quit : "
              with no advancing.
           accept action-pick.

           if wants-list
              perform List-Cases thru End-List-Cases.
           if wants-view
              perform View-Case thru End-View-Case.
           if wants-open
              perform Open-Case thru End-Open-Case.
           if wants-update
              perform Update-Case thru End-Update-Case.
           if wants-close
              perform Close-Case thru End-Close-Case.
           if wants-save
              perform Save-Cases thru End-Save-Cases.
           if wants-quit and changed-sw equal "Y"
              display "unsaved changes -- W to save them, or Q ",
                 "again to quit without saving"
              move "N" to changed-sw
              move spaces to action-pick.
       End-Do-One-Action. exit.

       Load-Cases.
           move 0 to case-count.
           open input case-file.
           if case-fs equal "35"
              display "CASEREG.DAT does not exist yet -- starting ",
                 "empty"
              go to End-Load-Cases.

           move "N" to file-eof.
           perform Load-One-Case thru End-Load-One-Case
               until no-more-records.
           close case-file.
           move "N" to file-eof.
           display case-count, " case(s) loaded from CASEREG.DAT".
       End-Load-Cases. exit.

       Load-One-Case.
           read case-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Case
           end-read.

           if cs-case equal spaces or cs-case (1:1) equal "*"
              go to End-Load-One-Case.
           if case-count is not less than 200
              go to End-Load-One-Case.

           add 1 to case-count.
           move cs-case        to ct-case (case-count).
           move cs-status      to ct-status (case-count).
           move cs-severity    to ct-severity (case-count).
           move cs-component   to ct-component (case-count).
           move cs-inc-open    to ct-inc-open (case-count).
           move cs-runid       to ct-runid (case-count).
           move cs-opened      to ct-opened (case-count).
           move cs-opened-by   to ct-opened-by (case-count).
           move cs-next-action to ct-next-action (case-count).
           move cs-next-date   to ct-next-date (case-count).
           move cs-updated-by  to ct-updated-by (case-count).
           move cs-outcome     to ct-outcome (case-count).
       End-Load-One-Case. exit.

      ***********************************************************************
      * Ask-Outcomes puts to the operator each case still open whose
      * incident INCIDENT.DAT now shows CLOSED, for its outcome.
      ***********************************************************************
       Ask-Outcomes.
           if case-count equal 0
              go to End-Ask-Outcomes.
           open input incident-file.
           if incident-fs equal "35"
              go to End-Ask-Outcomes.

           move "N" to file-eof.
           perform Check-One-Incident thru End-Check-One-Incident
               until no-more-records.
           close incident-file.
           move "N" to file-eof.
       End-Ask-Outcomes. exit.

       Check-One-Incident.
           read incident-file
               at end
                  move "Y" to file-eof
                  go to End-Check-One-Incident
           end-read.

           if ir-status not equal "CLOSED"
              go to End-Check-One-Incident.
           perform Ask-One-Outcome thru End-Ask-One-Outcome
               varying case-idx from 1 by 1
               until case-idx is greater than case-count.
       End-Check-One-Incident. exit.

       Ask-One-Outcome.
           if ct-status (case-idx) equal "CLOSED"
              or ct-component (case-idx) not equal ir-component
              or ct-inc-open (case-idx) not equal ir-open-ts
              go to End-Ask-One-Outcome.

           display " ".
           display "incident ", ir-component, " opened ", ir-open-ts,
              " closed ", ir-close-ts.
           display "vendor case ", ct-case (case-idx), " is still ",
              ct-status (case-idx), " -- next action: ",
              ct-next-action (case-idx).
           display "case outcome (blank leaves the case open) : "
              with no advancing.
           accept in-text.
           if in-text equal spaces
              go to End-Ask-One-Outcome.

           move in-text     to ct-outcome (case-idx).
           move "CLOSED"    to ct-status (case-idx).
           move spaces      to ct-next-action (case-idx).
           move spaces      to ct-next-date (case-idx).
           move operator-id to ct-updated-by (case-idx).
           move "Y" to changed-sw.
           display "case ", ct-case (case-idx),
              " closed (save to keep it)".
       End-Ask-One-Outcome. exit.

       List-Cases.
           move 0 to shown-count.
           perform List-One-Case thru End-List-One-Case
               varying case-idx from 1 by 1
               until case-idx is greater than case-count.
           if shown-count equal 0
              display "  (no vendor cases)".
       End-List-Cases. exit.

       List-One-Case.
           add 1 to shown-count.
           if ct-component (case-idx) not equal spaces
              display "  ", ct-case (case-idx), " sev ",
                 ct-severity (case-idx), " ", ct-status (case-idx),
                 " ", ct-component (case-idx), " next ",
                 ct-next-date (case-idx), " ",
                 ct-next-action (case-idx)
           else
              display "  ", ct-case (case-idx), " sev ",
                 ct-severity (case-idx), " ", ct-status (case-idx),
                 " run ", ct-runid (case-idx), " next ",
                 ct-next-date (case-idx), " ",
                 ct-next-action (case-idx).
       End-List-One-Case. exit.

      ***********************************************************************
      * Find-Case looks up the case number typed into in-case and
      * leaves its slot in pick-idx, zero when there is no such case.
      ***********************************************************************
       Find-Case.
           move 0 to pick-idx.
           perform Match-One-Case thru End-Match-One-Case
               varying case-idx from 1 by 1
               until case-idx is greater than case-count
                  or pick-idx is greater than 0.
       End-Find-Case. exit.

       Match-One-Case.
           if ct-case (case-idx) equal in-case
              move case-idx to pick-idx.
       End-Match-One-Case. exit.

       Ask-Case-Number.
           display "vendor case number : " with no advancing.
           accept in-case.
           perform Find-Case thru End-Find-Case.
           if pick-idx equal 0
              display "no case ", in-case, " on file".
       End-Ask-Case-Number. exit.

       View-Case.
           perform Ask-Case-Number thru End-Ask-Case-Number.
           if pick-idx equal 0
              go to End-View-Case.

           display " ".
           display "  case        : ", ct-case (pick-idx),
              "  severity ", ct-severity (pick-idx), "  ",
              ct-status (pick-idx).
           if ct-component (pick-idx) not equal spaces
              display "  incident    : ", ct-component (pick-idx),
                 " opened ", ct-inc-open (pick-idx).
           if ct-runid (pick-idx) not equal spaces
              display "  run id      : ", ct-runid (pick-idx).
           display "  opened      : ", ct-opened (pick-idx), " by ",
              ct-opened-by (pick-idx), "  last updated by ",
              ct-updated-by (pick-idx).
           display "  next action : ", ct-next-action (pick-idx),
              "  due ", ct-next-date (pick-idx).
           display "  outcome     : ", ct-outcome (pick-idx).
       End-View-Case. exit.

      ***********************************************************************
      * Open-Case records a new vendor case against one of a
      * component's incidents, or against a run id when no component
      * is given.
      ***********************************************************************
       Open-Case.
           if case-count is not less than 200
              display "CASEREG.DAT is full"
              go to End-Open-Case.

           display "vendor case number : " with no advancing.
           accept in-case.
           if in-case equal spaces
              display "a case needs the vendor's case number -- ",
                 "nothing opened"
              go to End-Open-Case.
           perform Find-Case thru End-Find-Case.
           if pick-idx not equal 0
              display "case ", in-case, " is already on file"
              go to End-Open-Case.

           display "severity (1-4) : " with no advancing.
           accept in-word.
           if in-word (1:1) not equal "1" and in-word (1:1)
              not equal "2" and in-word (1:1) not equal "3"
              and in-word (1:1) not equal "4"
              display "severity must be 1, 2, 3, or 4 -- nothing ",
                 "opened"
              go to End-Open-Case.

           move spaces to in-runid.
           display "component (as recorded in INCIDENT.DAT, blank ",
              "for a run id) : " with no advancing.
           accept in-component.
           if in-component equal spaces
              display "run-correlation id : " with no advancing
              accept in-runid
              if in-runid equal spaces
                 display "a case needs an incident or a run id -- ",
                    "nothing opened"
                 go to End-Open-Case
              end-if
              move 0 to pick-num
              go to Record-New-Case.

           perform Gather-Candidates thru End-Gather-Candidates.
           if cand-count equal 0
              display "no incident on file for component ",
                 in-component, " -- nothing opened"
              go to End-Open-Case.
           perform Show-One-Candidate thru End-Show-One-Candidate
               varying cand-idx from 1 by 1
               until cand-idx is greater than cand-count.
           display "incident number : " with no advancing.
           accept pick-num.
           if pick-num equal 0 or pick-num is greater than cand-count
              display "no such incident -- nothing opened"
              go to End-Open-Case.

       Record-New-Case.
           accept now-date from date yyyymmdd.
           add 1 to case-count.
           move in-case        to ct-case (case-count).
           move "OPEN"         to ct-status (case-count).
           move in-word (1:1)  to ct-severity (case-count).
           move in-component   to ct-component (case-count).
           move spaces         to ct-inc-open (case-count).
           if pick-num not equal 0
              move cd-open-ts (pick-num) to ct-inc-open (case-count).
           move in-runid       to ct-runid (case-count).
           move now-date       to ct-opened (case-count).
           move operator-id    to ct-opened-by (case-count).
           move operator-id    to ct-updated-by (case-count).
           move spaces         to ct-outcome (case-count).

           display "next action : " with no advancing.
           accept in-text.
           move in-text (1:40) to ct-next-action (case-count).
           display "next action due (YYYYMMDD) : " with no advancing.
           accept in-date.
           move spaces to ct-next-date (case-count).
           if in-date numeric
              move in-date to ct-next-date (case-count).
           move "Y" to changed-sw.
           display "case ", in-case, " opened (save to keep it) -- ",
              "casepkg builds its evidence package".
       End-Open-Case. exit.

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
              move ir-open-ts  to cd-open-ts (cand-count)
              move ir-status   to cd-status (cand-count)
              move ir-duration to cd-duration (cand-count)
              move ir-detail   to cd-detail (cand-count).
       End-Gather-One-Candidate. exit.

       Show-One-Candidate.
           move cand-idx to idx-disp.
           display "  ", idx-disp, "  ", cd-open-ts (cand-idx), " ",
              cd-status (cand-idx), " ", cd-duration (cand-idx),
              " min ", cd-detail (cand-idx).
       End-Show-One-Candidate. exit.

      ***********************************************************************
      * Update-Case records the case's severity, status, and next
      * action -- a blank answer keeps what is on file.  Closing goes
      * through Close-Case, which asks for the outcome.
      ***********************************************************************
       Update-Case.
           perform Ask-Case-Number thru End-Ask-Case-Number.
           if pick-idx equal 0
              go to End-Update-Case.
           if ct-status (pick-idx) equal "CLOSED"
              display "case ", in-case, " is CLOSED"
              go to End-Update-Case.

           display "severity (1-4, blank keeps) : " with no advancing.
           accept in-word.
           if in-word not equal spaces
              if in-word (1:1) equal "1" or in-word (1:1) equal "2"
                 or in-word (1:1) equal "3" or in-word (1:1) equal "4"
                 move in-word (1:1) to ct-severity (pick-idx)
                 move "Y" to changed-sw
              else
                 display "severity must be 1, 2, 3, or 4 -- kept ",
                    ct-severity (pick-idx)
              end-if
           end-if.

           display "status (OPEN/WAITING, blank keeps) : "
              with no advancing.
           accept in-word.
           if in-word not equal spaces
              if in-word equal "OPEN" or in-word equal "WAITING"
                 move in-word to ct-status (pick-idx)
                 move "Y" to changed-sw
              else
                 display "status must be OPEN or WAITING (C closes ",
                    "a case) -- kept ", ct-status (pick-idx)
              end-if
           end-if.

           display "next action (blank keeps) : " with no advancing.
           accept in-text.
           if in-text not equal spaces
              move in-text (1:40) to ct-next-action (pick-idx)
              move "Y" to changed-sw.

           display "next action due (YYYYMMDD, blank keeps) : "
              with no advancing.
           accept in-date.
           if in-date not equal spaces
              if in-date numeric
                 move in-date to ct-next-date (pick-idx)
                 move "Y" to changed-sw
              else
                 display "a date is YYYYMMDD -- kept ",
                    ct-next-date (pick-idx)
              end-if
           end-if.

           if changed-sw equal "Y"
              move operator-id to ct-updated-by (pick-idx).
       End-Update-Case. exit.

       Close-Case.
           perform Ask-Case-Number thru End-Ask-Case-Number.
           if pick-idx equal 0
              go to End-Close-Case.
           if ct-status (pick-idx) equal "CLOSED"
              display "case ", in-case, " is already CLOSED"
              go to End-Close-Case.

           display "case outcome : " with no advancing.
           accept in-text.
           if in-text equal spaces
              display "a case is closed with its outcome -- kept ",
                 ct-status (pick-idx)
              go to End-Close-Case.

           move in-text     to ct-outcome (pick-idx).
           move "CLOSED"    to ct-status (pick-idx).
           move spaces      to ct-next-action (pick-idx).
           move spaces      to ct-next-date (pick-idx).
           move operator-id to ct-updated-by (pick-idx).
           move "Y" to changed-sw.
           display "case ", in-case, " closed (save to keep it)".
       End-Close-Case. exit.

      ***********************************************************************
      * Save-Cases rewrites CASEREG.DAT and records the change in the
      * operations audit trail.
      ***********************************************************************
       Save-Cases.
           open output case-file.
           perform Save-One-Case thru End-Save-One-Case
               varying case-idx from 1 by 1
               until case-idx is greater than case-count.
           close case-file.
           move "N" to changed-sw.
           display "CASEREG.DAT saved (", case-count, " case(s))".

           move operator-id to AUD-OPERATOR.
           move "EDIT VENDOR CASES" to AUD-ACTION.
           move "CASEREG.DAT" to AUD-TARGET.
           move "SAVED" to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.
       End-Save-Cases. exit.

       Save-One-Case.
           move spaces to case-rec.
           move ct-case (case-idx)        to cs-case.
           move ct-status (case-idx)      to cs-status.
           move ct-severity (case-idx)    to cs-severity.
           move ct-component (case-idx)   to cs-component.
           move ct-inc-open (case-idx)    to cs-inc-open.
           move ct-runid (case-idx)       to cs-runid.
           move ct-opened (case-idx)      to cs-opened.
           move ct-opened-by (case-idx)   to cs-opened-by.
           move ct-next-action (case-idx) to cs-next-action.
           move ct-next-date (case-idx)   to cs-next-date.
           move ct-updated-by (case-idx)  to cs-updated-by.
           move ct-outcome (case-idx)     to cs-outcome.
           write case-rec.
       End-Save-One-Case. exit.
