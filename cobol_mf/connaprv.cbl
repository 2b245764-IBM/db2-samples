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
      ** SOURCE FILE NAME: connaprv.cbl
      **
      ** SAMPLE: Approval screen for unknown connections
      **
      **         The other half of connallw.cbl: an operator holding
      **         the APPROVE authorization class lists the PENDING
      **         newcomers in CONNNEW.DAT -- application, authid, and
      **         workstation combinations seen connecting to an
      **         enforced database but not on its allowlist -- and
      **         approves or rejects each one.  An approved
      **         combination is added to CONNALLW.DAT carrying the
      **         approver's id; a rejected one stays in CONNNEW.DAT as
      **         REJECTED, and connallw.cbl raises a CRITICAL whenever
      **         it connects again.  Every decision is recorded in the
      **         operations audit trail.
      **
      ** INPUT/OUTPUT FILE: CONNNEW.DAT  (newcomers, rewritten)
      ** OUTPUT FILES:      CONNALLW.DAT (allowlist, appended)
      **                    OPSAUDIT.LOG (via opsaudit.cbl)
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
       Program-Id. "connaprv".

       Environment Division.
       Input-Output Section.
       File-Control.
           select newcomer-file assign to "CONNNEW.DAT"
               organization is line sequential
               file status is newcomer-fs.
           select allow-file assign to "CONNALLW.DAT"
               organization is line sequential
               file status is allow-fs.

       Data Division.
       File Section.
       FD  newcomer-file.
       01  newcomer-rec.
           05 nw-dbname       pic x(18).
           05 filler          pic x(2).
           05 nw-appl         pic x(20).
           05 filler          pic x(2).
           05 nw-authid       pic x(8).
           05 filler          pic x(2).
           05 nw-wkstn        pic x(20).
           05 filler          pic x(2).
           05 nw-status       pic x(8).
           05 filler          pic x(2).
           05 nw-first-ts     pic x(17).
           05 filler          pic x(2).
           05 nw-last-ts      pic x(17).
           05 filler          pic x(2).
           05 nw-seen         pic 9(5).
           05 filler          pic x(2).
           05 nw-decider      pic x(8).
           05 filler          pic x(2).
           05 nw-dec-ts       pic x(17).

       FD  allow-file.
       01  allow-rec.
           05 al-dbname       pic x(18).
           05 filler          pic x(2).
           05 al-appl         pic x(20).
           05 filler          pic x(2).
           05 al-authid       pic x(8).
           05 filler          pic x(2).
           05 al-wkstn        pic x(20).
           05 filler          pic x(2).
           05 al-source       pic x(8).
           05 filler          pic x(2).
           05 al-by           pic x(8).
           05 filler          pic x(2).
           05 al-first-ts     pic x(17).
           05 filler          pic x(2).
           05 al-last-ts      pic x(17).

       Working-Storage Section.

       copy "sqlauth.cbl".
       copy "sqlaudit.cbl".

      * Local variables
       77 newcomer-fs         pic xx.
       77 allow-fs            pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 reviewer-id         pic x(8).

       77 new-count           pic 9(4) comp-5 value 0.
       01 new-table.
          05 new-entry occurs 500 times.
             10 nt-dbname     pic x(18).
             10 nt-appl       pic x(20).
             10 nt-authid     pic x(8).
             10 nt-wkstn      pic x(20).
             10 nt-status     pic x(8).
             10 nt-first-ts   pic x(17).
             10 nt-last-ts    pic x(17).
             10 nt-seen       pic 9(5).
             10 nt-decider    pic x(8).
             10 nt-dec-ts     pic x(17).

       77 new-idx             pic 9(4) comp-5.
       77 pending-count       pic 9(4) comp-5 value 0.
       77 pick-num            pic 9(4).
       77 decision-sw         pic x.
           88 wants-approve       value "A" "a".
           88 wants-reject        value "R" "r".
           88 wants-quit          value "Q" "q".
       77 idx-disp            pic z(3)9.
       77 seen-disp           pic z(4)9.
       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).

       Procedure Division.
       connaprv-pgm section.

           display "Sample COBOL Program : CONNAPRV.CBL".

           display "enter reviewer operator id : " with no advancing.
           accept reviewer-id.

           move reviewer-id to AUTH-OPERATOR.
           move "APPROVE" to AUTH-CLASS.
           call "opsauth" using OPSAUTH-AREA.
           if AUTH-ALLOWED-SW not equal "Y"
              display "operator ", reviewer-id,
                 " is not authorized for APPROVE -- refused"
              go to end-connaprv.

           perform Load-Newcomers thru End-Load-Newcomers.

           perform Review-Loop thru End-Review-Loop
               until wants-quit.

           perform Save-Newcomers thru End-Save-Newcomers.
           display "connection newcomers saved".

       end-connaprv. stop run.

       Load-Newcomers.
           move 0 to new-count.
           open input newcomer-file.
           if newcomer-fs equal "35"
              display "CONNNEW.DAT not found -- nothing is pending"
              go to End-Load-Newcomers.

           move "N" to file-eof.
           perform Load-One-Newcomer thru End-Load-One-Newcomer
               until no-more-records.
           close newcomer-file.
       End-Load-Newcomers. exit.

       Load-One-Newcomer.
           read newcomer-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Newcomer
           end-read.

           if nw-dbname equal spaces
              go to End-Load-One-Newcomer.

           if new-count is less than 500
              add 1 to new-count
              move nw-dbname   to nt-dbname (new-count)
              move nw-appl     to nt-appl (new-count)
              move nw-authid   to nt-authid (new-count)
              move nw-wkstn    to nt-wkstn (new-count)
              move nw-status   to nt-status (new-count)
              move nw-first-ts to nt-first-ts (new-count)
              move nw-last-ts  to nt-last-ts (new-count)
              move nw-seen     to nt-seen (new-count)
              move nw-decider  to nt-decider (new-count)
              move nw-dec-ts   to nt-dec-ts (new-count).
       End-Load-One-Newcomer. exit.

      ***********************************************************************
      * Review-Loop shows the pending newcomers and takes one decision
      * per pass until the reviewer quits.
      ***********************************************************************
       Review-Loop.
           display " ".
           display "--- connections awaiting a decision ---".
           move 0 to pending-count.
           perform List-One-Newcomer thru End-List-One-Newcomer
               varying new-idx from 1 by 1
               until new-idx is greater than new-count.
           if pending-count equal 0
              display "  (none)"
              move "Q" to decision-sw
              go to End-Review-Loop.

           display "A = approve, R = reject, Q = quit : "
              with no advancing.
           accept decision-sw.
           if wants-quit
              go to End-Review-Loop.
           if not wants-approve and not wants-reject
              display "no such choice"
              go to End-Review-Loop.

           display "connection number from the list : "
              with no advancing.
           accept pick-num.
           if pick-num equal 0 or pick-num is greater than new-count
              display "no such connection"
              go to End-Review-Loop.
           if nt-status (pick-num) not equal "PENDING"
              display "that connection is not pending"
              go to End-Review-Loop.

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           if wants-approve
              move "APPROVED" to nt-status (pick-num)
              perform Add-To-Allowlist thru End-Add-To-Allowlist
           else
              move "REJECTED" to nt-status (pick-num).
           move reviewer-id to nt-decider (pick-num).
           move now-ts to nt-dec-ts (pick-num).

           move reviewer-id to AUD-OPERATOR.
           move spaces to AUD-ACTION.
           string "CONN ALLOW " delimited by size
                  nt-status (pick-num) delimited by space
                  into AUD-ACTION.
           move nt-dbname (pick-num) to AUD-TARGET.
           move nt-appl (pick-num) (1:16) to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.

           display "connection ", pick-num, " ", nt-status (pick-num),
              " by ", reviewer-id.
       End-Review-Loop. exit.

       List-One-Newcomer.
           if nt-status (new-idx) not equal "PENDING"
              go to End-List-One-Newcomer.
           add 1 to pending-count.
           move new-idx to idx-disp.
           move nt-seen (new-idx) to seen-disp.
           display "  ", idx-disp, " ", nt-dbname (new-idx),
              " ", nt-appl (new-idx), " ", nt-authid (new-idx),
              " ", nt-wkstn (new-idx).
           display "       first seen ", nt-first-ts (new-idx),
              "  last seen ", nt-last-ts (new-idx),
              "  seen ", seen-disp, " time(s)".
       End-List-One-Newcomer. exit.

      ***********************************************************************
      * Add-To-Allowlist appends the approved combination to the
      * database's allowlist, so connallw.cbl treats it as known from
      * its next cycle on.
      ***********************************************************************
       Add-To-Allowlist.
           open extend allow-file.
           if allow-fs equal "35"
              open output allow-file.

           move spaces to allow-rec.
           move nt-dbname (pick-num)   to al-dbname.
           move nt-appl (pick-num)     to al-appl.
           move nt-authid (pick-num)   to al-authid.
           move nt-wkstn (pick-num)    to al-wkstn.
           move "APPROVED"             to al-source.
           move reviewer-id            to al-by.
           move nt-first-ts (pick-num) to al-first-ts.
           move nt-last-ts (pick-num)  to al-last-ts.
           write allow-rec.
           close allow-file.
       End-Add-To-Allowlist. exit.

       Save-Newcomers.
           open output newcomer-file.
           perform Save-One-Newcomer thru End-Save-One-Newcomer
               varying new-idx from 1 by 1
               until new-idx is greater than new-count.
           close newcomer-file.
       End-Save-Newcomers. exit.

       Save-One-Newcomer.
           move spaces to newcomer-rec.
           move nt-dbname (new-idx)   to nw-dbname.
           move nt-appl (new-idx)     to nw-appl.
           move nt-authid (new-idx)   to nw-authid.
           move nt-wkstn (new-idx)    to nw-wkstn.
           move nt-status (new-idx)   to nw-status.
           move nt-first-ts (new-idx) to nw-first-ts.
           move nt-last-ts (new-idx)  to nw-last-ts.
           move nt-seen (new-idx)     to nw-seen.
           move nt-decider (new-idx)  to nw-decider.
           move nt-dec-ts (new-idx)   to nw-dec-ts.
           write newcomer-rec.
       End-Save-One-Newcomer. exit.
