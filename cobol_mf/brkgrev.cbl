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
      ** SOURCE FILE NAME: brkgrev.cbl
      **
      ** SAMPLE: Next-morning break-glass review and sign-off
      **
      **         Lists every break-glass declaration in BRKGLASS.DAT
      **         not yet signed off -- who, which class, for how long,
      **         and why -- followed by every OPSAUDIT.LOG record
      **         flagged BREAK-GLASS that the operator wrote inside the
      **         grant's hours, so a manager sees exactly what was done
      **         under the emergency.  The manager must hold the
      **         APPROVE class and may not sign off their own
      **         declaration; a grant still open cannot be signed off
      **         until it lapses.  Each sign-off is stamped into
      **         BRKGLASS.DAT and recorded in the operations audit
      **         trail, and the review is kept in BRKGREV.RPT.
      **
      ** INPUT FILE:        OPSAUDIT.LOG (operations audit trail)
      ** INPUT/OUTPUT FILE: BRKGLASS.DAT (declarations, rewritten)
      ** OUTPUT FILE:       BRKGREV.RPT  (review report, via rptwrite)
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
       Program-Id. "brkgrev".

       Environment Division.
       Input-Output Section.
       File-Control.
           select glass-file assign to "BRKGLASS.DAT"
               organization is line sequential
               file status is glass-fs.
           select audit-log assign to "OPSAUDIT.LOG"
               organization is line sequential
               file status is audit-fs.

       Data Division.
       File Section.
       FD  glass-file.
       01  glass-rec.
           05 bg-operator     pic x(8).
           05 filler          pic x(2).
           05 bg-class        pic x(8).
           05 filler          pic x(2).
           05 bg-start-ts     pic x(17).
           05 filler          pic x(2).
           05 bg-hours        pic 9(2).
           05 filler          pic x(2).
           05 bg-reason       pic x(60).
           05 filler          pic x(2).
           05 bg-reviewer     pic x(8).
           05 filler          pic x(2).
           05 bg-review-ts    pic x(17).

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
           05 filler          pic x(2).
           05 al-seq          pic 9(6).
           05 filler          pic x(2).
           05 al-check        pic 9(9).
           05 filler          pic x(2).
           05 al-runid        pic x(16).
           05 filler          pic x(2).
           05 al-flag         pic x(11).

       Working-Storage Section.

       copy "sqlauth.cbl".
       copy "sqlaudit.cbl".
       copy "sqlrptw.cbl".
       copy "sqldtsrv.cbl".

      * Local variables
       77 glass-fs            pic xx.
       77 audit-fs            pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 reviewer-id         pic x(8).

       77 decl-count          pic 9(4) comp-5 value 0.
       01 decl-table.
          05 decl-entry occurs 200 times.
             10 dc-operator   pic x(8).
             10 dc-class      pic x(8).
             10 dc-start-ts   pic x(17).
             10 dc-hours      pic 9(2).
             10 dc-reason     pic x(60).
             10 dc-reviewer   pic x(8).
             10 dc-review-ts  pic x(17).
       77 decl-idx            pic 9(4) comp-5.

       77 grant-minutes       pic s9(9) comp-5.
       77 line-ptr            pic 9(4) comp-5.
       77 open-sw             pic x.
           88 grant-still-open    value "Y".
       77 action-count        pic 9(4) comp-5.
       77 listed-count        pic 9(4) comp-5 value 0.
       77 signed-count        pic 9(4) comp-5 value 0.
       77 signoff-sw          pic x.
           88 signs-off           value "Y" "y".
       77 hours-disp          pic z9.
       77 count-disp          pic z(3)9.
       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).
       01 rpt-line            pic x(132).

       Procedure Division.
       brkgrev-pgm section.

           display "Sample COBOL Program : BRKGREV.CBL".

           display "enter reviewer operator id : " with no advancing.
           accept reviewer-id.

           move reviewer-id to AUTH-OPERATOR.
           move "APPROVE" to AUTH-CLASS.
           call "opsauth" using OPSAUTH-AREA.
           if AUTH-ALLOWED-SW not equal "Y"
              display "operator ", reviewer-id,
                 " is not authorized for APPROVE -- refused"
              go to end-brkgrev.

           perform Load-Declarations thru End-Load-Declarations.

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           move "O" to RPTW-FUNCTION.
           move "BRKGREV.RPT" to RPTW-FILE-NAME.
           move spaces to RPTW-TITLE.
           string "BREAK-GLASS REVIEW AS OF " delimited by size
                  now-ts delimited by size
                  into RPTW-TITLE.
           move spaces to RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           perform Review-One-Declaration
              thru End-Review-One-Declaration
               varying decl-idx from 1 by 1
               until decl-idx is greater than decl-count.

           if listed-count equal 0
              move "  no break-glass declarations awaiting sign-off"
                 to rpt-line
              perform Write-Review-Line thru End-Write-Review-Line.

           move "C" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.

           if signed-count is greater than 0
              perform Save-Declarations thru End-Save-Declarations.

           display " ".
           display listed-count, " declaration(s) awaiting sign-off, ",
              signed-count, " signed off -- see BRKGREV.RPT".

       end-brkgrev. stop run.

       Load-Declarations.
           open input glass-file.
           if glass-fs equal "35"
              go to End-Load-Declarations.

           move "N" to file-eof.
           perform Load-One-Declaration thru End-Load-One-Declaration
               until no-more-records.
           close glass-file.
           move "N" to file-eof.
       End-Load-Declarations. exit.

       Load-One-Declaration.
           read glass-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Declaration
           end-read.

           if bg-operator equal spaces
              go to End-Load-One-Declaration.

           if decl-count is less than 200
              add 1 to decl-count
              move bg-operator  to dc-operator (decl-count)
              move bg-class     to dc-class (decl-count)
              move bg-start-ts  to dc-start-ts (decl-count)
              move bg-hours     to dc-hours (decl-count)
              move bg-reason    to dc-reason (decl-count)
              move bg-reviewer  to dc-reviewer (decl-count)
              move bg-review-ts to dc-review-ts (decl-count).
       End-Load-One-Declaration. exit.

      ***********************************************************************
      * Review-One-Declaration reports one declaration not yet signed
      * off with the actions taken under it, then takes the manager's
      * sign-off when the grant has lapsed and the manager is not the
      * declarer.
      ***********************************************************************
       Review-One-Declaration.
           if dc-reviewer (decl-idx) not equal spaces
              go to End-Review-One-Declaration.
           add 1 to listed-count.

           move dc-start-ts (decl-idx) to DT-FROM-TS.
           move now-ts to DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           compute grant-minutes = dc-hours (decl-idx) * 60.
           move "N" to open-sw.
           if DT-VALID-SW equal "Y"
              and DT-MINUTES is less than grant-minutes
              move "Y" to open-sw.

           move dc-hours (decl-idx) to hours-disp.
           move spaces to rpt-line.
           perform Write-Review-Line thru End-Write-Review-Line.
           move 1 to line-ptr.
           string "  "                    delimited by size
                  dc-operator (decl-idx)  delimited by space
                  " BREAK-GLASS "         delimited by size
                  dc-class (decl-idx)     delimited by space
                  " declared "            delimited by size
                  dc-start-ts (decl-idx)  delimited by size
                  " for "                 delimited by size
                  hours-disp              delimited by size
                  " hour(s)"              delimited by size
                  into rpt-line with pointer line-ptr.
           if grant-still-open
              string " -- STILL OPEN" delimited by size
                     into rpt-line with pointer line-ptr.
           perform Write-Review-Line thru End-Write-Review-Line.
           move spaces to rpt-line.
           string "    reason: "         delimited by size
                  dc-reason (decl-idx)   delimited by size
                  into rpt-line.
           perform Write-Review-Line thru End-Write-Review-Line.

           move 0 to action-count.
           open input audit-log.
           if audit-fs not equal "35"
              move "N" to file-eof
              perform List-One-Action thru End-List-One-Action
                  until no-more-records
              close audit-log
              move "N" to file-eof.

           move action-count to count-disp.
           move spaces to rpt-line.
           string "    "               delimited by size
                  count-disp           delimited by size
                  " action(s) taken under the grant" delimited by size
                  into rpt-line.
           perform Write-Review-Line thru End-Write-Review-Line.

           if dc-operator (decl-idx) equal reviewer-id
              move spaces to rpt-line
              string "    your own declaration -- " delimited by size
                     "left for another reviewer" delimited by size
                     into rpt-line
              perform Write-Review-Line thru End-Write-Review-Line
              go to End-Review-One-Declaration.
           if grant-still-open
              move "    grant still open -- sign off after it lapses"
                 to rpt-line
              perform Write-Review-Line thru End-Write-Review-Line
              go to End-Review-One-Declaration.

           display "sign off this declaration (Y/N) : "
              with no advancing.
           accept signoff-sw.
           if not signs-off
              move "    NOT signed off" to rpt-line
              perform Write-Review-Line thru End-Write-Review-Line
              go to End-Review-One-Declaration.

           move reviewer-id to dc-reviewer (decl-idx).
           move now-ts to dc-review-ts (decl-idx).
           add 1 to signed-count.

           move reviewer-id to AUD-OPERATOR.
           move "BREAK-GLASS REVIEWED" to AUD-ACTION.
           move dc-operator (decl-idx) to AUD-TARGET.
           move dc-class (decl-idx) to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.

           move spaces to rpt-line.
           string "    signed off by " delimited by size
                  reviewer-id          delimited by space
                  " at "               delimited by size
                  now-ts               delimited by size
                  into rpt-line.
           perform Write-Review-Line thru End-Write-Review-Line.
       End-Review-One-Declaration. exit.

       List-One-Action.
           read audit-log
               at end
                  move "Y" to file-eof
                  go to End-List-One-Action
           end-read.

           if al-operator not equal dc-operator (decl-idx)
              or al-flag not equal "BREAK-GLASS"
              or al-timestamp is less than dc-start-ts (decl-idx)
              go to End-List-One-Action.

           move dc-start-ts (decl-idx) to DT-FROM-TS.
           move al-timestamp to DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           if DT-VALID-SW not equal "Y"
              or DT-MINUTES is not less than grant-minutes
              go to End-List-One-Action.

           add 1 to action-count.
           move spaces to rpt-line.
           string "      "     delimited by size
                  al-timestamp delimited by size
                  "  "         delimited by size
                  al-action    delimited by size
                  "  "         delimited by size
                  al-target    delimited by size
                  "  "         delimited by size
                  al-outcome   delimited by size
                  into rpt-line.
           perform Write-Review-Line thru End-Write-Review-Line.
       End-List-One-Action. exit.

      * each report line is also shown, so the manager decides on
      * the same listing the auditors will read
       Write-Review-Line.
           display rpt-line (1:79).
           move rpt-line to RPTW-LINE.
           move "W" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Review-Line. exit.

       Save-Declarations.
           open output glass-file.
           perform Save-One-Declaration thru End-Save-One-Declaration
               varying decl-idx from 1 by 1
               until decl-idx is greater than decl-count.
           close glass-file.
       End-Save-Declarations. exit.

       Save-One-Declaration.
           move spaces to glass-rec.
           move dc-operator (decl-idx)  to bg-operator.
           move dc-class (decl-idx)     to bg-class.
           move dc-start-ts (decl-idx)  to bg-start-ts.
           move dc-hours (decl-idx)     to bg-hours.
           move dc-reason (decl-idx)    to bg-reason.
           move dc-reviewer (decl-idx)  to bg-reviewer.
           move dc-review-ts (decl-idx) to bg-review-ts.
           write glass-rec.
       End-Save-One-Declaration. exit.
