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
      ** SOURCE FILE NAME: knownerr.cbl
      **
      ** SAMPLE: Known-error lookup against the problem records
      **
      **         probmnt.cbl keeps the problem records in PROBLEM.DAT:
      **         a problem with its root cause, workaround, and
      **         permanent-fix status, and the incidents and SQLCODEs
      **         linked to it.  This subprogram, linked the way
      **         owner.cbl is, answers "is this a known error, and
      **         what is the workaround?" for whoever is looking at an
      **         SQLCODE or a component -- errinq.cbl beside each
      **         error, alertdsp.cbl beside each new alert, and
      **         incwksht.cbl on the worksheet.  An SQLCODE match is
      **         tried first; otherwise a problem matches when the
      **         component of one of its linked incidents appears
      **         inside the caller's component or alert key.  Closed
      **         problems never match.  The file is loaded once per
      **         run unless the caller asks for a reread.
      **
      ** INPUT FILE: PROBLEM.DAT (problem records and their links)
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
       Program-ID. "knownerr".

       Environment Division.
       Input-Output Section.
       File-Control.
           select problem-file assign to "PROBLEM.DAT"
               organization is line sequential
               file status is problem-fs.

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

       Working-Storage Section.

      * Local variables
       77 problem-fs          pic xx.
       77 problem-eof         pic x.
           88 no-more-problems    value "Y".

      * the problem records and their links, loaded once per run the
      * way owner.cbl loads its ownership list
       77 problems-loaded-sw  pic x value "N".
           88 problems-loaded     value "Y".
       77 prob-count          pic 9(4) comp-5 value 0.
       01 prob-table.
          05 prob-entry occurs 200 times.
             10 pt-id         pic x(8).
             10 pt-status     pic x(8).
             10 pt-fix        pic x(8).
             10 pt-title      pic x(40).
             10 pt-workaround pic x(60).
       77 link-count          pic 9(4) comp-5 value 0.
       01 link-table.
          05 link-entry occurs 600 times.
             10 lt-type       pic x.
             10 lt-id         pic x(8).
             10 lt-value      pic x(20).
             10 lt-value-len  pic 9(4) comp-5.

       77 prob-idx            pic 9(4) comp-5.
       77 link-idx            pic 9(4) comp-5.
       77 hit-idx             pic 9(4) comp-5.
       77 hit-tally           pic 9(4) comp-5.
       77 lead-spaces         pic 9(4) comp-5.
       77 match-code          pic x(10).

       Linkage Section.
       copy "sqlkerr.cbl".

       Procedure Division using KERR-AREA.
       Knownerr Section.
           if KERR-FUNCTION equal "R"
              move "N" to problems-loaded-sw.
           if not problems-loaded
              perform Load-Problems thru End-Load-Problems.

           move "N" to KERR-FOUND-SW.
           move spaces to KERR-MATCH.
           move spaces to KERR-PROBLEM.
           move spaces to KERR-STATUS.
           move spaces to KERR-FIX.
           move spaces to KERR-TITLE.
           move spaces to KERR-WORKAROUND.

      * the SQLCODE is compared left-justified -- checkerr writes it
      * right-justified, an operator types it left-justified
           move spaces to match-code.
           if KERR-SQLCODE not equal spaces
              move 0 to lead-spaces
              inspect KERR-SQLCODE tallying lead-spaces
                 for leading spaces
              move KERR-SQLCODE (lead-spaces + 1:) to match-code.

           move 0 to hit-idx.
           if match-code not equal spaces
              perform Match-One-Sqlcode thru End-Match-One-Sqlcode
                  varying link-idx from 1 by 1
                  until link-idx is greater than link-count
                     or hit-idx is greater than 0.
           if hit-idx is greater than 0
              move "SQLCODE" to KERR-MATCH
              go to Return-Problem.

           if KERR-COMPONENT not equal spaces
              perform Match-One-Component
                 thru End-Match-One-Component
                  varying link-idx from 1 by 1
                  until link-idx is greater than link-count
                     or hit-idx is greater than 0.
           if hit-idx equal 0
              go to End-Knownerr.
           move "COMPONENT" to KERR-MATCH.

       Return-Problem.
           move "Y" to KERR-FOUND-SW.
           move pt-id (hit-idx)         to KERR-PROBLEM.
           move pt-status (hit-idx)     to KERR-STATUS.
           move pt-fix (hit-idx)        to KERR-FIX.
           move pt-title (hit-idx)      to KERR-TITLE.
           move pt-workaround (hit-idx) to KERR-WORKAROUND.
       End-Knownerr. exit program.

       Load-Problems.
           set problems-loaded to true.
           move 0 to prob-count.
           move 0 to link-count.

           open input problem-file.
           if problem-fs equal "35"
              go to End-Load-Problems.

           move "N" to problem-eof.
           perform Load-One-Problem thru End-Load-One-Problem
               until no-more-problems.
           close problem-file.
       End-Load-Problems. exit.

       Load-One-Problem.
           read problem-file
               at end
                  move "Y" to problem-eof
                  go to End-Load-One-Problem
           end-read.

           if pb-type equal "P"
              if prob-count is less than 200
                 add 1 to prob-count
                 move pb-id         to pt-id (prob-count)
                 move pb-status     to pt-status (prob-count)
                 move pb-fix        to pt-fix (prob-count)
                 move pb-title      to pt-title (prob-count)
                 move pb-workaround to pt-workaround (prob-count)
              end-if
              go to End-Load-One-Problem.

           if lk-type not equal "I" and lk-type not equal "S"
              go to End-Load-One-Problem.
           if lk-value equal spaces
              go to End-Load-One-Problem.

           if link-count is less than 600
              add 1 to link-count
              move lk-type  to lt-type (link-count)
              move lk-id    to lt-id (link-count)
              move lk-value to lt-value (link-count)
              move 0 to lt-value-len (link-count)
              inspect lk-value tallying lt-value-len (link-count)
                 for characters before initial "  ".
       End-Load-One-Problem. exit.

       Match-One-Sqlcode.
           if lt-type (link-idx) not equal "S"
              go to End-Match-One-Sqlcode.
           if lt-value (link-idx) (1:10) not equal match-code
              go to End-Match-One-Sqlcode.
           perform Find-Open-Problem thru End-Find-Open-Problem.
       End-Match-One-Sqlcode. exit.

      ***********************************************************************
      * Match-One-Component matches a linked incident whose component
      * appears anywhere inside the caller's component or alert key --
      * alertdsp.cbl's automatic incidents carry the alert source and
      * key, so the key alone still finds them.
      ***********************************************************************
       Match-One-Component.
           if lt-type (link-idx) not equal "I"
              or lt-value-len (link-idx) equal 0
              go to End-Match-One-Component.
           move 0 to hit-tally.
           inspect KERR-COMPONENT tallying hit-tally for all
              lt-value (link-idx) (1:lt-value-len (link-idx)).
           if hit-tally equal 0
              go to End-Match-One-Component.
           perform Find-Open-Problem thru End-Find-Open-Problem.
       End-Match-One-Component. exit.

      * the link's problem counts only while it is not closed
       Find-Open-Problem.
           perform Check-One-Problem thru End-Check-One-Problem
               varying prob-idx from 1 by 1
               until prob-idx is greater than prob-count
                  or hit-idx is greater than 0.
       End-Find-Open-Problem. exit.

       Check-One-Problem.
           if pt-id (prob-idx) equal lt-id (link-idx)
              and pt-status (prob-idx) not equal "CLOSED"
              move prob-idx to hit-idx.
       End-Check-One-Problem. exit.
