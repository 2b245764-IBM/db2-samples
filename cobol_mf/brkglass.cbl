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
      ** SOURCE FILE NAME: brkglass.cbl
      **
      ** SAMPLE: Break-glass emergency authorization
      **
      **         When the only operator holding a class is unreachable
      **         in the night, the shift used to edit OPSAUTH.CTL by
      **         hand or wait.  Here an operator on the authorization
      **         list declares an emergency instead and receives a
      **         temporary grant of one class for a limited number of
      **         hours (at most eight).  The declaration must carry a
      **         reason, which is written to the operator journal in
      **         jrnladd.cbl's layout under the category BREAKGLASS,
      **         and it is recorded in the operations audit trail and
      **         raised to the dispatcher through alertq.cbl.
      **
      **         opsauth.cbl honors the grant, through brkgchk.cbl,
      **         until it lapses on its own; every action recorded
      **         while it stands is flagged BREAK-GLASS in
      **         OPSAUDIT.LOG, and brkgrev.cbl lists the declarations
      **         and what was done under them for a manager to sign
      **         off next morning.  APPROVE is never granted this way
      **         -- an emergency does not suspend the two-person rule.
      **
      ** INPUT FILE:   OPSAUTH.CTL  (operator authorization list)
      ** OUTPUT FILES: BRKGLASS.DAT (break-glass declarations,
      **                             appended)
      **               OPJRNL.DAT   (operator journal, appended)
      **               OPSAUDIT.LOG (via opsaudit.cbl)
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
       Program-Id. "brkglass".

       Environment Division.
       Input-Output Section.
       File-Control.
           select auth-file assign to "OPSAUTH.CTL"
               organization is line sequential
               file status is auth-fs.
           select glass-file assign to "BRKGLASS.DAT"
               organization is line sequential
               file status is glass-fs.
           select journal-file assign to "OPJRNL.DAT"
               organization is line sequential
               file status is journal-fs.

       Data Division.
       File Section.
       FD  auth-file.
       01  auth-rec.
           05 ar-operator     pic x(8).
           05 filler          pic x.
           05 ar-classes      pic x(60).

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

       FD  journal-file.
       01  journal-rec.
           05 jr-timestamp    pic x(17).
           05 filler          pic x(2).
           05 jr-operator     pic x(8).
           05 filler          pic x(2).
           05 jr-category     pic x(10).
           05 filler          pic x(2).
           05 jr-ref          pic x(20).
           05 filler          pic x(2).
           05 jr-text         pic x(60).

       Working-Storage Section.

       copy "sqlaudit.cbl".
       copy "sqlalert.cbl".

      * Local variables
       77 auth-fs             pic xx.
       77 glass-fs            pic xx.
       77 journal-fs          pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 operator-id         pic x(8).
       77 glass-class         pic x(8).
       77 glass-hours         pic 9(2).
       77 max-hours           pic 9(2) value 8.
       77 glass-reason        pic x(60).

      * the operator's own line on the authorization list
       77 operator-found-sw   pic x.
           88 operator-found      value "Y".
       77 operator-classes    pic x(60).
       01 class-tokens.
          05 class-token occurs 8 times pic x(8).
       77 class-token-count   pic 9(4) comp-5.
       77 class-idx           pic 9(4) comp-5.
       77 held-sw             pic x.
           88 class-held          value "Y".

      * the classes an emergency may borrow -- APPROVE is not one
       77 class-ok-sw         pic x.
           88 class-may-borrow    value "Y".

       77 hours-disp          pic z9.
       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).

       Procedure Division.
       brkglass-pgm section.

           display "Sample COBOL Program : BRKGLASS.CBL".

           display "enter operator id : " with no advancing.
           accept operator-id.

           perform Find-Operator thru End-Find-Operator.
           if auth-fs equal "35"
              display "OPSAUTH.CTL not found -- no authorization ",
                 "is configured, nothing to break"
              go to end-brkglass.
           if not operator-found
              display "operator ", operator-id,
                 " is not on the authorization list -- refused"
              go to end-brkglass.

           display "class needed (FORCE/STOP/RESET/UNCAT/DROP/",
              "QUIESCE/RESTORE) : " with no advancing.
           accept glass-class.
           perform Check-Class thru End-Check-Class.
           if not class-may-borrow
              display glass-class,
                 " cannot be granted by break-glass -- refused"
              go to end-brkglass.

           perform Check-Held thru End-Check-Held.
           if class-held
              display "operator ", operator-id, " already holds ",
                 glass-class, " -- no emergency grant needed"
              go to end-brkglass.

           display "hours needed (1 to ", max-hours, ") : "
              with no advancing.
           accept glass-hours.
           if glass-hours equal 0
              or glass-hours is greater than max-hours
              display "hours must be 1 to ", max-hours, " -- refused"
              go to end-brkglass.

           display "reason for the emergency : " with no advancing.
           accept glass-reason.
           if glass-reason equal spaces
              display "a break-glass grant needs a reason -- refused"
              go to end-brkglass.

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           perform Write-Declaration thru End-Write-Declaration.
           if glass-fs (1:1) not equal "0"
              display "BRKGLASS.DAT could not be written (status ",
                 glass-fs, ") -- no grant made"
              go to end-brkglass.

           perform Write-Journal thru End-Write-Journal.
           perform Record-Declaration thru End-Record-Declaration.

           move glass-hours to hours-disp.
           display "break-glass ", glass-class, " granted to ",
              operator-id, " for ", hours-disp, " hour(s) from ",
              now-ts.
           display "every action taken under it is flagged ",
              "BREAK-GLASS for next-morning review".

       end-brkglass. stop run.

       Find-Operator.
           move "N" to operator-found-sw.
           move spaces to operator-classes.
           open input auth-file.
           if auth-fs equal "35"
              go to End-Find-Operator.

           move "N" to file-eof.
           perform Match-One-Operator thru End-Match-One-Operator
               until no-more-records.
           close auth-file.
       End-Find-Operator. exit.

       Match-One-Operator.
           read auth-file
               at end
                  move "Y" to file-eof
                  go to End-Match-One-Operator
           end-read.

           if ar-operator equal operator-id
              move "Y" to operator-found-sw
              move ar-classes to operator-classes.
       End-Match-One-Operator. exit.

       Check-Class.
           move "N" to class-ok-sw.
           if glass-class equal "FORCE"
              or glass-class equal "STOP"
              or glass-class equal "RESET"
              or glass-class equal "UNCAT"
              or glass-class equal "DROP"
              or glass-class equal "QUIESCE"
              or glass-class equal "RESTORE"
              move "Y" to class-ok-sw.
       End-Check-Class. exit.

       Check-Held.
           move "N" to held-sw.
           move spaces to class-tokens.
           move 0 to class-token-count.
           unstring operator-classes delimited by all " "
               into class-token(1) class-token(2) class-token(3)
                    class-token(4) class-token(5) class-token(6)
                    class-token(7) class-token(8)
               tallying class-token-count.
           perform Check-One-Held thru End-Check-One-Held
               varying class-idx from 1 by 1
               until class-idx is greater than class-token-count.
       End-Check-Held. exit.

       Check-One-Held.
           if class-token (class-idx) equal glass-class
              move "Y" to held-sw.
       End-Check-One-Held. exit.

       Write-Declaration.
           open extend glass-file.
           if glass-fs equal "35"
              open output glass-file.
           if glass-fs (1:1) not equal "0"
              go to End-Write-Declaration.

           move spaces to glass-rec.
           move operator-id  to bg-operator.
           move glass-class  to bg-class.
           move now-ts       to bg-start-ts.
           move glass-hours  to bg-hours.
           move glass-reason to bg-reason.
           write glass-rec.
           close glass-file.
       End-Write-Declaration. exit.

      ***********************************************************************
      * Write-Journal puts the declaration and its reason in the
      * operator journal, in the record jrnladd.cbl writes, so
      * jrnlinq.cbl and the incident worksheet find it with the
      * rest of the night's notes.
      ***********************************************************************
       Write-Journal.
           open extend journal-file.
           if journal-fs equal "35"
              open output journal-file.

           move spaces to journal-rec.
           move now-ts        to jr-timestamp.
           move operator-id   to jr-operator.
           move "BREAKGLASS"  to jr-category.
           string "BREAK-GLASS " delimited by size
                  glass-class    delimited by space
                  into jr-ref.
           move glass-reason  to jr-text.
           write journal-rec.
           close journal-file.
       End-Write-Journal. exit.

       Record-Declaration.
           move glass-hours to hours-disp.

           move operator-id to AUD-OPERATOR.
           move "BREAK-GLASS DECLARED" to AUD-ACTION.
           move glass-class to AUD-TARGET.
           move spaces to AUD-OUTCOME.
           string hours-disp delimited by size
                  " HOURS"   delimited by size
                  into AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.

           move "brkglass" to ALERT-SOURCE.
           move "WARNING" to ALERT-SEVERITY.
           move spaces to ALERT-KEY.
           string operator-id  delimited by space
                  " BRKGLASS"  delimited by size
                  into ALERT-KEY.
           move spaces to ALERT-TEXT.
           string "break-glass " delimited by size
                  glass-class    delimited by space
                  " for "        delimited by size
                  hours-disp     delimited by size
                  "h: "          delimited by size
                  glass-reason   delimited by size
                  into ALERT-TEXT.
           call "alertq" using ALERT-AREA.
       End-Record-Declaration. exit.
