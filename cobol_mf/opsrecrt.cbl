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
      ** SOURCE FILE NAME: opsrecrt.cbl
      **
      ** SAMPLE: Operator authorization recertification and
      **         segregation-of-duties review
      **
      **         OPSAUTH.CTL grants are added when an operator needs
      **         one and never taken away.  Each quarter a reviewing
      **         manager runs this screen over the period under
      **         review: every operator's granted classes are set
      **         against what OPSAUDIT.LOG shows that operator
      **         actually exercising (opsauth.cbl records every
      **         granted check as "AUTH <class>"), and each grant is
      **         flagged
      **
      **           NEVER USED   -- no exercise of the class on file
      **           UNUSED 90D   -- last exercised more than 90 days
      **                           before the period end
      **           NO ACTIVITY  -- the operator has no audit record at
      **                           all in the period
      **           SOD CONFLICT -- the operator holds APPROVE together
      **                           with a class the two-person queue
      **                           (apprq.cbl/appraprv.cbl) gates:
      **                           FORCE, QUIESCE, UNCAT, and every
      **                           REMEDY.CTL class that needs
      **                           approval
      **
      **         The manager marks each grant KEEP or REVOKE; their
      **         own grants are DEFERRED to another reviewer.  When
      **         the review is signed off the revokes are applied to
      **         OPSAUTH.CTL (an operator left with no class has the
      **         line commented out), every decision is appended to
      **         RECERT.DAT and RECERT.RPT for the auditors, and the
      **         revokes and the sign-off are recorded in the
      **         operations audit trail.  A review not signed off
      **         changes nothing.
      **
      **         Exercises from before the live OPSAUDIT.LOG began are
      **         read from the SEALED segments of it that audarch.cbl
      **         archived, in the order AUDARCH.CAT lists them; a
      **         segment purged on retention is named, since a grant
      **         last used inside it may now show as unused.
      **
      ** INPUT FILES:       OPSAUDIT.LOG (operations audit trail)
      **                    AUDARCH.CAT  (audit archive catalog)
      **                    REMEDY.CTL   (remediation table)
      ** INPUT/OUTPUT FILE: OPSAUTH.CTL  (authorization list, rewritten)
      ** OUTPUT FILES:      RECERT.DAT   (signed-off reviews, appended)
      **                    RECERT.RPT   (review report, appended)
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
       Program-Id. "opsrecrt".

       Environment Division.
       Input-Output Section.
       File-Control.
           select auth-file assign to "OPSAUTH.CTL"
               organization is line sequential
               file status is auth-fs.
           select audit-log assign to "OPSAUDIT.LOG"
               organization is line sequential
               file status is audit-fs.
           select review-file assign to "RECERT.DAT"
               organization is line sequential
               file status is review-fs.
           select remedy-file assign to "REMEDY.CTL"
               organization is line sequential
               file status is remedy-fs.
           select cat-file assign to "AUDARCH.CAT"
               organization is line sequential
               file status is cat-fs.
           select seg-file assign to dynamic seg-name
               organization is line sequential
               file status is seg-fs.

       Data Division.
       File Section.
       FD  auth-file.
       01  auth-rec.
           05 ar-operator     pic x(8).
           05 filler          pic x.
           05 ar-classes      pic x(60).
       01  auth-line          pic x(69).

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

      * the audarch.cbl catalog line, as far as the scan needs it
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

       FD  remedy-file.
       01  remedy-rec.
           05 filler          pic x(32).
           05 rm-class        pic x(8).
           05 filler          pic x(11).
           05 rm-approval     pic x.

       FD  review-file.
       01  review-rec.
           05 rv-review-ts    pic x(17).
           05 filler          pic x(2).
           05 rv-reviewer     pic x(8).
           05 filler          pic x(2).
           05 rv-from-date    pic 9(8).
           05 filler          pic x(2).
           05 rv-to-date      pic 9(8).
           05 filler          pic x(2).
           05 rv-operator     pic x(8).
           05 filler          pic x(2).
           05 rv-class        pic x(8).
           05 filler          pic x(2).
           05 rv-last-used    pic x(17).
           05 filler          pic x(2).
           05 rv-flags        pic x(30).
           05 filler          pic x(2).
           05 rv-decision     pic x(8).

       Working-Storage Section.

       copy "sqlauth.cbl".
       copy "sqlaudit.cbl".
       copy "sqlrptw.cbl".
       copy "sqldtsrv.cbl".

      * Local variables
       77 auth-fs             pic xx.
       77 audit-fs            pic xx.
       77 review-fs           pic xx.
       77 cat-fs              pic xx.
       77 seg-fs              pic xx.
       77 seg-name            pic x(14).
       77 cat-eof             pic x.
           88 no-more-segments    value "Y".
       77 seg-read-count      pic 9(4) comp-5 value 0.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 reviewer-id         pic x(8).

      * the review period, prompted
       77 from-date           pic 9(8).
       77 to-date             pic 9(8).
       77 record-date         pic 9(8).
       77 period-end-ts       pic x(17).

      * OPSAUTH.CTL as it stands, every line kept in order so the
      * rewrite leaves comments and layout where they were
       77 line-count          pic 9(4) comp-5 value 0.
       01 line-table.
          05 line-entry occurs 200 times.
             10 ln-text       pic x(69).
             10 ln-op-idx     pic 9(4) comp-5.
       77 line-idx            pic 9(4) comp-5.

      * one entry per operator line
       77 op-count            pic 9(4) comp-5 value 0.
       01 op-table.
          05 op-entry occurs 100 times.
             10 op-operator   pic x(8).
             10 op-active-sw  pic x.
             10 op-approve-sw pic x.
             10 op-gated-sw   pic x.
       77 op-idx              pic 9(4) comp-5.

      * one entry per operator/class grant
       77 grant-count         pic 9(4) comp-5 value 0.
       01 grant-table.
          05 grant-entry occurs 800 times.
             10 gt-op-idx     pic 9(4) comp-5.
             10 gt-class      pic x(8).
             10 gt-last-used  pic x(17).
             10 gt-flags      pic x(30).
             10 gt-decision   pic x(8).
       77 grant-idx           pic 9(4) comp-5.

      * splitting one operator's class list
       01 class-tokens.
          05 class-token occurs 8 times pic x(8).
       77 class-token-count   pic 9(4) comp-5.
       77 class-idx           pic 9(4) comp-5.
       77 audit-class         pic x(8).

      * the classes the two-person queue gates -- holding one of
      * these together with APPROVE is the conflicting combination
       77 gated-sw            pic x.
           88 class-is-gated      value "Y".
      * remediation classes alertdsp.cbl sends through the queue
       77 remedy-fs           pic xx.
       77 remedy-gate-count   pic 9(4) comp-5 value 0.
       01 remedy-gate-table.
          05 remedy-gate-class occurs 50 times pic x(8).
       77 remedy-gate-idx     pic 9(4) comp-5.

       77 flag-ptr            pic 9(4) comp-5.
       77 class-ptr           pic 9(4) comp-5.
       77 new-classes         pic x(60).
       77 kept-count          pic 9(4) comp-5.

       77 decision-sw         pic x.
           88 wants-keep          value "K" "k".
           88 wants-revoke        value "R" "r".
       77 signoff-sw          pic x.
           88 signs-off           value "Y" "y".

       77 flagged-count       pic 9(4) comp-5 value 0.
       77 revoke-count        pic 9(4) comp-5 value 0.
       77 deferred-count      pic 9(4) comp-5 value 0.
       77 idx-disp            pic z(3)9.
       77 count-disp          pic z(3)9.
       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).
       01 rpt-line            pic x(132).

       Procedure Division.
       opsrecrt-pgm section.

           display "Sample COBOL Program : OPSRECRT.CBL".

           display "enter reviewer operator id : " with no advancing.
           accept reviewer-id.

           move reviewer-id to AUTH-OPERATOR.
           move "APPROVE" to AUTH-CLASS.
           call "opsauth" using OPSAUTH-AREA.
           if AUTH-ALLOWED-SW not equal "Y"
              display "operator ", reviewer-id,
                 " is not authorized for APPROVE -- refused"
              go to end-opsrecrt.

           display "review period from date (YYYYMMDD) : "
              with no advancing.
           accept from-date.
           display "review period to date (YYYYMMDD) : "
              with no advancing.
           accept to-date.
           if from-date is greater than to-date
              display "the period ends before it starts -- refused"
              go to end-opsrecrt.
           move spaces to period-end-ts.
           string to-date    delimited by size
                  "-23595999" delimited by size
                  into period-end-ts.

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           perform Load-Remedy-Gates thru End-Load-Remedy-Gates.
           perform Load-Auth-File thru End-Load-Auth-File.
           if grant-count equal 0
              display "OPSAUTH.CTL holds no grants -- nothing to ",
                 "recertify"
              go to end-opsrecrt.

           perform Scan-Audit-Log thru End-Scan-Audit-Log.

           perform Judge-One-Grant thru End-Judge-One-Grant
               varying grant-idx from 1 by 1
               until grant-idx is greater than grant-count.

           display " ".
           display grant-count, " grant(s) held by ", op-count,
              " operator(s), ", flagged-count, " flagged".

           perform Review-One-Grant thru End-Review-One-Grant
               varying grant-idx from 1 by 1
               until grant-idx is greater than grant-count.

           display " ".
           display revoke-count, " grant(s) marked REVOKE, ",
              deferred-count, " deferred to another reviewer".
           display "sign off this review (Y/N) : " with no advancing.
           accept signoff-sw.
           if not signs-off
              display "review not signed off -- OPSAUTH.CTL unchanged"
              go to end-opsrecrt.

           if revoke-count is greater than 0
              perform Apply-Revokes thru End-Apply-Revokes.
           perform Keep-Review thru End-Keep-Review.

           move reviewer-id to AUD-OPERATOR.
           move "RECERT SIGNED OFF" to AUD-ACTION.
           move spaces to AUD-TARGET.
           string from-date delimited by size
                  "-"       delimited by size
                  to-date   delimited by size
                  into AUD-TARGET.
           move revoke-count to count-disp.
           move spaces to AUD-OUTCOME.
           string count-disp delimited by size
                  " REVOKED" delimited by size
                  into AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.

           display "review signed off by ", reviewer-id,
              " -- kept in RECERT.DAT and RECERT.RPT".

       end-opsrecrt. stop run.

      ***********************************************************************
      * Load-Auth-File keeps every OPSAUTH.CTL line and splits each
      * operator line into one grant per class.
      ***********************************************************************
       Load-Auth-File.
           open input auth-file.
           if auth-fs equal "35"
              display "OPSAUTH.CTL not found"
              go to End-Load-Auth-File.

           move "N" to file-eof.
           perform Load-One-Auth-Line thru End-Load-One-Auth-Line
               until no-more-records.
           close auth-file.
           move "N" to file-eof.
       End-Load-Auth-File. exit.

       Load-One-Auth-Line.
           read auth-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Auth-Line
           end-read.

           if line-count is not less than 200
              display "OPSAUTH.CTL is longer than 200 lines -- ",
                 "review refused"
              move 0 to grant-count
              move "Y" to file-eof
              go to End-Load-One-Auth-Line.

           add 1 to line-count.
           move auth-line to ln-text (line-count).
           move 0 to ln-op-idx (line-count).

           if ar-operator equal spaces
              or ar-operator (1:1) equal "*"
              go to End-Load-One-Auth-Line.
           if op-count is not less than 100
              go to End-Load-One-Auth-Line.

           add 1 to op-count.
           move op-count to ln-op-idx (line-count).
           move ar-operator to op-operator (op-count).
           move "N" to op-active-sw (op-count).
           move "N" to op-approve-sw (op-count).
           move "N" to op-gated-sw (op-count).

           move spaces to class-tokens.
           move 0 to class-token-count.
           unstring ar-classes delimited by all " "
               into class-token(1) class-token(2) class-token(3)
                    class-token(4) class-token(5) class-token(6)
                    class-token(7) class-token(8)
               tallying class-token-count.

           perform Load-One-Grant thru End-Load-One-Grant
               varying class-idx from 1 by 1
               until class-idx is greater than class-token-count.
       End-Load-One-Auth-Line. exit.

       Load-One-Grant.
           if class-token (class-idx) equal spaces
              go to End-Load-One-Grant.
           if grant-count is not less than 800
              go to End-Load-One-Grant.

           add 1 to grant-count.
           move op-count to gt-op-idx (grant-count).
           move class-token (class-idx) to gt-class (grant-count).
           move spaces to gt-last-used (grant-count).
           move spaces to gt-flags (grant-count).
           move spaces to gt-decision (grant-count).

           if class-token (class-idx) equal "APPROVE"
              move "Y" to op-approve-sw (op-count).
           move class-token (class-idx) to audit-class.
           perform Check-Gated thru End-Check-Gated.
           if class-is-gated
              move "Y" to op-gated-sw (op-count).
       End-Load-One-Grant. exit.

       Check-Gated.
           move "N" to gated-sw.
           if audit-class equal "FORCE"
              or audit-class equal "QUIESCE"
              or audit-class equal "UNCAT"
              move "Y" to gated-sw
              go to End-Check-Gated.
           perform Match-Remedy-Gate thru End-Match-Remedy-Gate
               varying remedy-gate-idx from 1 by 1
               until remedy-gate-idx is greater than remedy-gate-count.
       End-Check-Gated. exit.

       Match-Remedy-Gate.
           if remedy-gate-class (remedy-gate-idx) equal audit-class
              move "Y" to gated-sw.
       End-Match-Remedy-Gate. exit.

      ***********************************************************************
      * Load-Remedy-Gates takes the class of every REMEDY.CTL entry
      * that needs a second operator's approval before alertdsp.cbl
      * runs it -- those classes are gated like FORCE and QUIESCE.
      ***********************************************************************
       Load-Remedy-Gates.
           open input remedy-file.
           if remedy-fs equal "35"
              go to End-Load-Remedy-Gates.

           move "N" to file-eof.
           perform Load-One-Remedy-Gate thru End-Load-One-Remedy-Gate
               until no-more-records.
           close remedy-file.
           move "N" to file-eof.
       End-Load-Remedy-Gates. exit.

       Load-One-Remedy-Gate.
           read remedy-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Remedy-Gate
           end-read.

           if remedy-rec (1:1) equal "*"
              or rm-approval not equal "Y"
              or rm-class equal spaces
              go to End-Load-One-Remedy-Gate.
           move rm-class to audit-class.
           move "N" to gated-sw.
           perform Match-Remedy-Gate thru End-Match-Remedy-Gate
               varying remedy-gate-idx from 1 by 1
               until remedy-gate-idx is greater than remedy-gate-count.
           if class-is-gated
              or remedy-gate-count is not less than 50
              go to End-Load-One-Remedy-Gate.
           add 1 to remedy-gate-count.
           move rm-class to remedy-gate-class (remedy-gate-count).
       End-Load-One-Remedy-Gate. exit.

      ***********************************************************************
      * Scan-Audit-Log reads the whole trail up to the period end --
      * the archived segments, then the live file: any record in the
      * period makes its operator active, and every granted
      * "AUTH <class>" check moves that grant's last exercise forward.
      ***********************************************************************
       Scan-Audit-Log.
           perform Scan-Audit-Segments thru End-Scan-Audit-Segments.

           open input audit-log.
           if audit-fs equal "35" and seg-read-count equal 0
              display "OPSAUDIT.LOG not found -- every grant is ",
                 "unexercised"
              go to End-Scan-Audit-Log.
           if audit-fs equal "35"
              display "OPSAUDIT.LOG not found -- only the archived ",
                 "segments are scanned"
              go to End-Scan-Audit-Log.

           move "N" to file-eof.
           perform Scan-One-Audit thru End-Scan-One-Audit
               until no-more-records.
           close audit-log.
           move "N" to file-eof.
       End-Scan-Audit-Log. exit.

       Scan-One-Audit.
           read audit-log
               at end
                  move "Y" to file-eof
                  go to End-Scan-One-Audit
           end-read.
           perform Scan-Audit-Record thru End-Scan-Audit-Record.
       End-Scan-One-Audit. exit.

      * one OPSAUDIT record, from the live file or a segment
       Scan-Audit-Record.
           if al-action equal "CARRY FORWARD"
              go to End-Scan-Audit-Record.
           if al-timestamp (1:8) not numeric
              go to End-Scan-Audit-Record.
           move al-timestamp (1:8) to record-date.
           if record-date is greater than to-date
              go to End-Scan-Audit-Record.

           if record-date is not less than from-date
              perform Mark-One-Active thru End-Mark-One-Active
                  varying op-idx from 1 by 1
                  until op-idx is greater than op-count.

           if al-action (1:5) not equal "AUTH "
              or al-outcome not equal "GRANTED"
              go to End-Scan-Audit-Record.
           move al-action (6:8) to audit-class.
           perform Mark-One-Exercise thru End-Mark-One-Exercise
               varying grant-idx from 1 by 1
               until grant-idx is greater than grant-count.
       End-Scan-Audit-Record. exit.

      ***********************************************************************
      * Scan-Audit-Segments reads the archived OPSAUDIT.LOG segments
      * that begin by the period end, in the order AUDARCH.CAT lists
      * them.  A segment that can no longer be read is named, since
      * the exercises in it are not seen.
      ***********************************************************************
       Scan-Audit-Segments.
           open input cat-file.
           if cat-fs equal "35"
              go to End-Scan-Audit-Segments.

           move "N" to cat-eof.
           perform Scan-One-Segment thru End-Scan-One-Segment
               until no-more-segments.
           close cat-file.
           move "N" to file-eof.
       End-Scan-Audit-Segments. exit.

       Scan-One-Segment.
           read cat-file
               at end
                  move "Y" to cat-eof
                  go to End-Scan-One-Segment
           end-read.
           if ac-log not equal "OPSAUDIT.LOG"
              go to End-Scan-One-Segment.
           if ac-from is greater than to-date
              go to End-Scan-One-Segment.

           if ac-state not equal "SEALED"
              display "*** ", ac-log, " ", ac-from, " to ", ac-to,
                 " purged on retention -- its exercises are not seen"
              go to End-Scan-One-Segment.

           move ac-segment to seg-name.
           open input seg-file.
           if seg-fs not equal "00"
              display "*** ", ac-segment, " is catalogued but not on ",
                 "file -- its exercises are not seen"
              go to End-Scan-One-Segment.

           add 1 to seg-read-count.
           move "N" to file-eof.
           perform Scan-One-Seg-Record thru End-Scan-One-Seg-Record
               until no-more-records.
           close seg-file.
       End-Scan-One-Segment. exit.

       Scan-One-Seg-Record.
           read seg-file
               at end
                  move "Y" to file-eof
                  go to End-Scan-One-Seg-Record
           end-read.
           if sg-tag equal "*SEGMENT "
              or sg-tag equal "*SEALED  "
              go to End-Scan-One-Seg-Record.
           move seg-rec to audit-log-rec.
           perform Scan-Audit-Record thru End-Scan-Audit-Record.
       End-Scan-One-Seg-Record. exit.

       Mark-One-Active.
           if op-operator (op-idx) equal al-operator
              move "Y" to op-active-sw (op-idx).
       End-Mark-One-Active. exit.

       Mark-One-Exercise.
           move gt-op-idx (grant-idx) to op-idx.
           if op-operator (op-idx) not equal al-operator
              or gt-class (grant-idx) not equal audit-class
              go to End-Mark-One-Exercise.
           if al-timestamp is greater than gt-last-used (grant-idx)
              move al-timestamp to gt-last-used (grant-idx).
       End-Mark-One-Exercise. exit.

      ***********************************************************************
      * Judge-One-Grant sets a grant's findings.  The 90-day test
      * runs through dtserv.cbl from the last exercise to the end of
      * the period, so a DST change does not move the line.
      ***********************************************************************
       Judge-One-Grant.
           move gt-op-idx (grant-idx) to op-idx.
           move spaces to gt-flags (grant-idx).
           move 1 to flag-ptr.

           if gt-last-used (grant-idx) equal spaces
              string "NEVER USED " delimited by size
                 into gt-flags (grant-idx) with pointer flag-ptr
           else
              move gt-last-used (grant-idx) to DT-FROM-TS
              move period-end-ts to DT-TO-TS
              call "dtserv" using DTSERV-AREA
              if DT-VALID-SW equal "Y"
                 and DT-MINUTES is greater than 129600
                 string "UNUSED 90D " delimited by size
                    into gt-flags (grant-idx) with pointer flag-ptr
              end-if
           end-if.

           if op-active-sw (op-idx) not equal "Y"
              string "NO ACTIVITY " delimited by size
                 into gt-flags (grant-idx) with pointer flag-ptr.

           move gt-class (grant-idx) to audit-class.
           perform Check-Gated thru End-Check-Gated.
           if (gt-class (grant-idx) equal "APPROVE"
                  and op-gated-sw (op-idx) equal "Y")
              or (class-is-gated
                  and op-approve-sw (op-idx) equal "Y")
              string "SOD CONFLICT" delimited by size
                 into gt-flags (grant-idx) with pointer flag-ptr.

           if gt-flags (grant-idx) not equal spaces
              add 1 to flagged-count.
       End-Judge-One-Grant. exit.

      ***********************************************************************
      * Review-One-Grant shows one grant with its findings and takes
      * the manager's KEEP or REVOKE.  A reviewer does not recertify
      * their own grants -- those are DEFERRED for a second reviewer.
      ***********************************************************************
       Review-One-Grant.
           move gt-op-idx (grant-idx) to op-idx.
           move grant-idx to idx-disp.
           display " ".
           display "  ", idx-disp, " ", op-operator (op-idx), " ",
              gt-class (grant-idx), " last exercised ",
              gt-last-used (grant-idx).
           if gt-flags (grant-idx) not equal spaces
              display "       ** ", gt-flags (grant-idx).

           if op-operator (op-idx) equal reviewer-id
              move "DEFERRED" to gt-decision (grant-idx)
              add 1 to deferred-count
              display "       your own grant -- left for another ",
                 "reviewer"
              go to End-Review-One-Grant.

           move space to decision-sw.
           perform Take-Decision thru End-Take-Decision
               until wants-keep or wants-revoke.
           if wants-revoke
              move "REVOKE" to gt-decision (grant-idx)
              add 1 to revoke-count
           else
              move "KEEP" to gt-decision (grant-idx).
       End-Review-One-Grant. exit.

       Take-Decision.
           display "       K = keep, R = revoke : " with no advancing.
           accept decision-sw.
           if not wants-keep and not wants-revoke
              display "no such choice".
       End-Take-Decision. exit.

      ***********************************************************************
      * Apply-Revokes rewrites OPSAUTH.CTL line for line: comments
      * stand as they were, and each operator line is rebuilt from
      * the classes kept.  An operator left with nothing has the
      * line commented out, which opsauth.cbl treats as no grant.
      ***********************************************************************
       Apply-Revokes.
           open output auth-file.
           perform Rewrite-One-Line thru End-Rewrite-One-Line
               varying line-idx from 1 by 1
               until line-idx is greater than line-count.
           close auth-file.
       End-Apply-Revokes. exit.

       Rewrite-One-Line.
           if ln-op-idx (line-idx) equal 0
              move ln-text (line-idx) to auth-line
              write auth-rec
              go to End-Rewrite-One-Line.

           move ln-op-idx (line-idx) to op-idx.
           move spaces to new-classes.
           move 1 to class-ptr.
           move 0 to kept-count.
           perform Keep-One-Class thru End-Keep-One-Class
               varying grant-idx from 1 by 1
               until grant-idx is greater than grant-count.

           move spaces to auth-rec.
           if kept-count equal 0
              string "* "               delimited by size
                     op-operator (op-idx) delimited by space
                     " all classes revoked " delimited by size
                     now-ts             delimited by size
                     " by "             delimited by size
                     reviewer-id        delimited by space
                     into auth-line
           else
              move op-operator (op-idx) to ar-operator
              move new-classes to ar-classes.
           write auth-rec.
       End-Rewrite-One-Line. exit.

       Keep-One-Class.
           if gt-op-idx (grant-idx) not equal op-idx
              go to End-Keep-One-Class.

           if gt-decision (grant-idx) equal "REVOKE"
              move reviewer-id to AUD-OPERATOR
              move "AUTH REVOKED" to AUD-ACTION
              move op-operator (op-idx) to AUD-TARGET
              move gt-class (grant-idx) to AUD-OUTCOME
              call "opsaudit" using OPSAUDIT-AREA
              go to End-Keep-One-Class.

           add 1 to kept-count.
           string gt-class (grant-idx) delimited by space
                  " "                  delimited by size
                  into new-classes with pointer class-ptr.
       End-Keep-One-Class. exit.

      ***********************************************************************
      * Keep-Review appends the signed-off review to RECERT.DAT and
      * RECERT.RPT -- one line per grant with its findings and the
      * decision -- for the auditors.
      ***********************************************************************
       Keep-Review.
           open extend review-file.
           if review-fs equal "35"
              open output review-file.

           move "A" to RPTW-FUNCTION.
           move "RECERT.RPT" to RPTW-FILE-NAME.
           move spaces to RPTW-TITLE.
           string "AUTHORIZATION RECERTIFICATION " delimited by size
                  from-date delimited by size
                  " TO "    delimited by size
                  to-date   delimited by size
                  into RPTW-TITLE.
           move "  OPERATOR  CLASS     LAST EXERCISED     FINDINGS      
      -         "                  DECISION" to RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           perform Keep-One-Grant thru End-Keep-One-Grant
               varying grant-idx from 1 by 1
               until grant-idx is greater than grant-count.

           move spaces to rpt-line.
           string "  signed off "  delimited by size
                  now-ts           delimited by size
                  " by "           delimited by size
                  reviewer-id      delimited by space
                  into rpt-line.
           move rpt-line to RPTW-LINE.
           move "W" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.

           move "C" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
           close review-file.
       End-Keep-Review. exit.

       Keep-One-Grant.
           move gt-op-idx (grant-idx) to op-idx.

           move spaces to review-rec.
           move now-ts                  to rv-review-ts.
           move reviewer-id             to rv-reviewer.
           move from-date               to rv-from-date.
           move to-date                 to rv-to-date.
           move op-operator (op-idx)    to rv-operator.
           move gt-class (grant-idx)    to rv-class.
           move gt-last-used (grant-idx) to rv-last-used.
           move gt-flags (grant-idx)    to rv-flags.
           move gt-decision (grant-idx) to rv-decision.
           write review-rec.

           move spaces to rpt-line.
           string "  "                     delimited by size
                  op-operator (op-idx)     delimited by size
                  "  "                     delimited by size
                  gt-class (grant-idx)     delimited by size
                  "  "                     delimited by size
                  gt-last-used (grant-idx) delimited by size
                  "  "                     delimited by size
                  gt-flags (grant-idx)     delimited by size
                  "  "                     delimited by size
                  gt-decision (grant-idx)  delimited by size
                  into rpt-line.
           move rpt-line to RPTW-LINE.
           move "W" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Keep-One-Grant. exit.
