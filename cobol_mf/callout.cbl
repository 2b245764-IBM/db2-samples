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
      ** SOURCE FILE NAME: callout.cbl
      **
      ** SAMPLE: On-call callout log and payroll extract
      **
      **         alertdsp.cbl pages the ONCALL.CTL tiers for critical
      **         alerts nobody has picked up and records each page in
      **         ALERTESC.DAT; a page out of hours is a callout the
      **         person paged is owed for.  For a prompted pay period
      **         this program turns every out-of-hours page into a
      **         callout record:
      **
      **           out of hours  any time on a WEEKEND or HOLIDAY day,
      **                         and outside DAYSTART to DAYEND on a
      **                         NORMAL or MONTHEND day (sitecal.cbl's
      **                         classes for the date paged)
      **           acknowledged  the first acknowledgement of the
      **                         alert at or after the page -- from
      **                         ALERTACK.DAT, or from ALERTHIS.DAT
      **                         once alertdsp.cbl has pruned the ack
      **                         with the alert
      **           worked until  the latest of the acknowledgement,
      **                         the paged person's last OPJRNL.DAT
      **                         entry on the alert or its incident,
      **                         and the close of the incident raised
      **                         for the alert in INCIDENT.DAT -- each
      **                         only when it falls within a day of
      **                         the page
      **
      **         The site's callout rules come from CALLOUT.CTL:
      **
      **           DAYSTART 0800    start of the working day (HHMM)
      **           DAYEND   1800    end of the working day (HHMM)
      **           MINIMUM  0060    minimum paid minutes per callout
      **           MAXIMUM  0720    most minutes paid for one callout
      **           NORMAL   0150    pay rate, percent, by day class
      **           MONTHEND 0150
      **           WEEKEND  0200
      **           HOLIDAY  0250
      **
      **         the values shown being those used when the file or a
      **         keyword is absent.  A second page to the same person
      **         inside a callout already being paid is folded into
      **         that callout, extending it where the work ran on,
      **         rather than paid a second minimum.
      **
      **         CALLOUT.DAT holds the period's callout records.
      **         PAYCALL.EXT is the fixed-format payroll extract, one
      **         record per person: period, callouts, minutes worked,
      **         minutes paid by day class, and rate-weighted minutes.
      **         CALLOUT.RPT lists each callout and each person's
      **         totals for the duty manager to review and sign off
      **         before the extract goes to payroll.
      **
      ** INPUT FILES:  ALERTESC.DAT (escalation pages)
      **               ALERTACK.DAT (acknowledgements)
      **               ALERTHIS.DAT (alert history, for pruned acks)
      **               OPJRNL.DAT   (operator journal)
      **               INCIDENT.DAT (incident records)
      **               CALLOUT.CTL  (callout rules)
      **               SITECAL.CTL  (business-day calendar, via sitecal)
      ** OUTPUT FILES: CALLOUT.DAT  (callout records for the period)
      **               PAYCALL.EXT  (payroll extract per person)
      **               CALLOUT.RPT  (reviewer report with sign-off)
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
       Program-Id. "callout".

       Environment Division.
       Input-Output Section.
       File-Control.
           select esc-file assign to "ALERTESC.DAT"
               organization is line sequential
               file status is esc-fs.
           select ack-file assign to "ALERTACK.DAT"
               organization is line sequential
               file status is ack-fs.
           select hist-file assign to "ALERTHIS.DAT"
               organization is line sequential
               file status is hist-fs.
           select jrnl-file assign to "OPJRNL.DAT"
               organization is line sequential
               file status is jrnl-fs.
           select incident-file assign to "INCIDENT.DAT"
               organization is line sequential
               file status is incident-fs.
           select rule-file assign to "CALLOUT.CTL"
               organization is line sequential
               file status is rule-fs.
           select callout-file assign to "CALLOUT.DAT"
               organization is line sequential.
           select pay-file assign to "PAYCALL.EXT"
               organization is line sequential.

       Data Division.
       File Section.
       FD  esc-file.
       01  esc-rec.
           05 es-timestamp    pic x(17).
           05 filler          pic x(2).
           05 es-tier         pic 9.
           05 filler          pic x(2).
           05 es-contact      pic x(8).
           05 filler          pic x(2).
           05 es-source       pic x(10).
           05 filler          pic x(2).
           05 es-key          pic x(20).
           05 filler          pic x(2).
           05 es-age-lbl      pic x(4).
           05 es-age-mins     pic 9(6).

       FD  ack-file.
       01  ack-rec.
           05 ak-source       pic x(10).
           05 filler          pic x(2).
           05 ak-key          pic x(20).
           05 filler          pic x(2).
           05 ak-operator     pic x(8).
           05 filler          pic x(2).
           05 ak-timestamp    pic x(17).

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

       FD  jrnl-file.
       01  jrnl-rec.
           05 jr-timestamp    pic x(17).
           05 filler          pic x(2).
           05 jr-operator     pic x(8).
           05 filler          pic x(2).
           05 jr-category     pic x(10).
           05 filler          pic x(2).
           05 jr-ref          pic x(20).
           05 filler          pic x(2).
           05 jr-text         pic x(60).

       FD  incident-file.
       01  incident-rec.
           05 ir-component    pic x(20).
           05 filler          pic x(2).
           05 ir-status       pic x(8).
           05 filler          pic x(2).
           05 ir-open-ts      pic x(17).
           05 filler          pic x(2).
           05 ir-close-ts     pic x(17).
           05 filler          pic x(100).

       FD  rule-file.
       01  rule-rec.
           05 ru-keyword      pic x(9).
           05 ru-value        pic x(4).
           05 filler          pic x(67).

       FD  callout-file.
       01  callout-rec.
           05 co-page-ts      pic x(17).
           05 filler          pic x(2).
           05 co-contact      pic x(8).
           05 filler          pic x(2).
           05 co-tier         pic 9.
           05 filler          pic x(2).
           05 co-source       pic x(10).
           05 filler          pic x(2).
           05 co-key          pic x(20).
           05 filler          pic x(2).
           05 co-class        pic x(8).
           05 filler          pic x(2).
           05 co-ack-ts       pic x(17).
           05 filler          pic x(2).
           05 co-ack-oper     pic x(8).
           05 filler          pic x(2).
           05 co-end-ts       pic x(17).
           05 filler          pic x(2).
           05 co-basis        pic x(8).
           05 filler          pic x(2).
           05 co-worked       pic 9(5).
           05 filler          pic x(2).
           05 co-paid         pic 9(5).
           05 filler          pic x(2).
           05 co-rate         pic 9(4).
           05 filler          pic x(2).
           05 co-pay-mins     pic 9(6).

       FD  pay-file.
       01  pay-rec.
           05 px-contact      pic x(8).
           05 filler          pic x.
           05 px-period-from  pic 9(8).
           05 filler          pic x.
           05 px-period-to    pic 9(8).
           05 filler          pic x.
           05 px-callouts     pic 9(4).
           05 filler          pic x.
           05 px-worked       pic 9(6).
           05 filler          pic x.
           05 px-paid-normal  pic 9(6).
           05 filler          pic x.
           05 px-paid-mend    pic 9(6).
           05 filler          pic x.
           05 px-paid-wkend   pic 9(6).
           05 filler          pic x.
           05 px-paid-hol     pic 9(6).
           05 filler          pic x.
           05 px-paid-total   pic 9(6).
           05 filler          pic x.
           05 px-pay-mins     pic 9(7).

       Working-Storage Section.

       copy "sqlrptw.cbl".
       copy "sqlsical.cbl".
       copy "sqldtsrv.cbl".

      * Local variables
       77 esc-fs              pic xx.
       77 ack-fs              pic xx.
       77 hist-fs             pic xx.
       77 jrnl-fs             pic xx.
       77 incident-fs         pic xx.
       77 rule-fs             pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 period-from         pic 9(8).
       77 period-to           pic 9(8).
       77 now-date            pic 9(8).

      * callout rules, as CALLOUT.CTL leaves them
       77 day-start           pic 9(4) value 0800.
       77 day-end             pic 9(4) value 1800.
       77 min-paid            pic 9(4) value 0060.
       77 max-paid            pic 9(4) value 0720.
       77 rate-normal         pic 9(4) value 0150.
       77 rate-monthend       pic 9(4) value 0150.
       77 rate-weekend        pic 9(4) value 0200.
       77 rate-holiday        pic 9(4) value 0250.

      * acknowledgements, current and from the alert history
       77 ack-count           pic 9(4) comp-5 value 0.
       01 ack-table.
          05 ack-entry occurs 1000 times.
             10 ac-source     pic x(10).
             10 ac-key        pic x(20).
             10 ac-operator   pic x(8).
             10 ac-timestamp  pic x(17).
       77 ack-idx             pic 9(4) comp-5.

      * journal entries and incidents that can close a callout
       77 jrnl-count          pic 9(4) comp-5 value 0.
       01 jrnl-table.
          05 jrnl-entry occurs 2000 times.
             10 jt-timestamp  pic x(17).
             10 jt-operator   pic x(8).
             10 jt-ref        pic x(20).
       77 jrnl-idx            pic 9(4) comp-5.

       77 inc-count           pic 9(4) comp-5 value 0.
       01 inc-table.
          05 inc-entry occurs 1000 times.
             10 it-component  pic x(20).
             10 it-open-ts    pic x(17).
             10 it-close-ts   pic x(17).
       77 inc-idx             pic 9(4) comp-5.

      * the period's callouts
       77 call-count          pic 9(4) comp-5 value 0.
       01 call-table.
          05 call-entry occurs 500 times.
             10 cl-page-ts    pic x(17).
             10 cl-contact    pic x(8).
             10 cl-tier       pic 9.
             10 cl-source     pic x(10).
             10 cl-key        pic x(20).
             10 cl-class      pic x(8).
             10 cl-ack-ts     pic x(17).
             10 cl-ack-oper   pic x(8).
             10 cl-end-ts     pic x(17).
             10 cl-basis      pic x(8).
             10 cl-worked     pic 9(5) comp-5.
             10 cl-paid       pic 9(5) comp-5.
             10 cl-rate       pic 9(4) comp-5.
             10 cl-pay-mins   pic 9(6) comp-5.
       77 call-idx            pic 9(4) comp-5.
       77 fold-idx            pic 9(4) comp-5.
       77 scan-idx            pic 9(4) comp-5.

      * the person totals for payroll
       77 person-count        pic 9(4) comp-5 value 0.
       01 person-table.
          05 person-entry occurs 100 times.
             10 pn-contact    pic x(8).
             10 pn-callouts   pic 9(4) comp-5.
             10 pn-worked     pic 9(6) comp-5.
             10 pn-paid-normal pic 9(6) comp-5.
             10 pn-paid-mend  pic 9(6) comp-5.
             10 pn-paid-wkend pic 9(6) comp-5.
             10 pn-paid-hol   pic 9(6) comp-5.
             10 pn-paid-total pic 9(6) comp-5.
             10 pn-pay-mins   pic 9(7) comp-5.
       77 person-idx          pic 9(4) comp-5.

      * working one page
       77 auto-comp           pic x(20).
       77 cand-ts             pic x(17).
       77 within-sw           pic x.
       77 page-hhmm           pic 9(4).
       77 fold-mins           pic 9(9) comp-5.
       77 pages-read          pic 9(6) comp-5 value 0.
       77 in-hours-count      pic 9(6) comp-5 value 0.
       77 folded-count        pic 9(6) comp-5 value 0.
       77 unacked-count       pic 9(6) comp-5 value 0.

       77 count-disp          pic z(3)9.
       77 mins-disp           pic z(4)9.
       77 pay-disp            pic z(5)9.
       77 tot-disp            pic z(6)9.
       77 rate-disp           pic z(3)9.

       Procedure Division.
       callout-pgm section.

           display "Sample COBOL Program : CALLOUT.CBL".

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
              go to end-callout.

           perform Load-Rules thru End-Load-Rules.
           perform Load-Acks thru End-Load-Acks.
           perform Load-History thru End-Load-History.
           perform Load-Journal thru End-Load-Journal.
           perform Load-Incidents thru End-Load-Incidents.

           open input esc-file.
           if esc-fs equal "35"
              display "ALERTESC.DAT not found -- no pages to pay"
              go to end-callout.

           move "N" to file-eof.
           perform Take-One-Page thru End-Take-One-Page
               until no-more-records.
           close esc-file.

           perform Total-Persons thru End-Total-Persons
               varying call-idx from 1 by 1
               until call-idx is greater than call-count.

           open output callout-file.
           perform Write-Callout thru End-Write-Callout
               varying call-idx from 1 by 1
               until call-idx is greater than call-count.
           close callout-file.

           open output pay-file.
           perform Write-Pay thru End-Write-Pay
               varying person-idx from 1 by 1
               until person-idx is greater than person-count.
           close pay-file.

           perform Write-Report thru End-Write-Report.

           display " ".
           display pages-read, " page(s) in the period, ",
              in-hours-count, " in hours, ", call-count,
              " callout(s) for ", person-count, " person(s)".
           display "see CALLOUT.RPT for sign-off, PAYCALL.EXT for ",
              "payroll".

       end-callout. stop run.

      ***********************************************************************
      * Load-Rules reads the site's callout rules from CALLOUT.CTL;
      * anything it does not set keeps its default.
      ***********************************************************************
       Load-Rules.
           open input rule-file.
           if rule-fs equal "35"
              display "CALLOUT.CTL not found -- default rules used"
              go to End-Load-Rules.

           move "N" to file-eof.
           perform Load-One-Rule thru End-Load-One-Rule
               until no-more-records.
           close rule-file.
           move "N" to file-eof.
       End-Load-Rules. exit.

       Load-One-Rule.
           read rule-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Rule
           end-read.

           if ru-keyword equal spaces
              or ru-keyword (1:1) equal "*"
              go to End-Load-One-Rule.

           if ru-value not numeric
              display "CALLOUT.CTL ", ru-keyword, " value is not ",
                 "numeric -- ignored"
              go to End-Load-One-Rule.

           if ru-keyword equal "DAYSTART"
              move ru-value to day-start
              go to End-Load-One-Rule.
           if ru-keyword equal "DAYEND"
              move ru-value to day-end
              go to End-Load-One-Rule.
           if ru-keyword equal "MINIMUM"
              move ru-value to min-paid
              go to End-Load-One-Rule.
           if ru-keyword equal "MAXIMUM"
              move ru-value to max-paid
              go to End-Load-One-Rule.
           if ru-keyword equal "NORMAL"
              move ru-value to rate-normal
              go to End-Load-One-Rule.
           if ru-keyword equal "MONTHEND"
              move ru-value to rate-monthend
              go to End-Load-One-Rule.
           if ru-keyword equal "WEEKEND"
              move ru-value to rate-weekend
              go to End-Load-One-Rule.
           if ru-keyword equal "HOLIDAY"
              move ru-value to rate-holiday
              go to End-Load-One-Rule.

           display "CALLOUT.CTL keyword ", ru-keyword,
              " not recognised -- ignored".
       End-Load-One-Rule. exit.

      ***********************************************************************
      * Load-Acks and Load-History gather every acknowledgement on
      * record: the current ones in ALERTACK.DAT and those the alert
      * history kept after alertdsp.cbl pruned them.
      ***********************************************************************
       Load-Acks.
           open input ack-file.
           if ack-fs equal "35"
              go to End-Load-Acks.

           move "N" to file-eof.
           perform Load-One-Ack thru End-Load-One-Ack
               until no-more-records.
           close ack-file.
           move "N" to file-eof.
       End-Load-Acks. exit.

       Load-One-Ack.
           read ack-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Ack
           end-read.

           if ak-source equal spaces or ak-timestamp equal spaces
              go to End-Load-One-Ack.
           if ack-count is not less than 1000
              go to End-Load-One-Ack.

           add 1 to ack-count.
           move ak-source    to ac-source (ack-count).
           move ak-key       to ac-key (ack-count).
           move ak-operator  to ac-operator (ack-count).
           move ak-timestamp to ac-timestamp (ack-count).
       End-Load-One-Ack. exit.

       Load-History.
           open input hist-file.
           if hist-fs equal "35"
              go to End-Load-History.

           move "N" to file-eof.
           perform Load-One-History thru End-Load-One-History
               until no-more-records.
           close hist-file.
           move "N" to file-eof.
       End-Load-History. exit.

       Load-One-History.
           read hist-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-History
           end-read.

           if ah-source equal spaces or ah-ack-ts equal spaces
              go to End-Load-One-History.
           if ack-count is not less than 1000
              go to End-Load-One-History.

           add 1 to ack-count.
           move ah-source   to ac-source (ack-count).
           move ah-key      to ac-key (ack-count).
           move ah-ack-oper to ac-operator (ack-count).
           move ah-ack-ts   to ac-timestamp (ack-count).
       End-Load-One-History. exit.

      ***********************************************************************
      * Load-Journal keeps the journal entries written from the start
      * of the period on; only they can show work on a callout.
      ***********************************************************************
       Load-Journal.
           open input jrnl-file.
           if jrnl-fs equal "35"
              go to End-Load-Journal.

           move "N" to file-eof.
           perform Load-One-Entry thru End-Load-One-Entry
               until no-more-records.
           close jrnl-file.
           move "N" to file-eof.
       End-Load-Journal. exit.

       Load-One-Entry.
           read jrnl-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Entry
           end-read.

           if jr-timestamp equal spaces or jr-operator equal spaces
              go to End-Load-One-Entry.
           if jr-timestamp (1:8) is less than period-from
              go to End-Load-One-Entry.
           if jrnl-count is not less than 2000
              go to End-Load-One-Entry.

           add 1 to jrnl-count.
           move jr-timestamp to jt-timestamp (jrnl-count).
           move jr-operator  to jt-operator (jrnl-count).
           move jr-ref       to jt-ref (jrnl-count).
       End-Load-One-Entry. exit.

      ***********************************************************************
      * Load-Incidents keeps the closed incidents closed from the start
      * of the period on.
      ***********************************************************************
       Load-Incidents.
           open input incident-file.
           if incident-fs equal "35"
              go to End-Load-Incidents.

           move "N" to file-eof.
           perform Load-One-Incident thru End-Load-One-Incident
               until no-more-records.
           close incident-file.
           move "N" to file-eof.
       End-Load-Incidents. exit.

       Load-One-Incident.
           read incident-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Incident
           end-read.

           if ir-status not equal "CLOSED"
              or ir-close-ts equal spaces
              go to End-Load-One-Incident.
           if ir-close-ts (1:8) is less than period-from
              go to End-Load-One-Incident.
           if inc-count is not less than 1000
              go to End-Load-One-Incident.

           add 1 to inc-count.
           move ir-component to it-component (inc-count).
           move ir-open-ts   to it-open-ts (inc-count).
           move ir-close-ts  to it-close-ts (inc-count).
       End-Load-One-Incident. exit.

      ***********************************************************************
      * Take-One-Page reads one escalation page and, when it was made
      * out of hours in the period, records it as a callout -- or
      * folds it into the callout its person is already being paid
      * for.
      ***********************************************************************
       Take-One-Page.
           read esc-file
               at end
                  move "Y" to file-eof
                  go to End-Take-One-Page
           end-read.

           if es-timestamp equal spaces or es-contact equal spaces
              or es-tier not numeric
              go to End-Take-One-Page.
           if es-timestamp (1:8) is less than period-from
              or es-timestamp (1:8) is greater than period-to
              go to End-Take-One-Page.
           add 1 to pages-read.

           move es-timestamp (1:8) to CAL-ASK-DATE.
           call "sitecal" using SITECAL-AREA.
           if CAL-CLASS equal "NORMAL" or CAL-CLASS equal "MONTHEND"
              move es-timestamp (10:4) to page-hhmm
              if page-hhmm is not less than day-start
                 and page-hhmm is less than day-end
                 add 1 to in-hours-count
                 go to End-Take-One-Page.

           if call-count is not less than 500
              display "more than 500 callouts -- page at ",
                 es-timestamp, " to ", es-contact, " not taken"
              go to End-Take-One-Page.

           add 1 to call-count.
           move call-count to call-idx.
           move es-timestamp to cl-page-ts (call-idx).
           move es-contact   to cl-contact (call-idx).
           move es-tier      to cl-tier (call-idx).
           move es-source    to cl-source (call-idx).
           move es-key       to cl-key (call-idx).
           move CAL-CLASS    to cl-class (call-idx).
           move spaces       to cl-ack-ts (call-idx).
           move spaces       to cl-ack-oper (call-idx).
           move es-timestamp to cl-end-ts (call-idx).
           move "NONE"       to cl-basis (call-idx).
           move 0 to cl-worked (call-idx).
           move 0 to cl-paid (call-idx).
           move 0 to cl-pay-mins (call-idx).

           move rate-normal to cl-rate (call-idx).
           if CAL-CLASS equal "MONTHEND"
              move rate-monthend to cl-rate (call-idx).
           if CAL-CLASS equal "WEEKEND"
              move rate-weekend to cl-rate (call-idx).
           if CAL-CLASS equal "HOLIDAY"
              move rate-holiday to cl-rate (call-idx).

      * the incident alertdsp.cbl raises for an alert is named
      * after its source and key
           move spaces to auto-comp.
           string es-source delimited by space
                  " "       delimited by size
                  es-key    delimited by size
                  into auto-comp.

           perform Find-Ack thru End-Find-Ack
               varying ack-idx from 1 by 1
               until ack-idx is greater than ack-count.
           if cl-ack-ts (call-idx) equal spaces
              add 1 to unacked-count
           else
              if cl-ack-ts (call-idx) is greater than
                 cl-end-ts (call-idx)
                 move cl-ack-ts (call-idx) to cl-end-ts (call-idx)
                 move "ACK" to cl-basis (call-idx).

           perform Find-Journal thru End-Find-Journal
               varying jrnl-idx from 1 by 1
               until jrnl-idx is greater than jrnl-count.
           perform Find-Incident thru End-Find-Incident
               varying inc-idx from 1 by 1
               until inc-idx is greater than inc-count.

           move cl-page-ts (call-idx) to DT-FROM-TS.
           move cl-end-ts (call-idx)  to DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           if DT-VALID-SW equal "Y" and DT-MINUTES is greater than 0
              move DT-MINUTES to cl-worked (call-idx).

      * a page inside a callout its person is already paid for is
      * part of that callout
           move 0 to fold-idx.
           perform Find-Fold thru End-Find-Fold
               varying scan-idx from 1 by 1
               until scan-idx is not less than call-idx.
           if fold-idx not equal 0
              perform Fold-Page thru End-Fold-Page
              go to End-Take-One-Page.

           perform Price-Callout thru End-Price-Callout.
       End-Take-One-Page. exit.

      ***********************************************************************
      * Find-Ack keeps the first acknowledgement of the alert made at
      * or after the page and within a day of it.
      ***********************************************************************
       Find-Ack.
           if ac-source (ack-idx) not equal cl-source (call-idx)
              or ac-key (ack-idx) not equal cl-key (call-idx)
              go to End-Find-Ack.
           if ac-timestamp (ack-idx) is less than cl-page-ts (call-idx)
              go to End-Find-Ack.
           if cl-ack-ts (call-idx) not equal spaces
              and ac-timestamp (ack-idx) is not less than
                  cl-ack-ts (call-idx)
              go to End-Find-Ack.

           move ac-timestamp (ack-idx) to cand-ts.
           perform Check-Within-Day thru End-Check-Within-Day.
           if within-sw not equal "Y"
              go to End-Find-Ack.

           move ac-timestamp (ack-idx) to cl-ack-ts (call-idx).
           move ac-operator (ack-idx)  to cl-ack-oper (call-idx).
       End-Find-Ack. exit.

      ***********************************************************************
      * Find-Journal moves the end of the work to the paged person's
      * last journal entry on the alert or on its incident.
      ***********************************************************************
       Find-Journal.
           if jt-operator (jrnl-idx) not equal cl-contact (call-idx)
              go to End-Find-Journal.
           if jt-ref (jrnl-idx) not equal cl-key (call-idx)
              and jt-ref (jrnl-idx) not equal auto-comp
              go to End-Find-Journal.
           if jt-timestamp (jrnl-idx) is not greater than
              cl-end-ts (call-idx)
              go to End-Find-Journal.

           move jt-timestamp (jrnl-idx) to cand-ts.
           perform Check-Within-Day thru End-Check-Within-Day.
           if within-sw not equal "Y"
              go to End-Find-Journal.

           move jt-timestamp (jrnl-idx) to cl-end-ts (call-idx).
           move "JOURNAL" to cl-basis (call-idx).
       End-Find-Journal. exit.

      ***********************************************************************
      * Find-Incident moves the end of the work to the close of the
      * incident raised for the alert, when it closed after the page.
      ***********************************************************************
       Find-Incident.
           if it-component (inc-idx) not equal auto-comp
              and it-component (inc-idx) not equal cl-key (call-idx)
              go to End-Find-Incident.
           if it-open-ts (inc-idx) is greater than cl-page-ts (call-idx)
              go to End-Find-Incident.
           if it-close-ts (inc-idx) is not greater than
              cl-end-ts (call-idx)
              go to End-Find-Incident.

           move it-close-ts (inc-idx) to cand-ts.
           perform Check-Within-Day thru End-Check-Within-Day.
           if within-sw not equal "Y"
              go to End-Find-Incident.

           move it-close-ts (inc-idx) to cl-end-ts (call-idx).
           move "INCIDENT" to cl-basis (call-idx).
       End-Find-Incident. exit.

       Check-Within-Day.
           move "N" to within-sw.
           move cl-page-ts (call-idx) to DT-FROM-TS.
           move cand-ts to DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           if DT-VALID-SW equal "Y"
              and DT-MINUTES is not less than 0
              and DT-MINUTES is not greater than 1440
              move "Y" to within-sw.
       End-Check-Within-Day. exit.

      ***********************************************************************
      * Find-Fold looks for an earlier callout of the same person
      * whose paid time the new page falls inside.
      ***********************************************************************
       Find-Fold.
           if cl-contact (scan-idx) not equal cl-contact (call-idx)
              or cl-basis (scan-idx) equal "FOLDED"
              go to End-Find-Fold.

           move cl-page-ts (scan-idx) to DT-FROM-TS.
           move cl-page-ts (call-idx) to DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           if DT-VALID-SW not equal "Y" or DT-MINUTES is less than 0
              go to End-Find-Fold.
           if DT-MINUTES is not greater than cl-paid (scan-idx)
              move scan-idx to fold-idx.
       End-Find-Fold. exit.

      ***********************************************************************
      * Fold-Page records the page against the callout already open,
      * runs that callout on to the page's end of work, and reprices
      * it; the folded page itself is paid nothing.
      ***********************************************************************
       Fold-Page.
           add 1 to folded-count.
           move "FOLDED" to cl-basis (call-idx).
           move 0 to cl-paid (call-idx).
           move 0 to cl-pay-mins (call-idx).

           if cl-end-ts (call-idx) is not greater than
              cl-end-ts (fold-idx)
              go to End-Fold-Page.

           move cl-page-ts (fold-idx) to DT-FROM-TS.
           move cl-end-ts (call-idx)  to DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           if DT-VALID-SW not equal "Y"
              go to End-Fold-Page.
           move DT-MINUTES to fold-mins.
           if fold-mins is greater than 99999
              move 99999 to fold-mins.
           move cl-end-ts (call-idx) to cl-end-ts (fold-idx).
           move fold-mins to cl-worked (fold-idx).

           move call-idx to scan-idx.
           move fold-idx to call-idx.
           perform Price-Callout thru End-Price-Callout.
           move scan-idx to call-idx.
       End-Fold-Page. exit.

      ***********************************************************************
      * Price-Callout applies the minimum and maximum paid periods and
      * the day-class rate.
      ***********************************************************************
       Price-Callout.
           move cl-worked (call-idx) to cl-paid (call-idx).
           if cl-paid (call-idx) is less than min-paid
              move min-paid to cl-paid (call-idx).
           if max-paid is greater than 0
              and cl-paid (call-idx) is greater than max-paid
              move max-paid to cl-paid (call-idx)
              move "CAPPED" to cl-basis (call-idx).
           compute cl-pay-mins (call-idx) rounded =
              cl-paid (call-idx) * cl-rate (call-idx) / 100.
       End-Price-Callout. exit.

      ***********************************************************************
      * Total-Persons adds each callout to its person's payroll
      * totals, with the paid minutes split by day class.
      ***********************************************************************
       Total-Persons.
           move 0 to person-idx.
           perform Match-Person thru End-Match-Person
               varying scan-idx from 1 by 1
               until scan-idx is greater than person-count
                  or person-idx is not equal 0.
           if person-idx equal 0
              if person-count is not less than 100
                 display "more than 100 people paged -- ",
                    cl-contact (call-idx), " left off the extract"
                 go to End-Total-Persons
              else
                 add 1 to person-count
                 move person-count to person-idx
                 initialize person-entry (person-idx)
                 move cl-contact (call-idx) to pn-contact (person-idx).

      * a folded page's minutes are already inside the callout it
      * was folded into
           if cl-basis (call-idx) equal "FOLDED"
              go to End-Total-Persons.

           add cl-worked (call-idx) to pn-worked (person-idx).
           add 1 to pn-callouts (person-idx).
           add cl-paid (call-idx) to pn-paid-total (person-idx).
           add cl-pay-mins (call-idx) to pn-pay-mins (person-idx).
           if cl-class (call-idx) equal "MONTHEND"
              add cl-paid (call-idx) to pn-paid-mend (person-idx)
              go to End-Total-Persons.
           if cl-class (call-idx) equal "WEEKEND"
              add cl-paid (call-idx) to pn-paid-wkend (person-idx)
              go to End-Total-Persons.
           if cl-class (call-idx) equal "HOLIDAY"
              add cl-paid (call-idx) to pn-paid-hol (person-idx)
              go to End-Total-Persons.
           add cl-paid (call-idx) to pn-paid-normal (person-idx).
       End-Total-Persons. exit.

       Match-Person.
           if pn-contact (scan-idx) equal cl-contact (call-idx)
              move scan-idx to person-idx.
       End-Match-Person. exit.

      ***********************************************************************
      * Write-Callout and Write-Pay write the callout records and the
      * payroll extract.
      ***********************************************************************
       Write-Callout.
           move spaces to callout-rec.
           move cl-page-ts (call-idx)  to co-page-ts.
           move cl-contact (call-idx)  to co-contact.
           move cl-tier (call-idx)     to co-tier.
           move cl-source (call-idx)   to co-source.
           move cl-key (call-idx)      to co-key.
           move cl-class (call-idx)    to co-class.
           move cl-ack-ts (call-idx)   to co-ack-ts.
           move cl-ack-oper (call-idx) to co-ack-oper.
           move cl-end-ts (call-idx)   to co-end-ts.
           move cl-basis (call-idx)    to co-basis.
           move cl-worked (call-idx)   to co-worked.
           move cl-paid (call-idx)     to co-paid.
           move cl-rate (call-idx)     to co-rate.
           move cl-pay-mins (call-idx) to co-pay-mins.
           write callout-rec.
       End-Write-Callout. exit.

       Write-Pay.
           move spaces to pay-rec.
           move pn-contact (person-idx)     to px-contact.
           move period-from                 to px-period-from.
           move period-to                   to px-period-to.
           move pn-callouts (person-idx)    to px-callouts.
           move pn-worked (person-idx)      to px-worked.
           move pn-paid-normal (person-idx) to px-paid-normal.
           move pn-paid-mend (person-idx)   to px-paid-mend.
           move pn-paid-wkend (person-idx)  to px-paid-wkend.
           move pn-paid-hol (person-idx)    to px-paid-hol.
           move pn-paid-total (person-idx)  to px-paid-total.
           move pn-pay-mins (person-idx)    to px-pay-mins.
           write pay-rec.
       End-Write-Pay. exit.

      ***********************************************************************
      * Write-Report prints the callouts, each person's totals and the
      * duty manager's sign-off block through the shared report
      * writer.
      ***********************************************************************
       Write-Report.
           move "O" to RPTW-FUNCTION.
           move "CALLOUT.RPT" to RPTW-FILE-NAME.
           move spaces to RPTW-TITLE.
           string "ON-CALL CALLOUTS " delimited by size
                  period-from         delimited by size
                  " TO "              delimited by size
                  period-to           delimited by size
                  into RPTW-TITLE.
           move spaces to RPTW-HEADING.
           string "PAGED         CONTACT  T CLASS    "
                                       delimited by size
                  "ACKED         BY       ENDED         "
                                       delimited by size
                  "BASIS   WORKED PAID RATE PAYMIN ALERT"
                                       delimited by size
                  into RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           if call-count equal 0
              move "  no out-of-hours pages in the period"
                 to RPTW-LINE
              perform Write-Rpt-Line thru End-Write-Rpt-Line.
           perform Write-Callout-Line thru End-Write-Callout-Line
               varying call-idx from 1 by 1
               until call-idx is greater than call-count.

           move spaces to RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move spaces to RPTW-LINE.
           move pages-read to tot-disp.
           string "  pages in period " delimited by size
                  tot-disp             delimited by size
                  into RPTW-LINE.
           move in-hours-count to tot-disp.
           string "   in hours (not paid) " delimited by size
                  tot-disp                  delimited by size
                  into RPTW-LINE (26:).
           move folded-count to tot-disp.
           string "   folded " delimited by size
                  tot-disp     delimited by size
                  into RPTW-LINE (56:).
           move unacked-count to tot-disp.
           string "   never acknowledged " delimited by size
                  tot-disp                 delimited by size
                  into RPTW-LINE (74:).
           perform Write-Rpt-Line thru End-Write-Rpt-Line.

           move spaces to RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move "TOTALS BY PERSON" to RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move spaces to RPTW-LINE.
           string "  CONTACT  CALLOUTS  WORKED  NORMAL  MONTHEND  "
                                  delimited by size
                  "WEEKEND  HOLIDAY  PAID  PAYMIN"
                                  delimited by size
                  into RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           perform Write-Person-Line thru End-Write-Person-Line
               varying person-idx from 1 by 1
               until person-idx is greater than person-count.

           move spaces to RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move spaces to RPTW-LINE.
           string "  rules: day " delimited by size
                  day-start       delimited by size
                  "-"             delimited by size
                  day-end         delimited by size
                  "  minimum "    delimited by size
                  min-paid        delimited by size
                  "  maximum "    delimited by size
                  max-paid        delimited by size
                  "  rates % normal " delimited by size
                  rate-normal     delimited by size
                  " monthend "    delimited by size
                  rate-monthend   delimited by size
                  " weekend "     delimited by size
                  rate-weekend    delimited by size
                  " holiday "     delimited by size
                  rate-holiday    delimited by size
                  into RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.

           move spaces to RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move "REVIEWED AND APPROVED FOR PAYROLL" to RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move spaces to RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move "  DUTY MANAGER  ______________________________"
              to RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move spaces to RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move "  SIGNATURE     ______________________________"
              to RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move spaces to RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
           move "  DATE          ______________________________"
              to RPTW-LINE.
           perform Write-Rpt-Line thru End-Write-Rpt-Line.

           move "C" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Report. exit.

       Write-Callout-Line.
      * times are shown to the minute to leave room for the alert
           move spaces to RPTW-LINE.
           move cl-page-ts (call-idx) (1:13) to RPTW-LINE (1:13).
           move cl-contact (call-idx)  to RPTW-LINE (15:8).
           move cl-tier (call-idx)     to RPTW-LINE (24:1).
           move cl-class (call-idx)    to RPTW-LINE (26:8).
           if cl-ack-ts (call-idx) equal spaces
              move "NOT ACKED" to RPTW-LINE (35:9)
           else
              move cl-ack-ts (call-idx) (1:13) to RPTW-LINE (35:13)
              move cl-ack-oper (call-idx) to RPTW-LINE (49:8).
           move cl-end-ts (call-idx) (1:13) to RPTW-LINE (58:13).
           move cl-basis (call-idx)    to RPTW-LINE (72:8).
           move cl-worked (call-idx)   to mins-disp.
           move mins-disp              to RPTW-LINE (81:5).
           move cl-paid (call-idx)     to count-disp.
           move count-disp             to RPTW-LINE (87:4).
           move cl-rate (call-idx)     to rate-disp.
           move rate-disp              to RPTW-LINE (92:4).
           move cl-pay-mins (call-idx) to pay-disp.
           move pay-disp               to RPTW-LINE (97:6).
           string cl-source (call-idx) delimited by space
                  " "                  delimited by size
                  cl-key (call-idx)    delimited by size
                  into RPTW-LINE (104:).
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
       End-Write-Callout-Line. exit.

       Write-Person-Line.
           move spaces to RPTW-LINE.
           move pn-contact (person-idx)     to RPTW-LINE (3:8).
           move pn-callouts (person-idx)    to count-disp.
           move count-disp                  to RPTW-LINE (14:4).
           move pn-worked (person-idx)      to pay-disp.
           move pay-disp                    to RPTW-LINE (20:6).
           move pn-paid-normal (person-idx) to pay-disp.
           move pay-disp                    to RPTW-LINE (28:6).
           move pn-paid-mend (person-idx)   to pay-disp.
           move pay-disp                    to RPTW-LINE (38:6).
           move pn-paid-wkend (person-idx)  to pay-disp.
           move pay-disp                    to RPTW-LINE (47:6).
           move pn-paid-hol (person-idx)    to pay-disp.
           move pay-disp                    to RPTW-LINE (56:6).
           move pn-paid-total (person-idx)  to pay-disp.
           move pay-disp                    to RPTW-LINE (62:6).
           move pn-pay-mins (person-idx)    to tot-disp.
           move tot-disp                    to RPTW-LINE (69:7).
           perform Write-Rpt-Line thru End-Write-Rpt-Line.
       End-Write-Person-Line. exit.

       Write-Rpt-Line.
           move "W" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Rpt-Line. exit.
