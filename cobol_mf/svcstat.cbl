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
      ** SOURCE FILE NAME: svcstat.cbl
      **
      ** SAMPLE: Business service map with service-level status
      **         rollup
      **
      **         Management and the help desk ask about business
      **         services -- "Payments", "Claims intake" -- while the
      **         suite reports databases, instances and DCS gateways.
      **         SVCMAP.CTL maps each service to its components, one
      **         line per component:
      **
      **           columns  1-16  service name
      **           columns 18-21  component type
      **                            DB   database (alias or name)
      **                            INST instance
      **                            DCS  DCS local database
      **                            GW   DCS gateway
      **                            CHK  a healthchk.cbl check, by
      **                                 the name it logs under
      **           columns 23-42  component name
      **
      **         Each component's state comes from the evidence on
      **         file now:
      **
      **           MAINT  registered in maintenance mode (mntreg.cbl),
      **                  or its latest canary row says MAINT
      **           DOWN   an OPEN incident in INCIDENT.DAT names it,
      **                  or its latest canary row is FAIL
      **           WARN   an unacknowledged CRITICAL alert in
      **                  ALERTQ.DAT names it (ALERTACK.DAT, as
      **                  alertdsp.cbl reads it), its latest canary
      **                  row is SLOW, or -- for a CHK component --
      **                  its latest HLTHCHK.LOG line is FAILED
      **
      **         Planned maintenance outranks the other evidence, and
      **         a CHK component never counts as more than WARN.  A
      **         service is then:
      **
      **           DOWN        every DB/DCS component is down, or any
      **                       INST or GW component is down
      **           DEGRADED    anything else down or warning
      **           MAINTENANCE otherwise, with a component in planned
      **                       maintenance
      **           UP          otherwise
      **
      **         A component "names" evidence when its name appears
      **         in the incident component or alert key or text, the
      **         way slarpt.cbl attributes incidents to databases.
      **
      **         SVCSTAT.RPT is the one-page status with each
      **         service's reason, followed by the month's
      **         availability per service: the minutes in which any
      **         component (CHK components aside) had an incident open
      **         or was failing its canary, each minute counted once
      **         however many components were down in it.  The month
      **         is prompted; blank means this month to date.
      **         SVCSTAT.EXT is the small fixed-column extract the
      **         help desk's status page reads: service, status,
      **         as-of timestamp, reason.
      **
      ** INPUT FILES:  SVCMAP.CTL   (business service map)
      **               INCIDENT.DAT (incident log)
      **               ALERTQ.DAT   (central alert queue)
      **               ALERTACK.DAT (alert acknowledgements)
      **               HLTHCHK.LOG  (health-check history)
      **               CANARY.CSV   (synthetic transaction canary)
      **               MAINTREG.DAT (maintenance registry, via mntreg)
      ** OUTPUT FILES: SVCSTAT.RPT  (service status, via rptwrite)
      **               SVCSTAT.EXT  (status-page extract)
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
       Program-Id. "svcstat".

       Environment Division.
       Input-Output Section.
       File-Control.
           select map-file assign to "SVCMAP.CTL"
               organization is line sequential
               file status is map-fs.
           select incident-file assign to "INCIDENT.DAT"
               organization is line sequential
               file status is incident-fs.
           select alert-queue assign to "ALERTQ.DAT"
               organization is line sequential
               file status is queue-fs.
           select ack-file assign to "ALERTACK.DAT"
               organization is line sequential
               file status is ack-fs.
           select health-log assign to "HLTHCHK.LOG"
               organization is line sequential
               file status is health-fs.
           select canary-csv assign to "CANARY.CSV"
               organization is line sequential
               file status is canary-fs.
           select status-ext assign to "SVCSTAT.EXT"
               organization is line sequential.

       Data Division.
       File Section.
       FD  map-file.
       01  map-rec.
           05 mp-service      pic x(16).
           05 filler          pic x.
           05 mp-type         pic x(4).
           05 filler          pic x.
           05 mp-component    pic x(20).

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

       FD  alert-queue.
       01  alert-queue-rec.
           05 aq-timestamp    pic x(17).
           05 filler          pic x(2).
           05 aq-source       pic x(10).
           05 filler          pic x(2).
           05 aq-severity     pic x(8).
           05 filler          pic x(2).
           05 aq-key          pic x(20).
           05 filler          pic x(2).
           05 aq-text         pic x(60).

       FD  ack-file.
       01  ack-rec.
           05 ak-source       pic x(10).
           05 filler          pic x(2).
           05 ak-key          pic x(20).
           05 filler          pic x(2).
           05 ak-operator     pic x(8).
           05 filler          pic x(2).
           05 ak-timestamp    pic x(17).

       FD  health-log.
       01  health-log-line.
           05 hl-timestamp    pic x(17).
           05 filler          pic x(2).
           05 hl-text         pic x(100).

       FD  canary-csv.
       01  canary-csv-rec     pic x(100).

       FD  status-ext.
       01  status-ext-rec.
           05 sx-service      pic x(16).
           05 filler          pic x.
           05 sx-status       pic x(11).
           05 filler          pic x.
           05 sx-as-of        pic x(17).
           05 filler          pic x.
           05 sx-reason       pic x(60).

       Working-Storage Section.

       copy "sqlrptw.cbl".
       copy "sqlmreg.cbl".

      * Local variables
       77 map-fs              pic xx.
       77 incident-fs         pic xx.
       77 queue-fs            pic xx.
       77 ack-fs              pic xx.
       77 health-fs           pic xx.
       77 canary-fs           pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).

      * the services, in SVCMAP.CTL order
       77 svc-count           pic 9(4) comp-5 value 0.
       01 svc-table.
          05 svc-entry occurs 50 times.
             10 sv-name       pic x(16).
             10 sv-status     pic x(11).
             10 sv-reason     pic x(60).
             10 sv-core-count pic 9(4) comp-5.
             10 sv-core-down  pic 9(4) comp-5.
             10 sv-hard-down  pic 9(4) comp-5.
             10 sv-any-down   pic 9(4) comp-5.
             10 sv-any-warn   pic 9(4) comp-5.
             10 sv-any-maint  pic 9(4) comp-5.
             10 sv-down-mins  pic 9(9) comp-5.
       77 svc-idx             pic 9(4) comp-5.

      * every component line, with the evidence found against it
       77 comp-count          pic 9(4) comp-5 value 0.
       01 comp-table.
          05 comp-entry occurs 500 times.
             10 cp-svc-idx    pic 9(4) comp-5.
             10 cp-type       pic x(4).
             10 cp-name       pic x(20).
             10 cp-name-len   pic 9(4) comp-5.
             10 cp-state      pic x(5).
             10 cp-reason     pic x(40).
             10 cp-incident   pic x(20).
             10 cp-alert      pic x(20).
             10 cp-canary     pic x(5).
             10 cp-health     pic x(6).
             10 cp-maint-sw   pic x.
       77 comp-idx            pic 9(4) comp-5.
       77 hit-tally           pic 9(4) comp-5.

      * acknowledgements, to tell an unacknowledged CRITICAL
       77 ack-count           pic 9(4) comp-5 value 0.
       01 ack-table.
          05 ack-entry occurs 300 times.
             10 ac-source     pic x(10).
             10 ac-key        pic x(20).
             10 ac-timestamp  pic x(17).
       77 ack-idx             pic 9(4) comp-5.
       77 acked-sw            pic x.

      * splitting one health-check line and one canary row
       77 line-component      pic x(40).
       77 line-status         pic x(20).
       77 csv-field-count     pic 9(4) comp-5.
       01 csv-fields.
          05 csv-field        pic x(20) occurs 6 times.

      * the month whose availability is reported, and its minutes
       77 ask-month           pic x(6).
       77 report-month        pic 9(6).
       77 month-mins          pic 9(9) comp-5.
       77 elapsed-mins        pic 9(9) comp-5.
       01 month-len-table     pic x(24) value
          "312831303130313130313031".
       01 month-len           pic 9(2).
       77 month-idx           pic 9(4) comp-5.
       77 month-last-day      pic 9(2).
       77 leap-quot           pic 9(4) comp-5.
       77 leap-rem            pic 9(4) comp-5.

      * the month's outage spans -- incidents by component text,
      * canary failures by database -- as minutes of the month
       77 span-count          pic 9(4) comp-5 value 0.
       01 span-table.
          05 span-entry occurs 1000 times.
             10 sp-kind       pic x.
             10 sp-name       pic x(20).
             10 sp-from       pic 9(9) comp-5.
             10 sp-to         pic 9(9) comp-5.
       77 spn-idx             pic 9(4) comp-5.
       77 add-kind            pic x.
       77 add-name            pic x(20).
       77 span-from-ts        pic x(17).
       77 span-to-ts          pic x(17).

      * canary failure runs still open while CANARY.CSV is read
       77 fail-count          pic 9(4) comp-5 value 0.
       01 fail-table.
          05 fail-entry occurs 200 times.
             10 fl-dbname     pic x(20).
             10 fl-in-sw      pic x.
             10 fl-start-ts   pic x(17).
       77 fl-idx              pic 9(4) comp-5.
       77 fl-found-idx        pic 9(4) comp-5.

      * one service's month, a byte per minute, "D" when down
       01 down-map            pic x(44640).
       77 span-hit-sw         pic x.
       77 map-len             pic 9(9) comp-5.

       77 ts-work             pic x(17).
       77 ts-mins             pic 9(9) comp-5.
       77 ts-day              pic 9(2).
       77 ts-hh               pic 9(2).
       77 ts-mm               pic 9(2).

       77 avail-pct           pic 9(3)v99.
       77 avail-disp          pic zz9.99.
       77 mins-disp           pic z(6)9.
       77 count-disp          pic z(3)9.
       77 up-count            pic 9(4) comp-5 value 0.
       77 degraded-count      pic 9(4) comp-5 value 0.
       77 down-count          pic 9(4) comp-5 value 0.
       77 maint-count         pic 9(4) comp-5 value 0.
       01 rpt-line            pic x(132).

       Procedure Division.
       svcstat-pgm section.

           display "Sample COBOL Program : SVCSTAT.CBL".

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           display "availability month (YYYYMM, blank for this ",
              "month) : " with no advancing.
           accept ask-month.
           if ask-month equal spaces or ask-month not numeric
              move now-date (1:6) to report-month
           else
              move ask-month to report-month.
           display " ".

           perform Load-Map thru End-Load-Map.
           if svc-count equal 0
              display "SVCMAP.CTL has no services -- nothing to roll ",
                 "up"
              go to end-svcstat.

           perform Compute-Month thru End-Compute-Month.
           perform Check-Maintenance thru End-Check-Maintenance
               varying comp-idx from 1 by 1
               until comp-idx is greater than comp-count.
           perform Scan-Incidents thru End-Scan-Incidents.
           perform Load-Acks thru End-Load-Acks.
           perform Scan-Alerts thru End-Scan-Alerts.
           perform Scan-Health-Log thru End-Scan-Health-Log.
           perform Scan-Canary thru End-Scan-Canary.

           perform Judge-Component thru End-Judge-Component
               varying comp-idx from 1 by 1
               until comp-idx is greater than comp-count.
           perform Judge-Service thru End-Judge-Service
               varying svc-idx from 1 by 1
               until svc-idx is greater than svc-count.
           perform Measure-Service thru End-Measure-Service
               varying svc-idx from 1 by 1
               until svc-idx is greater than svc-count.

           perform Write-Report thru End-Write-Report.
           perform Write-Extract thru End-Write-Extract.

           display " ".
           display "service status written to SVCSTAT.RPT and ",
              "SVCSTAT.EXT".
           if down-count is greater than 0
              move 8 to RETURN-CODE
           else
              if degraded-count is greater than 0
                 move 4 to RETURN-CODE.

       end-svcstat. stop run.

      ***********************************************************************
      * Load-Map reads SVCMAP.CTL; a service is added the first time
      * its name is seen, and each line becomes one component.
      ***********************************************************************
       Load-Map.
           open input map-file.
           if map-fs equal "35"
              display "SVCMAP.CTL not found"
              go to End-Load-Map.

           move "N" to file-eof.
           perform Load-One-Component thru End-Load-One-Component
               until no-more-records.
           close map-file.
           move "N" to file-eof.
       End-Load-Map. exit.

       Load-One-Component.
           read map-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Component
           end-read.

           if mp-service equal spaces
              or mp-service (1:1) equal "*"
              or mp-component equal spaces
              go to End-Load-One-Component.

           if mp-type not equal "DB" and mp-type not equal "INST"
              and mp-type not equal "DCS" and mp-type not equal "GW"
              and mp-type not equal "CHK"
              display "SVCMAP.CTL line for ", mp-service,
                 " has an unknown type ", mp-type, " -- ignored"
              go to End-Load-One-Component.

           move 0 to svc-idx.
           perform Find-Service thru End-Find-Service
               varying hit-tally from 1 by 1
               until hit-tally is greater than svc-count
                  or svc-idx is not equal 0.
           if svc-idx equal 0
              if svc-count is less than 50
                 add 1 to svc-count
                 move svc-count  to svc-idx
                 move mp-service to sv-name (svc-idx)
                 move spaces     to sv-status (svc-idx)
                 move spaces     to sv-reason (svc-idx)
                 move 0          to sv-down-mins (svc-idx)
              else
                 go to End-Load-One-Component.

           if comp-count is not less than 500
              go to End-Load-One-Component.
           add 1 to comp-count.
           move svc-idx      to cp-svc-idx (comp-count).
           move mp-type      to cp-type (comp-count).
           move mp-component to cp-name (comp-count).
           move 0 to cp-name-len (comp-count).
           inspect mp-component tallying cp-name-len (comp-count)
              for characters before initial " ".
           move spaces to cp-state (comp-count).
           move spaces to cp-reason (comp-count).
           move spaces to cp-incident (comp-count).
           move spaces to cp-alert (comp-count).
           move spaces to cp-canary (comp-count).
           move spaces to cp-health (comp-count).
           move "N"    to cp-maint-sw (comp-count).
       End-Load-One-Component. exit.

       Find-Service.
           if sv-name (hit-tally) equal mp-service
              move hit-tally to svc-idx.
       End-Find-Service. exit.

      ***********************************************************************
      * Compute-Month sizes the report month and, for the current
      * month, how many of its minutes have passed.
      ***********************************************************************
       Compute-Month.
           move report-month (5:2) to month-idx.
           if month-idx is less than 1 or month-idx is greater than 12
              move now-date (1:6) to report-month
              move report-month (5:2) to month-idx.
           move month-len-table ((month-idx * 2) - 1 : 2)
              to month-len.
           move month-len to month-last-day.
           if month-idx equal 2
              divide report-month (1:4) by 4 giving leap-quot
                 remainder leap-rem
              if leap-rem equal 0
                 move 29 to month-last-day
              end-if.
           compute month-mins = month-last-day * 1440.

           move month-mins to elapsed-mins.
           if report-month equal now-date (1:6)
              move now-ts to ts-work
              perform Ts-To-Month-Mins thru End-Ts-To-Month-Mins
              move ts-mins to elapsed-mins.
           if elapsed-mins equal 0
              move 1 to elapsed-mins.
       End-Compute-Month. exit.

      ***********************************************************************
      * Ts-To-Month-Mins turns a yyyymmdd-hhmmsscc stamp into minutes
      * from the start of the report month, clamped to the month.
      ***********************************************************************
       Ts-To-Month-Mins.
           if ts-work (1:6) is less than report-month
              move 0 to ts-mins
              go to End-Ts-To-Month-Mins.
           if ts-work (1:6) is greater than report-month
              move month-mins to ts-mins
              go to End-Ts-To-Month-Mins.
           if ts-work (7:2) not numeric or ts-work (10:4) not numeric
              move 0 to ts-mins
              go to End-Ts-To-Month-Mins.

           move ts-work (7:2)  to ts-day.
           move ts-work (10:2) to ts-hh.
           move ts-work (12:2) to ts-mm.
           compute ts-mins = ((ts-day - 1) * 1440) + (ts-hh * 60)
              + ts-mm.
           if ts-mins is greater than month-mins
              move month-mins to ts-mins.
       End-Ts-To-Month-Mins. exit.

       Check-Maintenance.
           if cp-type (comp-idx) equal "CHK"
              go to End-Check-Maintenance.
           move "Q" to MR-FUNCTION.
           move cp-name (comp-idx) to MR-TARGET.
           call "mntreg" using MNTREG-AREA.
           if MR-ACTIVE-SW equal "Y"
              move "Y" to cp-maint-sw (comp-idx).
       End-Check-Maintenance. exit.

      ***********************************************************************
      * Scan-Incidents marks each component an OPEN incident names, and
      * keeps every incident reaching into the report month as an
      * outage span for the availability figures.
      ***********************************************************************
       Scan-Incidents.
           open input incident-file.
           if incident-fs equal "35"
              go to End-Scan-Incidents.

           move "N" to file-eof.
           perform Scan-One-Incident thru End-Scan-One-Incident
               until no-more-records.
           close incident-file.
           move "N" to file-eof.
       End-Scan-Incidents. exit.

       Scan-One-Incident.
           read incident-file
               at end
                  move "Y" to file-eof
                  go to End-Scan-One-Incident
           end-read.

           if ir-component equal spaces
              or ir-open-ts (1:8) not numeric
              go to End-Scan-One-Incident.

           if ir-status not equal "CLOSED"
              perform Match-Incident thru End-Match-Incident
                  varying comp-idx from 1 by 1
                  until comp-idx is greater than comp-count.

           move ir-open-ts to span-from-ts.
           if ir-status equal "CLOSED"
              move ir-close-ts to span-to-ts
           else
              move now-ts to span-to-ts.
           move "I" to add-kind.
           move ir-component to add-name.
           perform Add-Span thru End-Add-Span.
       End-Scan-One-Incident. exit.

       Match-Incident.
           if cp-incident (comp-idx) not equal spaces
              go to End-Match-Incident.
           move 0 to hit-tally.
           inspect ir-component tallying hit-tally for all
              cp-name (comp-idx) (1:cp-name-len (comp-idx)).
           if hit-tally is greater than 0
              move ir-component to cp-incident (comp-idx).
       End-Match-Incident. exit.

      ***********************************************************************
      * Add-Span keeps an outage from span-from-ts to span-to-ts when
      * any of it falls inside the report month.
      ***********************************************************************
       Add-Span.
           if span-to-ts (1:6) is less than report-month
              or span-from-ts (1:6) is greater than report-month
              go to End-Add-Span.
           if span-count is not less than 1000
              go to End-Add-Span.

           add 1 to span-count.
           move add-kind to sp-kind (span-count).
           move add-name to sp-name (span-count).
           move span-from-ts to ts-work.
           perform Ts-To-Month-Mins thru End-Ts-To-Month-Mins.
           move ts-mins to sp-from (span-count).
           move span-to-ts to ts-work.
           perform Ts-To-Month-Mins thru End-Ts-To-Month-Mins.
           move ts-mins to sp-to (span-count).
           if sp-to (span-count) is not greater than
              sp-from (span-count)
              subtract 1 from span-count.
       End-Add-Span. exit.

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

           if ak-source not equal spaces
              and ack-count is less than 300
              add 1 to ack-count
              move ak-source    to ac-source (ack-count)
              move ak-key       to ac-key (ack-count)
              move ak-timestamp to ac-timestamp (ack-count).
       End-Load-One-Ack. exit.

      ***********************************************************************
      * Scan-Alerts marks each component a CRITICAL alert names when no
      * acknowledgement on file covers that occurrence -- an ack only
      * covers occurrences at or before its own timestamp.
      ***********************************************************************
       Scan-Alerts.
           open input alert-queue.
           if queue-fs equal "35"
              go to End-Scan-Alerts.

           move "N" to file-eof.
           perform Scan-One-Alert thru End-Scan-One-Alert
               until no-more-records.
           close alert-queue.
           move "N" to file-eof.
       End-Scan-Alerts. exit.

       Scan-One-Alert.
           read alert-queue
               at end
                  move "Y" to file-eof
                  go to End-Scan-One-Alert
           end-read.

           if aq-severity not equal "CRITICAL"
              go to End-Scan-One-Alert.

           move "N" to acked-sw.
           perform Match-One-Ack thru End-Match-One-Ack
               varying ack-idx from 1 by 1
               until ack-idx is greater than ack-count
                  or acked-sw equal "Y".
           if acked-sw equal "Y"
              go to End-Scan-One-Alert.

           perform Match-Alert thru End-Match-Alert
               varying comp-idx from 1 by 1
               until comp-idx is greater than comp-count.
       End-Scan-One-Alert. exit.

       Match-One-Ack.
           if ac-source (ack-idx) equal aq-source
              and ac-key (ack-idx) equal aq-key
              and ac-timestamp (ack-idx) is not less than aq-timestamp
              move "Y" to acked-sw.
       End-Match-One-Ack. exit.

       Match-Alert.
           if cp-alert (comp-idx) not equal spaces
              go to End-Match-Alert.
           move 0 to hit-tally.
           inspect aq-key tallying hit-tally for all
              cp-name (comp-idx) (1:cp-name-len (comp-idx)).
           inspect aq-text tallying hit-tally for all
              cp-name (comp-idx) (1:cp-name-len (comp-idx)).
           if hit-tally is greater than 0
              move aq-key to cp-alert (comp-idx).
       End-Match-Alert. exit.

      ***********************************************************************
      * Scan-Health-Log keeps the latest result of each CHK component;
      * the log is appended in time order, so the last line wins.
      ***********************************************************************
       Scan-Health-Log.
           open input health-log.
           if health-fs equal "35"
              go to End-Scan-Health-Log.

           move "N" to file-eof.
           perform Scan-One-Health-Line thru End-Scan-One-Health-Line
               until no-more-records.
           close health-log.
           move "N" to file-eof.
       End-Scan-Health-Log. exit.

       Scan-One-Health-Line.
           read health-log
               at end
                  move "Y" to file-eof
                  go to End-Scan-One-Health-Line
           end-read.

      * the line shape is "<component> : <status...>"
           move spaces to line-component.
           move spaces to line-status.
           unstring hl-text delimited by " : "
               into line-component line-status.
           if line-component equal spaces
              or line-status equal spaces
              go to End-Scan-One-Health-Line.

           perform Match-Health thru End-Match-Health
               varying comp-idx from 1 by 1
               until comp-idx is greater than comp-count.
       End-Scan-One-Health-Line. exit.

       Match-Health.
           if cp-type (comp-idx) not equal "CHK"
              or cp-name (comp-idx) not equal line-component
              go to End-Match-Health.
           if line-status (1:6) equal "FAILED"
              move "FAILED" to cp-health (comp-idx)
           else
              move "OK" to cp-health (comp-idx).
       End-Match-Health. exit.

      ***********************************************************************
      * Scan-Canary keeps each database's latest canary outcome, and
      * folds each run of FAIL rows -- from the first FAIL to the next
      * row that answered -- into an outage span for that database.
      ***********************************************************************
       Scan-Canary.
           open input canary-csv.
           if canary-fs equal "35"
              go to End-Scan-Canary.

           move "N" to file-eof.
           perform Scan-One-Canary thru End-Scan-One-Canary
               until no-more-records.
           close canary-csv.
           move "N" to file-eof.

      * a failure still running counts up to now
           perform Close-Open-Failure thru End-Close-Open-Failure
               varying fl-idx from 1 by 1
               until fl-idx is greater than fail-count.
       End-Scan-Canary. exit.

       Scan-One-Canary.
           read canary-csv
               at end
                  move "Y" to file-eof
                  go to End-Scan-One-Canary
           end-read.

           move spaces to csv-fields.
           move 0 to csv-field-count.
           unstring canary-csv-rec delimited by ","
               into csv-field (1) csv-field (2) csv-field (3)
                    csv-field (4) csv-field (5) csv-field (6)
               tallying in csv-field-count.
           if csv-field-count is less than 3
              or csv-field (1) (1:8) not numeric
              go to End-Scan-One-Canary.
           if csv-field (3) not equal "OK"
              and csv-field (3) not equal "SLOW"
              and csv-field (3) not equal "FAIL"
              and csv-field (3) not equal "MAINT"
              go to End-Scan-One-Canary.

           perform Match-Canary thru End-Match-Canary
               varying comp-idx from 1 by 1
               until comp-idx is greater than comp-count.

           move 0 to fl-found-idx.
           perform Find-Failure thru End-Find-Failure
               varying fl-idx from 1 by 1
               until fl-idx is greater than fail-count
                  or fl-found-idx is not equal 0.
           if fl-found-idx equal 0
              if fail-count is less than 200
                 add 1 to fail-count
                 move fail-count to fl-found-idx
                 move csv-field (2) to fl-dbname (fl-found-idx)
                 move "N" to fl-in-sw (fl-found-idx)
              else
                 go to End-Scan-One-Canary.

           if csv-field (3) equal "FAIL"
              if fl-in-sw (fl-found-idx) not equal "Y"
                 move "Y" to fl-in-sw (fl-found-idx)
                 move csv-field (1) (1:17)
                    to fl-start-ts (fl-found-idx)
              end-if
              go to End-Scan-One-Canary.

           if fl-in-sw (fl-found-idx) equal "Y"
              move "N" to fl-in-sw (fl-found-idx)
              move fl-start-ts (fl-found-idx) to span-from-ts
              move csv-field (1) (1:17) to span-to-ts
              move "C" to add-kind
              move fl-dbname (fl-found-idx) to add-name
              perform Add-Span thru End-Add-Span.
       End-Scan-One-Canary. exit.

       Match-Canary.
           if cp-type (comp-idx) equal "DB" or cp-type (comp-idx)
              equal "DCS"
              if cp-name (comp-idx) equal csv-field (2)
                 move csv-field (3) to cp-canary (comp-idx).
       End-Match-Canary. exit.

       Find-Failure.
           if fl-dbname (fl-idx) equal csv-field (2)
              move fl-idx to fl-found-idx.
       End-Find-Failure. exit.

       Close-Open-Failure.
           if fl-in-sw (fl-idx) not equal "Y"
              go to End-Close-Open-Failure.
           move fl-start-ts (fl-idx) to span-from-ts.
           move now-ts to span-to-ts.
           move "C" to add-kind.
           move fl-dbname (fl-idx) to add-name.
           perform Add-Span thru End-Add-Span.
       End-Close-Open-Failure. exit.

      ***********************************************************************
      * Judge-Component settles a component's state from its evidence,
      * planned maintenance first.
      ***********************************************************************
       Judge-Component.
           move "UP" to cp-state (comp-idx).

           if cp-maint-sw (comp-idx) equal "Y"
              or cp-canary (comp-idx) equal "MAINT"
              move "MAINT" to cp-state (comp-idx)
              move "planned maintenance" to cp-reason (comp-idx)
              go to End-Judge-Component.

           if cp-incident (comp-idx) not equal spaces
              move "DOWN" to cp-state (comp-idx)
              move spaces to cp-reason (comp-idx)
              string "open incident "    delimited by size
                     cp-incident (comp-idx) delimited by size
                     into cp-reason (comp-idx)
           else
              if cp-canary (comp-idx) equal "FAIL"
                 move "DOWN" to cp-state (comp-idx)
                 move "canary failing" to cp-reason (comp-idx)
              else
                 if cp-alert (comp-idx) not equal spaces
                    move "WARN" to cp-state (comp-idx)
                    move spaces to cp-reason (comp-idx)
                    string "unacked CRITICAL "  delimited by size
                           cp-alert (comp-idx)  delimited by size
                           into cp-reason (comp-idx)
                 else
                    if cp-canary (comp-idx) equal "SLOW"
                       move "WARN" to cp-state (comp-idx)
                       move "canary slow" to cp-reason (comp-idx)
                    else
                       if cp-health (comp-idx) equal "FAILED"
                          move "WARN" to cp-state (comp-idx)
                          move "health check failing"
                             to cp-reason (comp-idx).

           if cp-type (comp-idx) equal "CHK"
              and cp-state (comp-idx) equal "DOWN"
              move "WARN" to cp-state (comp-idx).
       End-Judge-Component. exit.

      ***********************************************************************
      * Judge-Service rolls a service's components up into its status;
      * the reason shown is the first component at the worst state.
      ***********************************************************************
       Judge-Service.
           move 0 to sv-core-count (svc-idx).
           move 0 to sv-core-down (svc-idx).
           move 0 to sv-hard-down (svc-idx).
           move 0 to sv-any-down (svc-idx).
           move 0 to sv-any-warn (svc-idx).
           move 0 to sv-any-maint (svc-idx).
           perform Tally-Service-Comp thru End-Tally-Service-Comp
               varying comp-idx from 1 by 1
               until comp-idx is greater than comp-count.

           if sv-hard-down (svc-idx) is greater than 0
              or (sv-core-count (svc-idx) is greater than 0
                  and sv-core-down (svc-idx) equal
                      sv-core-count (svc-idx))
              move "DOWN" to sv-status (svc-idx)
              add 1 to down-count
              go to End-Judge-Service.

           if sv-any-down (svc-idx) is greater than 0
              or sv-any-warn (svc-idx) is greater than 0
              move "DEGRADED" to sv-status (svc-idx)
              add 1 to degraded-count
              go to End-Judge-Service.

           if sv-any-maint (svc-idx) is greater than 0
              move "MAINTENANCE" to sv-status (svc-idx)
              add 1 to maint-count
              go to End-Judge-Service.

           move "UP" to sv-status (svc-idx).
           add 1 to up-count.
       End-Judge-Service. exit.

       Tally-Service-Comp.
           if cp-svc-idx (comp-idx) not equal svc-idx
              go to End-Tally-Service-Comp.

           if cp-type (comp-idx) equal "DB"
              or cp-type (comp-idx) equal "DCS"
              add 1 to sv-core-count (svc-idx)
              if cp-state (comp-idx) equal "DOWN"
                 add 1 to sv-core-down (svc-idx)
              end-if.
           if cp-state (comp-idx) equal "DOWN"
              and (cp-type (comp-idx) equal "INST"
                   or cp-type (comp-idx) equal "GW")
              add 1 to sv-hard-down (svc-idx).

           if cp-state (comp-idx) equal "DOWN"
              if sv-any-down (svc-idx) equal 0
                 perform Set-Service-Reason
                    thru End-Set-Service-Reason
              end-if
              add 1 to sv-any-down (svc-idx).
           if cp-state (comp-idx) equal "WARN"
              if sv-any-down (svc-idx) equal 0
                 and sv-any-warn (svc-idx) equal 0
                 perform Set-Service-Reason
                    thru End-Set-Service-Reason
              end-if
              add 1 to sv-any-warn (svc-idx).
           if cp-state (comp-idx) equal "MAINT"
              if sv-any-down (svc-idx) equal 0
                 and sv-any-warn (svc-idx) equal 0
                 and sv-any-maint (svc-idx) equal 0
                 perform Set-Service-Reason
                    thru End-Set-Service-Reason
              end-if
              add 1 to sv-any-maint (svc-idx).
       End-Tally-Service-Comp. exit.

       Set-Service-Reason.
           move spaces to sv-reason (svc-idx).
           string cp-type (comp-idx)   delimited by space
                  " "                  delimited by size
                  cp-name (comp-idx)   delimited by space
                  ": "                 delimited by size
                  cp-reason (comp-idx) delimited by size
                  into sv-reason (svc-idx).
       End-Set-Service-Reason. exit.

      ***********************************************************************
      * Measure-Service marks on a minute map every span that falls to
      * one of the service's components, then counts the marked
      * minutes, so overlapping outages are counted once.
      ***********************************************************************
       Measure-Service.
           move spaces to down-map.
           perform Mark-One-Span thru End-Mark-One-Span
               varying spn-idx from 1 by 1
               until spn-idx is greater than span-count.
           move 0 to sv-down-mins (svc-idx).
           inspect down-map tallying sv-down-mins (svc-idx)
              for all "D".
       End-Measure-Service. exit.

       Mark-One-Span.
           move "N" to span-hit-sw.
           perform Match-Span-Comp thru End-Match-Span-Comp
               varying comp-idx from 1 by 1
               until comp-idx is greater than comp-count
                  or span-hit-sw equal "Y".
           if span-hit-sw not equal "Y"
              go to End-Mark-One-Span.

           compute map-len = sp-to (spn-idx) - sp-from (spn-idx).
           move all "D" to down-map (sp-from (spn-idx) + 1 : map-len).
       End-Mark-One-Span. exit.

       Match-Span-Comp.
           if cp-svc-idx (comp-idx) not equal svc-idx
              or cp-type (comp-idx) equal "CHK"
              go to End-Match-Span-Comp.

           if sp-kind (spn-idx) equal "C"
              if cp-name (comp-idx) equal sp-name (spn-idx)
                 move "Y" to span-hit-sw
              end-if
              go to End-Match-Span-Comp.

           move 0 to hit-tally.
           inspect sp-name (spn-idx) tallying hit-tally for all
              cp-name (comp-idx) (1:cp-name-len (comp-idx)).
           if hit-tally is greater than 0
              move "Y" to span-hit-sw.
       End-Match-Span-Comp. exit.

      ***********************************************************************
      * Write-Report prints the status page and the month's
      * availability through the shared report writer.
      ***********************************************************************
       Write-Report.
           move "O" to RPTW-FUNCTION.
           move "SVCSTAT.RPT" to RPTW-FILE-NAME.
           move spaces to RPTW-TITLE.
           string "BUSINESS SERVICE STATUS -- " delimited by size
                  now-ts                        delimited by size
                  into RPTW-TITLE.
           move spaces to RPTW-HEADING.
           move "SERVICE          STATUS       REASON"
              to RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           perform Write-Status-Line thru End-Write-Status-Line
               varying svc-idx from 1 by 1
               until svc-idx is greater than svc-count.

           move spaces to rpt-line.
           perform Write-Svc-Line thru End-Write-Svc-Line.
           move spaces to rpt-line.
           move up-count to count-disp.
           string "  up "              delimited by size
                  count-disp           delimited by size
                  into rpt-line.
           move degraded-count to count-disp.
           string "   degraded "       delimited by size
                  count-disp           delimited by size
                  into rpt-line (14:).
           move down-count to count-disp.
           string "   down "           delimited by size
                  count-disp           delimited by size
                  into rpt-line (34:).
           move maint-count to count-disp.
           string "   maintenance "    delimited by size
                  count-disp           delimited by size
                  into rpt-line (50:).
           perform Write-Svc-Line thru End-Write-Svc-Line.

           move spaces to rpt-line.
           perform Write-Svc-Line thru End-Write-Svc-Line.
           move spaces to rpt-line.
           string "AVAILABILITY " delimited by size
                  report-month    delimited by size
                  "   (minutes with any component down, each minute "
                                  delimited by size
                  "counted once)" delimited by size
                  into rpt-line.
           perform Write-Svc-Line thru End-Write-Svc-Line.
           move spaces to rpt-line.
           perform Write-Svc-Line thru End-Write-Svc-Line.
           perform Write-Avail-Line thru End-Write-Avail-Line
               varying svc-idx from 1 by 1
               until svc-idx is greater than svc-count.

           move "C" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Report. exit.

       Write-Status-Line.
           move spaces to rpt-line.
           move sv-name (svc-idx)   to rpt-line (1:16).
           move sv-status (svc-idx) to rpt-line (18:11).
           move sv-reason (svc-idx) to rpt-line (31:60).
           perform Write-Svc-Line thru End-Write-Svc-Line.
       End-Write-Status-Line. exit.

       Write-Avail-Line.
           if sv-down-mins (svc-idx) is greater than elapsed-mins
              move 0 to avail-pct
           else
              compute avail-pct rounded =
                 ((elapsed-mins - sv-down-mins (svc-idx)) * 100)
                 / elapsed-mins.
           move avail-pct to avail-disp.
           move sv-down-mins (svc-idx) to mins-disp.
           move spaces to rpt-line.
           move sv-name (svc-idx) to rpt-line (1:16).
           string avail-disp         delimited by size
                  "%   down "        delimited by size
                  mins-disp          delimited by size
                  " min"             delimited by size
                  into rpt-line (18:40).
           perform Write-Svc-Line thru End-Write-Svc-Line.
       End-Write-Avail-Line. exit.

       Write-Svc-Line.
           move rpt-line to RPTW-LINE.
           move "W" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Svc-Line. exit.

      ***********************************************************************
      * Write-Extract rewrites the status-page extract, one line per
      * service.
      ***********************************************************************
       Write-Extract.
           open output status-ext.
           perform Write-One-Extract thru End-Write-One-Extract
               varying svc-idx from 1 by 1
               until svc-idx is greater than svc-count.
           close status-ext.
       End-Write-Extract. exit.

       Write-One-Extract.
           move spaces to status-ext-rec.
           move sv-name (svc-idx)   to sx-service.
           move sv-status (svc-idx) to sx-status.
           move now-ts              to sx-as-of.
           move sv-reason (svc-idx) to sx-reason.
           write status-ext-rec.
       End-Write-One-Extract. exit.
