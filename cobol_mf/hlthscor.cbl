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
      ** SOURCE FILE NAME: hlthscor.cbl
      **
      ** SAMPLE: Per-database composite health score and ranking
      **
      **         Each monitor has its own page, and nobody could say
      **         which databases were in the worst shape overall.
      **         Run daily after the monitors, this program gives
      **         every database in the SITEPARM.CFG list a health
      **         score from 0 to 100.  Each of eight factors can cost
      **         a database points:
      **
      **           TBSP      fullest tablespace today, percent
      **                     (TBSP.CSV, tbspmon.cbl)
      **           LOG       log space used today, percent
      **                     (LOGUTIL.CSV, logmon.cbl)
      **           DEADLOCK  deadlocks today (DEADLOCK.CSV, dlkmon.cbl)
      **           AGENTS    agent pool use today, percent, of the
      **                     database's instance in DBOWNER.CTL
      **                     (AGENTS.CSV, agentmon.cbl)
      **           ANOMALY   anomalies in today's ANOMDET.RPT
      **           BACKUP    hours since the last good backup
      **                     (BACKUP.HIS)
      **           INCIDENT  open incidents naming the database
      **                     (INCIDENT.DAT)
      **           DRIFT     tokens out of the configuration standard
      **                     in the latest CFGSTD.RPT
      **
      **         HLTHSCOR.POL sets, per factor, the points it can
      **         cost and the value range over which they are lost
      **         -- nothing at or below the first value, all of them
      **         at or beyond the second, in proportion between --
      **         and DROPALERT, the fall in a day that raises an
      **         alert:
      **
      **           TBSP      015 000000080 000000098
      **           BACKUP    020 000000026 000000072
      **           DROPALERT 015
      **
      **         A factor the file does not name keeps its built-in
      **         weighting.  A factor with no observation today costs
      **         nothing and is listed as having no data -- except
      **         BACKUP, where no good backup on record costs all of
      **         its points.
      **
      **         HLTHSCOR.RPT ranks the databases worst first, with
      **         each one's owning team, the change since the last
      **         scored day and since a week before, and the points
      **         each factor cost it; every line names its database,
      **         so burst.cbl can split the report by team.  The
      **         scores are appended to HLTHSCOR.HIS, which is where
      **         the changes come from, and a database that fell by
      **         more than DROPALERT points is alerted through
      **         alertq.cbl, ending the run with condition code 4.
      **
      ** INPUT FILES:  SITEPARM.CFG (database list, via siteparm)
      **               HLTHSCOR.POL (factor weights and ranges)
      **               DBOWNER.CTL  (instance and team per database)
      **               TBSP.CSV, LOGUTIL.CSV, DEADLOCK.CSV,
      **               AGENTS.CSV, ANOMDET.RPT, BACKUP.HIS,
      **               INCIDENT.DAT, CFGSTD.RPT
      ** STATE FILE:   HLTHSCOR.HIS (daily score history, appended)
      ** OUTPUT FILES: HLTHSCOR.RPT (ranking, via rptwrite)
      **               ALERTQ.DAT   (sharp falls, via alertq)
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
       Program-Id. "hlthscor".

       Environment Division.
       Input-Output Section.
       File-Control.
           select policy-file assign to "HLTHSCOR.POL"
               organization is line sequential
               file status is policy-fs.
           select in-file assign to dynamic in-name
               organization is line sequential
               file status is in-fs.
           select hist-file assign to "HLTHSCOR.HIS"
               organization is line sequential
               file status is hist-fs.

       Data Division.
       File Section.
       FD  policy-file.
       01  policy-rec.
           05 pr-factor       pic x(9).
           05 filler          pic x.
           05 pr-weight       pic x(3).
           05 filler          pic x.
           05 pr-start        pic x(9).
           05 filler          pic x.
           05 pr-full         pic x(9).

       FD  in-file.
       01  in-rec             pic x(200).

       FD  hist-file.
       01  hist-rec.
           05 hs-date         pic x(8).
           05 filler          pic x.
           05 hs-dbname       pic x(18).
           05 filler          pic x.
           05 hs-score        pic 9(3).
           05 hs-factor occurs 8 times.
              10 filler       pic x.
              10 hs-loss      pic 9(3).

       Working-Storage Section.

       copy "sqlsitep.cbl".
       copy "sqlalert.cbl".
       copy "sqlrptw.cbl".
       copy "sqldtsrv.cbl".
       copy "sqlrunh.cbl".

      * Local variables
       77 policy-fs           pic xx.
       77 in-fs               pic xx.
       77 hist-fs             pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".
       77 in-name             pic x(14).

       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).

      * the scoring policy: the points each factor can cost and the
      * range over which it costs them
       01 factor-table.
          05 factor-entry occurs 8 times.
             10 fc-name        pic x(9).
             10 fc-weight      pic 9(3).
             10 fc-start       pic 9(9).
             10 fc-full        pic 9(9).
       77 factor-idx          pic 9(4) comp-5.
       77 drop-limit          pic 9(3) value 15.

      * every database in the site list, and what today cost it
       77 db-count            pic 9(4) comp-5 value 0.
       01 db-table.
          05 db-entry occurs 50 times.
             10 dt-name        pic x(18).
             10 dt-name-len    pic 9(4) comp-5.
             10 dt-instance    pic x(18).
             10 dt-team        pic x(12).
             10 dt-score       pic 9(3).
             10 dt-last-backup pic x(17).
             10 dt-prev-date   pic x(8).
             10 dt-prev-score  pic 9(3).
             10 dt-week-date   pic x(8).
             10 dt-week-score  pic 9(3).
             10 dt-factor occurs 8 times.
                15 dt-value    pic 9(9) comp-5.
                15 dt-seen     pic x.
                15 dt-loss     pic 9(3).
       77 db-idx              pic 9(4) comp-5.
       77 hit-idx             pic 9(4) comp-5.
       77 hit-tally           pic 9(4) comp-5.
       77 total-loss          pic 9(4) comp-5.
       77 loss-work           pic 9(9) comp-5.

      * the ranking, worst first, as subscripts into db-table
       01 rank-table.
          05 rank-entry occurs 50 times pic 9(4) comp-5.
       77 rank-idx            pic 9(4) comp-5.
       77 sort-idx            pic 9(4) comp-5.
       77 low-idx             pic 9(4) comp-5.
       77 moved-entry         pic 9(4) comp-5.

      * one comma-separated monitor trend row
       77 csv-value-field     pic 9(4) comp-5.
       77 csv-by-instance-sw  pic x.
           88 csv-by-instance     value "Y".
       77 csv-add-sw          pic x.
           88 csv-adds-rows       value "Y".
       01 csv-fields.
          05 csv-field occurs 6 times pic x(20).
       77 csv-field-count     pic 9(4) comp-5.
       77 csv-key             pic x(18).
       77 field-value         pic 9(9) comp-5.
       77 field-ok-sw         pic x.
       77 work-field          pic x(20).
       77 digit-idx           pic 9(4) comp-5.
       01 digit-char-x        pic x.
       01 digit-char-9 redefines digit-char-x pic 9.

       77 anom-date           pic x(8).
       77 drift-date          pic x(8).
       77 first-word          pic x(18).

       77 alert-count         pic 9(4) comp-5 value 0.
       77 change-val          pic s9(4) comp-5.
       77 rank-disp           pic z(2)9.
       77 score-disp          pic z(2)9.
       77 change-disp         pic +(3)9.
       77 week-disp           pic +(3)9.
       77 loss-disp           pic z(2)9.
       77 lead-count          pic 9(4) comp-5.
       77 line-ptr            pic 9(4) comp-5.
       01 rpt-line            pic x(132).
       01 work-line-hold      pic x(100).

       Procedure Division.
       hlthscor-pgm section.

           display "Sample COBOL Program : HLTHSCOR.CBL".

           move "hlthscor" to RH-PROGRAM.
           move "S" to RH-FUNCTION.
           call "runhist" using RUNHIST-AREA.

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           call "siteparm" using SITEPARM-AREA.
           if SITE-DB-COUNT equal 0
              display "no site parameter database list -- nothing ",
                 "scored"
              go to end-hlthscor.

           perform Load-One-Db thru End-Load-One-Db
               varying db-idx from 1 by 1
               until db-idx is greater than SITE-DB-COUNT.

           perform Set-Default-Policy thru End-Set-Default-Policy.
           perform Load-Policy thru End-Load-Policy.
           perform Load-Owners thru End-Load-Owners.

           move "TBSP.CSV" to in-name.
           move 1 to factor-idx.
           move 6 to csv-value-field.
           move "N" to csv-by-instance-sw.
           move "N" to csv-add-sw.
           perform Scan-Csv thru End-Scan-Csv.

           move "LOGUTIL.CSV" to in-name.
           move 2 to factor-idx.
           move 6 to csv-value-field.
           perform Scan-Csv thru End-Scan-Csv.

           move "DEADLOCK.CSV" to in-name.
           move 3 to factor-idx.
           move 3 to csv-value-field.
           move "Y" to csv-add-sw.
           perform Scan-Csv thru End-Scan-Csv.
           move "N" to csv-add-sw.

           move "AGENTS.CSV" to in-name.
           move 4 to factor-idx.
           move 5 to csv-value-field.
           move "Y" to csv-by-instance-sw.
           perform Scan-Csv thru End-Scan-Csv.

           perform Scan-Anomalies thru End-Scan-Anomalies.
           perform Scan-Backups thru End-Scan-Backups.
           perform Scan-Incidents thru End-Scan-Incidents.
           perform Scan-Drift thru End-Scan-Drift.
           perform Load-History thru End-Load-History.

           perform Score-One-Db thru End-Score-One-Db
               varying db-idx from 1 by 1
               until db-idx is greater than db-count.
           perform Rank-Databases thru End-Rank-Databases.

           move "O" to RPTW-FUNCTION.
           move "HLTHSCOR.RPT" to RPTW-FILE-NAME.
           move spaces to RPTW-TITLE.
           string "DATABASE HEALTH SCORES "  delimited by size
                  now-ts                     delimited by size
                  into RPTW-TITLE.
           move spaces to RPTW-HEADING.
           string "  RANK  DATABASE            TEAM          SCORE  DAY"
                     delimited by size
                  "  WEEK  POINTS LOST" delimited by size
                  into RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           perform Report-One-Db thru End-Report-One-Db
               varying rank-idx from 1 by 1
               until rank-idx is greater than db-count.

           move spaces to rpt-line.
           perform Write-Score-Line thru End-Write-Score-Line.
           move spaces to rpt-line.
           if anom-date equal spaces
              move "  anomalies : no ANOMDET.RPT for today" to rpt-line
           else
              string "  anomalies : ANOMDET.RPT of " delimited by size
                     anom-date                       delimited by size
                     into rpt-line.
           perform Write-Score-Line thru End-Write-Score-Line.
           move spaces to rpt-line.
           if drift-date equal spaces
              move "  drift     : no CFGSTD.RPT on file" to rpt-line
           else
              string "  drift     : CFGSTD.RPT of " delimited by size
                     drift-date                     delimited by size
                     into rpt-line.
           perform Write-Score-Line thru End-Write-Score-Line.

           move "C" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.

           perform Save-History thru End-Save-History.

           if alert-count is greater than 0
              move 4 to RETURN-CODE.

           display db-count, " database(s) scored, ", alert-count,
              " fell sharply -- see HLTHSCOR.RPT".

       end-hlthscor.
           move "E" to RH-FUNCTION.
           move RETURN-CODE to RH-RETCODE.
           call "runhist" using RUNHIST-AREA.
           stop run.

       Load-One-Db.
           if db-count not less than 50
              go to End-Load-One-Db.
           add 1 to db-count.
           move spaces to db-entry (db-count).
           move SITE-DB-NAME (db-idx) to dt-name (db-count).
           move 0 to dt-name-len (db-count).
           inspect dt-name (db-count) tallying dt-name-len (db-count)
              for characters before initial " ".
           move "operations" to dt-team (db-count).
           move 0 to dt-score (db-count).
           perform Clear-One-Factor thru End-Clear-One-Factor
               varying factor-idx from 1 by 1
               until factor-idx is greater than 8.
       End-Load-One-Db. exit.

       Clear-One-Factor.
           move 0 to dt-value (db-count factor-idx).
           move "N" to dt-seen (db-count factor-idx).
           move 0 to dt-loss (db-count factor-idx).
       End-Clear-One-Factor. exit.

      ***********************************************************************
      * Set-Default-Policy gives every factor its built-in weighting:
      * the weights add to 100, so a database every factor condemns
      * scores zero.
      ***********************************************************************
       Set-Default-Policy.
           move "TBSP"     to fc-name (1).
           move 15         to fc-weight (1).
           move 80         to fc-start (1).
           move 98         to fc-full (1).
           move "LOG"      to fc-name (2).
           move 15         to fc-weight (2).
           move 70         to fc-start (2).
           move 95         to fc-full (2).
           move "DEADLOCK" to fc-name (3).
           move 10         to fc-weight (3).
           move 0          to fc-start (3).
           move 20         to fc-full (3).
           move "AGENTS"   to fc-name (4).
           move 10         to fc-weight (4).
           move 80         to fc-start (4).
           move 98         to fc-full (4).
           move "ANOMALY"  to fc-name (5).
           move 10         to fc-weight (5).
           move 0          to fc-start (5).
           move 4          to fc-full (5).
           move "BACKUP"   to fc-name (6).
           move 20         to fc-weight (6).
           move 26         to fc-start (6).
           move 72         to fc-full (6).
           move "INCIDENT" to fc-name (7).
           move 10         to fc-weight (7).
           move 0          to fc-start (7).
           move 2          to fc-full (7).
           move "DRIFT"    to fc-name (8).
           move 10         to fc-weight (8).
           move 0          to fc-start (8).
           move 6          to fc-full (8).
       End-Set-Default-Policy. exit.

       Load-Policy.
           open input policy-file.
           if policy-fs equal "35"
              go to End-Load-Policy.

           move "N" to file-eof.
           perform Load-One-Policy thru End-Load-One-Policy
               until no-more-records.
           close policy-file.
       End-Load-Policy. exit.

       Load-One-Policy.
           read policy-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Policy
           end-read.

           if policy-rec equal spaces
              or pr-factor (1:1) equal "*"
              go to End-Load-One-Policy.

           if pr-weight not numeric
              display "HLTHSCOR.POL ", pr-factor, " points are not ",
                 "numeric -- line ignored"
              go to End-Load-One-Policy.

           if pr-factor equal "DROPALERT"
              move pr-weight to drop-limit
              go to End-Load-One-Policy.

           if pr-start not numeric
              or pr-full not numeric
              display "HLTHSCOR.POL ", pr-factor, " range is not ",
                 "numeric -- line ignored"
              go to End-Load-One-Policy.

           move 0 to hit-idx.
           perform Match-One-Factor thru End-Match-One-Factor
               varying factor-idx from 1 by 1
               until factor-idx is greater than 8.
           if hit-idx equal 0
              display "HLTHSCOR.POL ", pr-factor, " is not a scored ",
                 "factor -- line ignored"
              go to End-Load-One-Policy.

           move pr-weight to fc-weight (hit-idx).
           move pr-start  to fc-start (hit-idx).
           move pr-full   to fc-full (hit-idx).
       End-Load-One-Policy. exit.

       Match-One-Factor.
           if fc-name (factor-idx) equal pr-factor
              move factor-idx to hit-idx.
       End-Match-One-Factor. exit.

      ***********************************************************************
      * Load-Owners takes each database's instance, for the agent
      * pool it draws on, and its owning team from DBOWNER.CTL.
      ***********************************************************************
       Load-Owners.
           move "DBOWNER.CTL" to in-name.
           open input in-file.
           if in-fs equal "35"
              go to End-Load-Owners.

           move "N" to file-eof.
           perform Load-One-Owner thru End-Load-One-Owner
               until no-more-records.
           close in-file.
       End-Load-Owners. exit.

       Load-One-Owner.
           read in-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Owner
           end-read.

           if in-rec (1:1) equal "*"
              go to End-Load-One-Owner.
           move in-rec (1:18) to csv-key.
           perform Find-Db thru End-Find-Db.
           if hit-idx equal 0
              go to End-Load-One-Owner.
           move in-rec (20:18) to dt-instance (hit-idx).
           if in-rec (39:12) not equal spaces
              move in-rec (39:12) to dt-team (hit-idx).
       End-Load-One-Owner. exit.

       Find-Db.
           move 0 to hit-idx.
           perform Match-One-Db thru End-Match-One-Db
               varying db-idx from 1 by 1
               until db-idx is greater than db-count
                  or hit-idx is greater than 0.
       End-Find-Db. exit.

       Match-One-Db.
           if dt-name (db-idx) equal csv-key
              move db-idx to hit-idx.
       End-Match-One-Db. exit.

      ***********************************************************************
      * Scan-Csv takes today's worst value of one factor from a
      * monitor's comma-separated trend file: the timestamp first,
      * then the database (or, for the agent pool, the instance),
      * with the value in the field the caller names.  A file whose
      * rows each count what one sweep saw (deadlocks) is summed over
      * the day instead, as its own monitor totals it.
      ***********************************************************************
       Scan-Csv.
           open input in-file.
           if in-fs equal "35"
              go to End-Scan-Csv.

           move "N" to file-eof.
           perform Scan-One-Csv thru End-Scan-One-Csv
               until no-more-records.
           close in-file.
       End-Scan-Csv. exit.

       Scan-One-Csv.
           read in-file
               at end
                  move "Y" to file-eof
                  go to End-Scan-One-Csv
           end-read.

           if in-rec (1:8) not equal now-date
              go to End-Scan-One-Csv.

           move spaces to csv-fields.
           move 0 to csv-field-count.
           unstring in-rec delimited by ","
               into csv-field(1) csv-field(2) csv-field(3)
                    csv-field(4) csv-field(5) csv-field(6)
               tallying csv-field-count.
           if csv-field-count is less than csv-value-field
              go to End-Scan-One-Csv.

           move csv-field (csv-value-field) to work-field.
           perform Field-To-Value thru End-Field-To-Value.
           if field-ok-sw not equal "Y"
              go to End-Scan-One-Csv.

           move csv-field (2) to csv-key.
           if csv-by-instance
              perform Take-Instance-Value thru End-Take-Instance-Value
                  varying hit-idx from 1 by 1
                  until hit-idx is greater than db-count
              go to End-Scan-One-Csv.

           perform Find-Db thru End-Find-Db.
           if hit-idx is greater than 0
              perform Take-Worst-Value thru End-Take-Worst-Value.
       End-Scan-One-Csv. exit.

       Take-Instance-Value.
           if dt-instance (hit-idx) equal csv-key
              perform Take-Worst-Value thru End-Take-Worst-Value.
       End-Take-Instance-Value. exit.

       Take-Worst-Value.
           if csv-adds-rows
              add field-value to dt-value (hit-idx factor-idx)
              move "Y" to dt-seen (hit-idx factor-idx)
              go to End-Take-Worst-Value.
           if dt-seen (hit-idx factor-idx) not equal "Y"
              or field-value is greater than
                 dt-value (hit-idx factor-idx)
              move field-value to dt-value (hit-idx factor-idx)
              move "Y" to dt-seen (hit-idx factor-idx).
       End-Take-Worst-Value. exit.

       Field-To-Value.
           move "N" to field-ok-sw.
           move 0 to field-value.
           perform Take-One-Digit thru End-Take-One-Digit
               varying digit-idx from 1 by 1
               until digit-idx is greater than 20.
       End-Field-To-Value. exit.

       Take-One-Digit.
           if work-field (digit-idx:1) is less than "0"
              or work-field (digit-idx:1) is greater than "9"
              go to End-Take-One-Digit.
           move work-field (digit-idx:1) to digit-char-x.
           compute field-value =
              (field-value * 10) + digit-char-9.
           move "Y" to field-ok-sw.
       End-Take-One-Digit. exit.

      ***********************************************************************
      * Scan-Anomalies counts each database's lines in ANOMDET.RPT,
      * provided the report is today's.  Every database scored
      * today has, then, an anomaly count, if only of zero.
      ***********************************************************************
       Scan-Anomalies.
           move spaces to anom-date.
           move "ANOMDET.RPT" to in-name.
           open input in-file.
           if in-fs equal "35"
              go to End-Scan-Anomalies.

           move "N" to file-eof.
           perform Scan-One-Anomaly thru End-Scan-One-Anomaly
               until no-more-records.
           close in-file.

           if anom-date not equal now-date
              go to End-Scan-Anomalies.
           move 5 to factor-idx.
           perform Mark-Factor-Seen thru End-Mark-Factor-Seen
               varying hit-idx from 1 by 1
               until hit-idx is greater than db-count.
       End-Scan-Anomalies. exit.

       Scan-One-Anomaly.
           read in-file
               at end
                  move "Y" to file-eof
                  go to End-Scan-One-Anomaly
           end-read.

           if in-rec (1:26) equal "--- anomaly detection for "
              move in-rec (27:8) to anom-date
              go to End-Scan-One-Anomaly.
           if anom-date not equal now-date
              go to End-Scan-One-Anomaly.

           move 0 to hit-tally.
           inspect in-rec tallying hit-tally for all " value=".
           if hit-tally equal 0
              go to End-Scan-One-Anomaly.

           move spaces to first-word.
           unstring in-rec (3:60) delimited by " " into first-word.
           move first-word to csv-key.
           perform Find-Db thru End-Find-Db.
           if hit-idx is greater than 0
              add 1 to dt-value (hit-idx 5).
       End-Scan-One-Anomaly. exit.

       Mark-Factor-Seen.
           move "Y" to dt-seen (hit-idx factor-idx).
       End-Mark-Factor-Seen. exit.

      ***********************************************************************
      * Scan-Backups finds each database's newest good backup in
      * BACKUP.HIS; its age in hours is the BACKUP factor.
      ***********************************************************************
       Scan-Backups.
           move "BACKUP.HIS" to in-name.
           open input in-file.
           if in-fs equal "35"
              go to End-Scan-Backups.

           move "N" to file-eof.
           perform Scan-One-Backup thru End-Scan-One-Backup
               until no-more-records.
           close in-file.

           perform Age-One-Backup thru End-Age-One-Backup
               varying hit-idx from 1 by 1
               until hit-idx is greater than db-count.
       End-Scan-Backups. exit.

       Scan-One-Backup.
           read in-file
               at end
                  move "Y" to file-eof
                  go to End-Scan-One-Backup
           end-read.

           if in-rec (40:8) not equal "OK"
              go to End-Scan-One-Backup.
           move in-rec (1:18) to csv-key.
           perform Find-Db thru End-Find-Db.
           if hit-idx equal 0
              go to End-Scan-One-Backup.
           if in-rec (21:17) is greater than dt-last-backup (hit-idx)
              move in-rec (21:17) to dt-last-backup (hit-idx).
       End-Scan-One-Backup. exit.

       Age-One-Backup.
           if dt-last-backup (hit-idx) equal spaces
              go to End-Age-One-Backup.
           move dt-last-backup (hit-idx) to DT-FROM-TS.
           move now-ts to DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           if DT-VALID-SW not equal "Y"
              go to End-Age-One-Backup.
           if DT-MINUTES is less than 0
              move 0 to DT-MINUTES.
           divide DT-MINUTES by 60 giving dt-value (hit-idx 6).
           move "Y" to dt-seen (hit-idx 6).
       End-Age-One-Backup. exit.

      ***********************************************************************
      * Scan-Incidents counts the open incidents whose component
      * names the database, matched the way owner.cbl routes them.
      ***********************************************************************
       Scan-Incidents.
           move "INCIDENT.DAT" to in-name.
           open input in-file.
           if in-fs equal "35"
              go to End-Scan-Incidents.

           move "N" to file-eof.
           perform Scan-One-Incident thru End-Scan-One-Incident
               until no-more-records.
           close in-file.

           move 7 to factor-idx.
           perform Mark-Factor-Seen thru End-Mark-Factor-Seen
               varying hit-idx from 1 by 1
               until hit-idx is greater than db-count.
       End-Scan-Incidents. exit.

       Scan-One-Incident.
           read in-file
               at end
                  move "Y" to file-eof
                  go to End-Scan-One-Incident
           end-read.

           if in-rec (23:8) not equal "OPEN"
              go to End-Scan-One-Incident.
           perform Count-One-Incident thru End-Count-One-Incident
               varying hit-idx from 1 by 1
               until hit-idx is greater than db-count.
       End-Scan-One-Incident. exit.

       Count-One-Incident.
           if dt-name-len (hit-idx) equal 0
              go to End-Count-One-Incident.
           move 0 to hit-tally.
           inspect in-rec (1:20) tallying hit-tally for all
              dt-name (hit-idx) (1:dt-name-len (hit-idx)).
           if hit-tally is greater than 0
              add 1 to dt-value (hit-idx 7).
       End-Count-One-Incident. exit.

      ***********************************************************************
      * Scan-Drift counts, per database, the tokens the latest
      * CFGSTD.RPT found outside the configuration standard -- its
      * "**" lines, less those for a configuration it could not read.
      ***********************************************************************
       Scan-Drift.
           move spaces to drift-date.
           move "CFGSTD.RPT" to in-name.
           open input in-file.
           if in-fs equal "35"
              go to End-Scan-Drift.

           move "N" to file-eof.
           perform Scan-One-Drift thru End-Scan-One-Drift
               until no-more-records.
           close in-file.

           if drift-date equal spaces
              go to End-Scan-Drift.
           move 8 to factor-idx.
           perform Mark-Factor-Seen thru End-Mark-Factor-Seen
               varying hit-idx from 1 by 1
               until hit-idx is greater than db-count.
       End-Scan-Drift. exit.

       Scan-One-Drift.
           read in-file
               at end
                  move "Y" to file-eof
                  go to End-Scan-One-Drift
           end-read.

           if drift-date equal spaces
              and in-rec (1:41) equal
                 "CONFIGURATION STANDARDS COMPLIANCE AS OF "
              move in-rec (42:8) to drift-date
              go to End-Scan-One-Drift.
           if in-rec (1:2) not equal "**"
              go to End-Scan-One-Drift.

           move 0 to hit-tally.
           inspect in-rec tallying hit-tally for all "NOT CHECKED".
           if hit-tally is greater than 0
              go to End-Scan-One-Drift.

           move in-rec (3:18) to csv-key.
           perform Find-Db thru End-Find-Db.
           if hit-idx is greater than 0
              add 1 to dt-value (hit-idx 8).
       End-Scan-One-Drift. exit.

      ***********************************************************************
      * Load-History finds each database's score on the last day
      * scored before today, and on the last day scored at least a
      * week ago.  The history is in date order, so the last
      * qualifying record of a database is the one wanted.
      ***********************************************************************
       Load-History.
           open input hist-file.
           if hist-fs equal "35"
              go to End-Load-History.

           move "N" to file-eof.
           perform Load-One-History thru End-Load-One-History
               until no-more-records.
           close hist-file.
       End-Load-History. exit.

       Load-One-History.
           read hist-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-History
           end-read.

           if hs-date not numeric
              or hs-date not less than now-date
              or hs-score not numeric
              go to End-Load-One-History.
           move hs-dbname to csv-key.
           perform Find-Db thru End-Find-Db.
           if hit-idx equal 0
              go to End-Load-One-History.

           move hs-date  to dt-prev-date (hit-idx).
           move hs-score to dt-prev-score (hit-idx).

           move spaces to DT-FROM-TS.
           string hs-date     delimited by size
                  "-00000000" delimited by size
                  into DT-FROM-TS.
           move now-ts to DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           if DT-VALID-SW equal "Y"
              and DT-MINUTES not less than 10080
              move hs-date  to dt-week-date (hit-idx)
              move hs-score to dt-week-score (hit-idx).
       End-Load-One-History. exit.

      ***********************************************************************
      * Score-One-Db takes each factor's cost off 100.  A factor
      * costs nothing up to its first value, all its points from
      * its second, and in proportion between.
      ***********************************************************************
       Score-One-Db.
           move 0 to total-loss.
           perform Score-One-Factor thru End-Score-One-Factor
               varying factor-idx from 1 by 1
               until factor-idx is greater than 8.
           if total-loss is greater than 100
              move 0 to dt-score (db-idx)
           else
              compute dt-score (db-idx) = 100 - total-loss.
       End-Score-One-Db. exit.

       Score-One-Factor.
           move 0 to dt-loss (db-idx factor-idx).
           if fc-weight (factor-idx) equal 0
              go to End-Score-One-Factor.

      * no good backup on record is the worst backup currency there
      * is; any other factor with no data today is not held against
      * the database
           if dt-seen (db-idx factor-idx) not equal "Y"
              if factor-idx equal 6
                 move fc-weight (factor-idx)
                    to dt-loss (db-idx factor-idx)
                 add fc-weight (factor-idx) to total-loss
              end-if
              go to End-Score-One-Factor.

           if dt-value (db-idx factor-idx)
                 not greater than fc-start (factor-idx)
              go to End-Score-One-Factor.

           if fc-full (factor-idx)
                 not greater than fc-start (factor-idx)
              or dt-value (db-idx factor-idx)
                 not less than fc-full (factor-idx)
              move fc-weight (factor-idx) to loss-work
           else
              compute loss-work rounded =
                 (fc-weight (factor-idx) *
                    (dt-value (db-idx factor-idx) -
                     fc-start (factor-idx))) /
                 (fc-full (factor-idx) - fc-start (factor-idx)).

           move loss-work to dt-loss (db-idx factor-idx).
           add loss-work to total-loss.
       End-Score-One-Factor. exit.

      ***********************************************************************
      * Rank-Databases orders the subscripts worst score first; equal
      * scores keep the site list's order, since the worst one left is
      * moved up by shifting the entries it passes rather than by
      * swapping.
      ***********************************************************************
       Rank-Databases.
           perform Set-One-Rank thru End-Set-One-Rank
               varying rank-idx from 1 by 1
               until rank-idx is greater than db-count.
           perform Rank-One-Slot thru End-Rank-One-Slot
               varying rank-idx from 1 by 1
               until rank-idx is not less than db-count.
       End-Rank-Databases. exit.

       Set-One-Rank.
           move rank-idx to rank-entry (rank-idx).
       End-Set-One-Rank. exit.

       Rank-One-Slot.
           move rank-idx to low-idx.
           compute sort-idx = rank-idx + 1.
           perform Find-Worse-Db thru End-Find-Worse-Db
               varying sort-idx from sort-idx by 1
               until sort-idx is greater than db-count.

           if low-idx equal rank-idx
              go to End-Rank-One-Slot.

           move rank-entry (low-idx) to moved-entry.
           perform Shift-One-Entry thru End-Shift-One-Entry
               varying sort-idx from low-idx by -1
               until sort-idx is not greater than rank-idx.
           move moved-entry to rank-entry (rank-idx).
       End-Rank-One-Slot. exit.

       Shift-One-Entry.
           move rank-entry (sort-idx - 1) to rank-entry (sort-idx).
       End-Shift-One-Entry. exit.

       Find-Worse-Db.
           if dt-score (rank-entry (sort-idx)) is less than
              dt-score (rank-entry (low-idx))
              move sort-idx to low-idx.
       End-Find-Worse-Db. exit.

      ***********************************************************************
      * Report-One-Db prints one ranked database, with the factors
      * that cost it points, and alerts a fall beyond DROPALERT.
      ***********************************************************************
       Report-One-Db.
           move rank-entry (rank-idx) to db-idx.
           move rank-idx to rank-disp.
           move dt-score (db-idx) to score-disp.

           move spaces to rpt-line.
           move 1 to line-ptr.
           string "   "              delimited by size
                  rank-disp          delimited by size
                  "  "               delimited by size
                  dt-name (db-idx)   delimited by size
                  "  "               delimited by size
                  dt-team (db-idx)   delimited by size
                  "   "              delimited by size
                  score-disp         delimited by size
                  into rpt-line with pointer line-ptr.

           if dt-prev-date (db-idx) equal spaces
              string "   new" delimited by size
                     into rpt-line with pointer line-ptr
           else
              compute change-val =
                 dt-score (db-idx) - dt-prev-score (db-idx)
              move change-val to change-disp
              string "  "        delimited by size
                     change-disp delimited by size
                     into rpt-line with pointer line-ptr.

           if dt-week-date (db-idx) equal spaces
              string "     -" delimited by size
                     into rpt-line with pointer line-ptr
           else
              compute change-val =
                 dt-score (db-idx) - dt-week-score (db-idx)
              move change-val to week-disp
              string "  "      delimited by size
                     week-disp delimited by size
                     into rpt-line with pointer line-ptr.

           string "  " delimited by size
                  into rpt-line with pointer line-ptr.
           perform Add-Loss-Text thru End-Add-Loss-Text
               varying factor-idx from 1 by 1
               until factor-idx is greater than 8.
           perform Write-Score-Line thru End-Write-Score-Line.

           move spaces to rpt-line.
           move 1 to line-ptr.
           perform Add-Nodata-Text thru End-Add-Nodata-Text
               varying factor-idx from 1 by 1
               until factor-idx is greater than 8.
           if line-ptr is greater than 1
              move rpt-line to work-line-hold
              move spaces to rpt-line
              string "        "       delimited by size
                     dt-name (db-idx) delimited by space
                     " no data today:" delimited by size
                     work-line-hold   delimited by size
                     into rpt-line
              perform Write-Score-Line thru End-Write-Score-Line.

           if dt-prev-date (db-idx) not equal spaces
              and dt-prev-score (db-idx) is greater than
                 dt-score (db-idx)
              compute change-val =
                 dt-prev-score (db-idx) - dt-score (db-idx)
              if change-val is greater than drop-limit
                 perform Alert-Drop thru End-Alert-Drop.
       End-Report-One-Db. exit.

       Add-Loss-Text.
           if dt-loss (db-idx factor-idx) equal 0
              go to End-Add-Loss-Text.
           move dt-loss (db-idx factor-idx) to loss-disp.
           move 0 to lead-count.
           inspect loss-disp tallying lead-count for leading spaces.
           string fc-name (factor-idx)          delimited by space
                  "-"                           delimited by size
                  loss-disp (lead-count + 1:)   delimited by size
                  " "                           delimited by size
                  into rpt-line with pointer line-ptr.
       End-Add-Loss-Text. exit.

       Add-Nodata-Text.
           if fc-weight (factor-idx) equal 0
              or dt-seen (db-idx factor-idx) equal "Y"
              or factor-idx equal 6
              go to End-Add-Nodata-Text.
           string " "                  delimited by size
                  fc-name (factor-idx) delimited by space
                  into rpt-line with pointer line-ptr.
       End-Add-Nodata-Text. exit.

       Alert-Drop.
           add 1 to alert-count.
           move "hlthscor" to ALERT-SOURCE.
           move "WARNING"  to ALERT-SEVERITY.
           move spaces     to ALERT-OVERLAY.
           move spaces     to ALERT-KEY.
           string dt-name (db-idx) (1:8) delimited by space
                  " HEALTH"             delimited by size
                  into ALERT-KEY.
           move change-val to loss-disp.
           move spaces to ALERT-TEXT.
           string "health score fell"    delimited by size
                  loss-disp              delimited by size
                  " points to"           delimited by size
                  score-disp             delimited by size
                  " since "              delimited by size
                  dt-prev-date (db-idx)  delimited by size
                  into ALERT-TEXT.
           call "alertq" using ALERT-AREA.
       End-Alert-Drop. exit.

      ***********************************************************************
      * Save-History appends today's scores, with what each factor
      * cost, so tomorrow's run and the owning teams can follow them.
      ***********************************************************************
       Save-History.
           open extend hist-file.
           if hist-fs equal "35"
              open output hist-file.

           perform Save-One-Score thru End-Save-One-Score
               varying db-idx from 1 by 1
               until db-idx is greater than db-count.
           close hist-file.
       End-Save-History. exit.

       Save-One-Score.
           move spaces to hist-rec.
           move now-date to hs-date.
           move dt-name (db-idx) to hs-dbname.
           move dt-score (db-idx) to hs-score.
           perform Save-One-Loss thru End-Save-One-Loss
               varying factor-idx from 1 by 1
               until factor-idx is greater than 8.
           write hist-rec.
       End-Save-One-Score. exit.

       Save-One-Loss.
           move dt-loss (db-idx factor-idx) to hs-loss (factor-idx).
       End-Save-One-Loss. exit.

       Write-Score-Line.
           move rpt-line to RPTW-LINE.
           move "W" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Score-Line. exit.
