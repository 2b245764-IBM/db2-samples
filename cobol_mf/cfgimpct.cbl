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
      ** SOURCE FILE NAME: cfgimpct.cbl
      **
      ** SAMPLE: Before/after impact of database configuration changes
      **
      **         DBCONF.AUD records every configuration token dbconf.cbl
      **         applied, but not whether the change helped.  This
      **         report takes each applied change in the audit trail
      **         and compares the changed database's trend metrics over
      **         the IMPACTDAY days before the change with the same
      **         span after it, on the metrics the token is meant to
      **         move:
      **
      **           LOCKLIST    lock waits per snapshot (DBSNAP.CSV)
      **                       deadlocks per sample (DEADLOCK.CSV)
      **                       locks held, shown for load (MONSZ.CSV)
      **           BUFF_PAGE   bufferpool hit ratio (DBSNAP.CSV)
      **           LOGPRIMARY, LOGSECOND, LOGFILSIZ
      **                       secondary log allocations and log
      **                       space used (LOGUTIL.CSV)
      **
      **         A metric that moved by more than IMPACTPCT percent is
      **         BETTER or WORSE; each change is labelled IMPROVED, NO
      **         EFFECT, or DEGRADED by the balance of its metrics, or
      **         NO DATA when either side of the change has no samples
      **         (or the token has no tracked metric).  DEGRADED
      **         changes are listed first as candidates for reversal;
      **         a change whose after-span has not yet run its full
      **         length is flagged, since its verdict may still move.
      **
      **         IMPACTDAY (default 0007), IMPACTPCT (default 0010)
      **         and MONSZDB (the database MONSZ.CSV describes, default
      **         SAMPLE) are read from TUNERULE.CTL, the keyword file
      **         tuneadv.cbl uses.
      **
      **         Changes from before the live DBCONF.AUD began are read
      **         from the SEALED segments of it that audarch.cbl
      **         archived, in the order AUDARCH.CAT lists them; a
      **         segment purged on retention is named, since its
      **         changes cannot be compared.
      **
      ** INPUT FILES:  DBCONF.AUD   (configuration change audit trail)
      **               AUDARCH.CAT  (audit archive catalog)
      **               DBSNAP.CSV   (snapshot trend history)
      **               LOGUTIL.CSV  (log utilization trend history)
      **               DEADLOCK.CSV (deadlock trend history)
      **               MONSZ.CSV    (monitor sizing trend history)
      **               TUNERULE.CTL (site tuning rules)
      ** OUTPUT FILE:  CFGIMPCT.RPT (impact report, via rptwrite)
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
       Program-Id. "cfgimpct".

       Environment Division.
       Input-Output Section.
       File-Control.
           select audit-file assign to "DBCONF.AUD"
               organization is line sequential
               file status is audit-fs.
           select rule-file assign to "TUNERULE.CTL"
               organization is line sequential
               file status is rule-fs.
           select snap-csv assign to "DBSNAP.CSV"
               organization is line sequential
               file status is snap-fs.
           select log-csv assign to "LOGUTIL.CSV"
               organization is line sequential
               file status is log-fs.
           select dlk-csv assign to "DEADLOCK.CSV"
               organization is line sequential
               file status is dlk-fs.
           select monsz-csv assign to "MONSZ.CSV"
               organization is line sequential
               file status is monsz-fs.
           select cat-file assign to "AUDARCH.CAT"
               organization is line sequential
               file status is cat-fs.
           select seg-file assign to dynamic seg-name
               organization is line sequential
               file status is seg-fs.

       Data Division.
       File Section.
      * the DBCONF.AUD line dbconf.cbl's Write-Audit-Record writes
       FD  audit-file.
       01  audit-rec.
           05 au-when         pic x(17).
           05 filler          pic x.
           05 au-dbname       pic x(8).
           05 filler          pic x.
           05 au-token        pic x(12).
           05 filler          pic x.
           05 au-what.
              10 au-old-tag   pic x(4).
              10 au-old-value pic x(10).
              10 au-new-tag   pic x(5).
              10 au-new-value pic x(10).
              10 filler       pic x(11).
           05 filler          pic x(40).

      * the audarch.cbl catalog line, as far as the load needs it
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

       FD  rule-file.
       01  rule-rec.
           05 ru-keyword      pic x(9).
           05 filler          pic x.
           05 ru-value        pic x(18).

       FD  snap-csv.
       01  snap-csv-rec       pic x(80).

       FD  log-csv.
       01  log-csv-rec        pic x(100).

       FD  dlk-csv.
       01  dlk-csv-rec        pic x(60).

       FD  monsz-csv.
       01  monsz-csv-rec      pic x(80).

       Working-Storage Section.

       copy "sqlrptw.cbl".
       copy "sqldtsrv.cbl".
       copy "sqlrunh.cbl".

      * Local variables
       77 audit-fs            pic xx.
       77 rule-fs             pic xx.
       77 snap-fs             pic xx.
       77 log-fs              pic xx.
       77 dlk-fs              pic xx.
       77 monsz-fs            pic xx.
       77 cat-fs              pic xx.
       77 seg-fs              pic xx.
       77 seg-name            pic x(14).
       77 cat-eof             pic x.
           88 no-more-segments    value "Y".
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 impact-days         pic 9(4) comp-5 value 7.
       77 impact-pct          pic 9(4) comp-5 value 10.
       77 monsz-db            pic x(18) value "SAMPLE".
       77 window-minutes      pic s9(9) comp-5.

      * one entry per applied change, with up to three metric slots:
      *   HIT    hit ratio percent      (higher is better)
      *   LWAIT  lock waits             (lower is better)
      *   DLOCK  deadlocks              (lower is better)
      *   SECLOG secondary log allocs   (lower is better)
      *   LOGPCT log space used percent (lower is better)
      *   LOCKS  locks held             (shown, not judged)
       77 chg-count           pic 9(4) comp-5 value 0.
       77 chg-max             pic 9(4) comp-5 value 200.
       77 chg-full-sw         pic x value "N".
           88 changes-full        value "Y".
       01 chg-table.
          05 chg-entry occurs 200 times.
             10 chg-when      pic x(17).
             10 chg-dbname    pic x(18).
             10 chg-token     pic x(12).
             10 chg-old       pic x(10).
             10 chg-new       pic x(10).
             10 chg-verdict   pic x(9).
             10 chg-open-sw   pic x.
             10 chg-metric-count pic 9(4) comp-5.
             10 chg-metric occurs 3 times.
                15 cm-code       pic x(6).
                15 cm-before-sum pic s9(18) comp-5.
                15 cm-before-n   pic 9(9) comp-5.
                15 cm-after-sum  pic s9(18) comp-5.
                15 cm-after-n    pic 9(9) comp-5.
                15 cm-result     pic x(6).
       77 chg-idx             pic 9(4) comp-5.
       77 metric-idx          pic 9(4) comp-5.

      * trend-row parsing, after capfcast.cbl
       01 csv-fields.
          05 csv-field occurs 8 times pic x(20).
       77 csv-field-count     pic 9(4) comp-5.
       77 row-dbname          pic x(18).
       77 row-ts              pic x(17).
       77 row-code            pic x(6).
       77 row-metric          pic s9(9) comp-5.
       77 row-value           pic s9(9) comp-5.
       77 row-l-reads         pic s9(9) comp-5.
       77 row-p-reads         pic s9(9) comp-5.
       77 value-text          pic x(20).
       77 value-idx           pic 9(4) comp-5.
       77 digit-work          pic 9.

      * judging one metric; averages are kept in hundredths
       77 before-avg          pic s9(13) comp-5.
       77 after-avg           pic s9(13) comp-5.
       77 avg-diff            pic s9(13) comp-5.
       77 avg-margin          pic s9(13) comp-5.
       77 better-count        pic 9(4) comp-5.
       77 worse-count         pic 9(4) comp-5.
       77 empty-count         pic 9(4) comp-5.
       77 judged-count        pic 9(4) comp-5.
       77 avg-work            pic s9(11)v99.
       77 avg-disp            pic z(8)9.99.
       77 avg-disp2           pic z(8)9.99.
       77 n-disp              pic z(5)9.
       77 n-disp2             pic z(5)9.
       77 metric-label        pic x(22).

      * the listing passes, degraded first
       77 list-verdict        pic x(9).
       77 list-count          pic 9(4) comp-5.
       77 degraded-count      pic 9(4) comp-5 value 0.
       77 improved-count      pic 9(4) comp-5 value 0.
       77 count-disp          pic z(3)9.
       77 count-disp2         pic z(3)9.
       77 count-disp3         pic z(3)9.

       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).
       01 rpt-line            pic x(132).

       Procedure Division.
       cfgimpct-pgm section.

           display "Sample COBOL Program : CFGIMPCT.CBL".

           move "cfgimpct" to RH-PROGRAM.
           move "S" to RH-FUNCTION.
           call "runhist" using RUNHIST-AREA.

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           perform Load-Rules thru End-Load-Rules.
           compute window-minutes = impact-days * 1440.

           perform Load-Changes thru End-Load-Changes.
           if chg-count equal 0
              display "no applied configuration changes in DBCONF.AUD"
              go to end-cfgimpct.

           perform Fold-Snap-History thru End-Fold-Snap-History.
           perform Fold-Log-History thru End-Fold-Log-History.
           perform Fold-Dlk-History thru End-Fold-Dlk-History.
           perform Fold-Monsz-History thru End-Fold-Monsz-History.

           perform Judge-One-Change thru End-Judge-One-Change
               varying chg-idx from 1 by 1
               until chg-idx is greater than chg-count.

           move "O" to RPTW-FUNCTION.
           move "CFGIMPCT.RPT" to RPTW-FILE-NAME.
           move spaces to RPTW-TITLE.
           string "CONFIGURATION CHANGE IMPACT AS OF " delimited by size
                  now-ts delimited by size
                  into RPTW-TITLE.
           move spaces to RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           move degraded-count to count-disp.
           move improved-count to count-disp2.
           move chg-count to count-disp3.
           move spaces to rpt-line.
           string count-disp3 delimited by size
                  " change(s) compared over " delimited by size
                  "equal spans before and after -- " delimited by size
                  count-disp  delimited by size
                  " DEGRADED," delimited by size
                  count-disp2 delimited by size
                  " IMPROVED"  delimited by size
                  into rpt-line.
           perform Write-Impact-Line thru End-Write-Impact-Line.

           move "DEGRADED" to list-verdict.
           perform List-Verdict-Group thru End-List-Verdict-Group.
           move "IMPROVED" to list-verdict.
           perform List-Verdict-Group thru End-List-Verdict-Group.
           move "NO EFFECT" to list-verdict.
           perform List-Verdict-Group thru End-List-Verdict-Group.
           move "NO DATA" to list-verdict.
           perform List-Verdict-Group thru End-List-Verdict-Group.

           move "C" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.

           if degraded-count is greater than 0
              move 4 to RETURN-CODE.

       end-cfgimpct.
           move "E" to RH-FUNCTION.
           move RETURN-CODE to RH-RETCODE.
           call "runhist" using RUNHIST-AREA.
           stop run.

      ***********************************************************************
      * Load-Rules takes IMPACTDAY, IMPACTPCT, and MONSZDB from
      * TUNERULE.CTL; the advisor's own keywords are passed over.
      ***********************************************************************
       Load-Rules.
           open input rule-file.
           if rule-fs equal "35"
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

           if ru-keyword equal "MONSZDB  "
              move ru-value to monsz-db
              inspect monsz-db converting
                 "abcdefghijklmnopqrstuvwxyz"
                 to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              go to End-Load-One-Rule.
           if ru-value (1:4) not numeric
              go to End-Load-One-Rule.
           if ru-keyword equal "IMPACTDAY"
              move ru-value (1:4) to impact-days.
           if ru-keyword equal "IMPACTPCT"
              move ru-value (1:4) to impact-pct.
       End-Load-One-Rule. exit.

      ***********************************************************************
      * Load-Changes keeps each DBCONF.AUD record of a token actually
      * applied -- the OLD=/NEW= records; guardrail override records
      * only mark the change that follows them -- and sets up the
      * metric slots the token is judged on.  The archived segments
      * are read first, then the live file.
      ***********************************************************************
       Load-Changes.
           perform Load-Change-Segments thru End-Load-Change-Segments.
           if changes-full
              go to End-Load-Changes.

           open input audit-file.
           if audit-fs equal "35"
              display "DBCONF.AUD not found"
              go to End-Load-Changes.

           move "N" to file-eof.
           perform Load-One-Change thru End-Load-One-Change
               until no-more-records.
           close audit-file.
           move "N" to file-eof.
       End-Load-Changes. exit.

       Load-One-Change.
           read audit-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Change
           end-read.
           perform Load-Change-Record thru End-Load-Change-Record.
       End-Load-One-Change. exit.

      * one DBCONF.AUD record, from the live file or a segment
       Load-Change-Record.
           if au-token equal "CARRY FWD"
              go to End-Load-Change-Record.
           if au-when (1:8) not numeric
              or au-old-tag not equal "OLD="
              go to End-Load-Change-Record.
           if chg-count not less than chg-max
              display "more than ", chg-max, " changes in DBCONF.AUD",
                 " -- the rest are not compared"
              move "Y" to chg-full-sw
              move "Y" to file-eof
              go to End-Load-Change-Record.

           add 1 to chg-count.
           initialize chg-entry (chg-count).
           move au-when to chg-when (chg-count).
           move au-dbname to chg-dbname (chg-count).
           inspect chg-dbname (chg-count) converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move au-token to chg-token (chg-count).
           move au-old-value to chg-old (chg-count).
           move au-new-value to chg-new (chg-count).

           evaluate au-token
              when "LOCKLIST"
                 move 3 to chg-metric-count (chg-count)
                 move "LWAIT" to cm-code (chg-count, 1)
                 move "DLOCK" to cm-code (chg-count, 2)
                 move "LOCKS" to cm-code (chg-count, 3)
              when "BUFF_PAGE"
                 move 1 to chg-metric-count (chg-count)
                 move "HIT" to cm-code (chg-count, 1)
              when "LOGPRIMARY"
              when "LOGSECOND"
              when "LOGFILSIZ"
                 move 2 to chg-metric-count (chg-count)
                 move "SECLOG" to cm-code (chg-count, 1)
                 move "LOGPCT" to cm-code (chg-count, 2)
              when other
                 move 0 to chg-metric-count (chg-count)
           end-evaluate.
       End-Load-Change-Record. exit.

      ***********************************************************************
      * Load-Change-Segments reads the archived DBCONF.AUD segments
      * in the order AUDARCH.CAT lists them.  A segment that can no
      * longer be read is named, since its changes are not compared.
      ***********************************************************************
       Load-Change-Segments.
           open input cat-file.
           if cat-fs equal "35"
              go to End-Load-Change-Segments.

           move "N" to cat-eof.
           perform Load-One-Segment thru End-Load-One-Segment
               until no-more-segments.
           close cat-file.
           move "N" to file-eof.
       End-Load-Change-Segments. exit.

       Load-One-Segment.
           read cat-file
               at end
                  move "Y" to cat-eof
                  go to End-Load-One-Segment
           end-read.
           if ac-log not equal "DBCONF.AUD" or changes-full
              go to End-Load-One-Segment.

           if ac-state not equal "SEALED"
              display "*** ", ac-log, " ", ac-from, " to ", ac-to,
                 " purged on retention -- its changes are not compared"
              go to End-Load-One-Segment.

           move ac-segment to seg-name.
           open input seg-file.
           if seg-fs not equal "00"
              display "*** ", ac-segment, " is catalogued but not on ",
                 "file -- its changes are not compared"
              go to End-Load-One-Segment.

           move "N" to file-eof.
           perform Load-One-Seg-Record thru End-Load-One-Seg-Record
               until no-more-records.
           close seg-file.
       End-Load-One-Segment. exit.

       Load-One-Seg-Record.
           read seg-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Seg-Record
           end-read.
           if sg-tag equal "*SEGMENT "
              or sg-tag equal "*SEALED  "
              go to End-Load-One-Seg-Record.
           move seg-rec to audit-rec.
           perform Load-Change-Record thru End-Load-Change-Record.
       End-Load-One-Seg-Record. exit.

      ***********************************************************************
      * Split-Row unstrings the row in log-csv-rec (the widest of the
      * trend layouts) into csv-field and takes the timestamp and the
      * database name from fields 1 and 2.
      ***********************************************************************
       Split-Row.
           move spaces to csv-fields.
           move 0 to csv-field-count.
           move spaces to row-dbname.
           if log-csv-rec equal spaces
              go to End-Split-Row.
           unstring log-csv-rec delimited by ","
               into csv-field(1) csv-field(2) csv-field(3)
                    csv-field(4) csv-field(5) csv-field(6)
                    csv-field(7) csv-field(8)
               tallying csv-field-count.
           if csv-field(1) (1:8) not numeric
              move 0 to csv-field-count
              go to End-Split-Row.

           move csv-field(1) (1:17) to row-ts.
           move csv-field(2) (1:18) to row-dbname.
           inspect row-dbname converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       End-Split-Row. exit.

       Parse-Csv-Value.
           move 0 to row-value.
           perform Parse-One-Value-Char thru End-Parse-One-Value-Char
               varying value-idx from 1 by 1
               until value-idx is greater than 20.
       End-Parse-Csv-Value. exit.

       Parse-One-Value-Char.
           if value-text (value-idx:1) numeric
              move value-text (value-idx:1) to digit-work
              compute row-value = (row-value * 10) + digit-work.
       End-Parse-One-Value-Char. exit.

      ***********************************************************************
      * Post-Row-Metric adds the sample in row-metric, measured at
      * row-ts on row-dbname, to every change on that database that
      * tracks row-code -- on the before side when the sample was
      * taken within the span before the change, on the after side
      * when within the span after it.
      ***********************************************************************
       Post-Row-Metric.
           perform Post-To-One-Change thru End-Post-To-One-Change
               varying chg-idx from 1 by 1
               until chg-idx is greater than chg-count.
       End-Post-Row-Metric. exit.

       Post-To-One-Change.
           if chg-dbname (chg-idx) not equal row-dbname
              go to End-Post-To-One-Change.
           move 0 to metric-idx.
           perform Find-Change-Metric thru End-Find-Change-Metric.
           if metric-idx equal 0
              go to End-Post-To-One-Change.

           move chg-when (chg-idx) to DT-FROM-TS.
           move row-ts to DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           if DT-VALID-SW not equal "Y"
              or DT-MINUTES equal 0
              go to End-Post-To-One-Change.

           if DT-MINUTES is less than 0
              and (0 - DT-MINUTES) not greater than window-minutes
              add row-metric to cm-before-sum (chg-idx, metric-idx)
              add 1 to cm-before-n (chg-idx, metric-idx).
           if DT-MINUTES is greater than 0
              and DT-MINUTES not greater than window-minutes
              add row-metric to cm-after-sum (chg-idx, metric-idx)
              add 1 to cm-after-n (chg-idx, metric-idx).
       End-Post-To-One-Change. exit.

       Find-Change-Metric.
           if chg-metric-count (chg-idx) not less than 1
              and cm-code (chg-idx, 1) equal row-code
              move 1 to metric-idx.
           if chg-metric-count (chg-idx) not less than 2
              and cm-code (chg-idx, 2) equal row-code
              move 2 to metric-idx.
           if chg-metric-count (chg-idx) not less than 3
              and cm-code (chg-idx, 3) equal row-code
              move 3 to metric-idx.
       End-Find-Change-Metric. exit.

      ***********************************************************************
      * Fold-Snap-History posts each DBSNAP.CSV snapshot's hit ratio
      * (from logical and physical reads, fields 6 and 7) and lock
      * waits (field 8).
      ***********************************************************************
       Fold-Snap-History.
           open input snap-csv.
           if snap-fs equal "35"
              go to End-Fold-Snap-History.

           move "N" to file-eof.
           perform Fold-One-Snap thru End-Fold-One-Snap
               until no-more-records.
           close snap-csv.
           move "N" to file-eof.
       End-Fold-Snap-History. exit.

       Fold-One-Snap.
           read snap-csv
               at end
                  move "Y" to file-eof
                  go to End-Fold-One-Snap
           end-read.

           move snap-csv-rec to log-csv-rec.
           perform Split-Row thru End-Split-Row.
           if csv-field-count is less than 8
              go to End-Fold-One-Snap.

           move csv-field(6) to value-text.
           perform Parse-Csv-Value thru End-Parse-Csv-Value.
           move row-value to row-l-reads.
           move csv-field(7) to value-text.
           perform Parse-Csv-Value thru End-Parse-Csv-Value.
           move row-value to row-p-reads.
           if row-l-reads is greater than 0
              compute row-metric =
                 ((row-l-reads - row-p-reads) * 100) / row-l-reads
              if row-metric is less than 0
                 move 0 to row-metric
              end-if
              move "HIT" to row-code
              perform Post-Row-Metric thru End-Post-Row-Metric.

           move csv-field(8) to value-text.
           perform Parse-Csv-Value thru End-Parse-Csv-Value.
           move row-value to row-metric.
           move "LWAIT" to row-code.
           perform Post-Row-Metric thru End-Post-Row-Metric.
       End-Fold-One-Snap. exit.

      ***********************************************************************
      * Fold-Log-History posts each LOGUTIL.CSV sample's secondary
      * allocations (field 5) and percent of log space used (field 6).
      ***********************************************************************
       Fold-Log-History.
           open input log-csv.
           if log-fs equal "35"
              go to End-Fold-Log-History.

           move "N" to file-eof.
           perform Fold-One-Log thru End-Fold-One-Log
               until no-more-records.
           close log-csv.
           move "N" to file-eof.
       End-Fold-Log-History. exit.

       Fold-One-Log.
           read log-csv
               at end
                  move "Y" to file-eof
                  go to End-Fold-One-Log
           end-read.

           perform Split-Row thru End-Split-Row.
           if csv-field-count is less than 6
              go to End-Fold-One-Log.

           move csv-field(5) to value-text.
           perform Parse-Csv-Value thru End-Parse-Csv-Value.
           move row-value to row-metric.
           move "SECLOG" to row-code.
           perform Post-Row-Metric thru End-Post-Row-Metric.

           move csv-field(6) to value-text.
           perform Parse-Csv-Value thru End-Parse-Csv-Value.
           move row-value to row-metric.
           move "LOGPCT" to row-code.
           perform Post-Row-Metric thru End-Post-Row-Metric.
       End-Fold-One-Log. exit.

      ***********************************************************************
      * Fold-Dlk-History posts each DEADLOCK.CSV sample's deadlock
      * count (field 3).
      ***********************************************************************
       Fold-Dlk-History.
           open input dlk-csv.
           if dlk-fs equal "35"
              go to End-Fold-Dlk-History.

           move "N" to file-eof.
           perform Fold-One-Dlk thru End-Fold-One-Dlk
               until no-more-records.
           close dlk-csv.
           move "N" to file-eof.
       End-Fold-Dlk-History. exit.

       Fold-One-Dlk.
           read dlk-csv
               at end
                  move "Y" to file-eof
                  go to End-Fold-One-Dlk
           end-read.

           move dlk-csv-rec to log-csv-rec.
           perform Split-Row thru End-Split-Row.
           if csv-field-count is less than 3
              go to End-Fold-One-Dlk.

           move csv-field(3) to value-text.
           perform Parse-Csv-Value thru End-Parse-Csv-Value.
           move row-value to row-metric.
           move "DLOCK" to row-code.
           perform Post-Row-Metric thru End-Post-Row-Metric.
       End-Fold-One-Dlk. exit.

      ***********************************************************************
      * Fold-Monsz-History posts each MONSZ.CSV sample's lock count
      * (field 4) against the database MONSZ.CSV describes -- the
      * file carries no database column.
      ***********************************************************************
       Fold-Monsz-History.
           open input monsz-csv.
           if monsz-fs equal "35"
              go to End-Fold-Monsz-History.

           move "N" to file-eof.
           perform Fold-One-Monsz thru End-Fold-One-Monsz
               until no-more-records.
           close monsz-csv.
           move "N" to file-eof.
       End-Fold-Monsz-History. exit.

       Fold-One-Monsz.
           read monsz-csv
               at end
                  move "Y" to file-eof
                  go to End-Fold-One-Monsz
           end-read.

           move monsz-csv-rec to log-csv-rec.
           perform Split-Row thru End-Split-Row.
           if csv-field-count is less than 4
              go to End-Fold-One-Monsz.
           move monsz-db to row-dbname.

           move csv-field(4) to value-text.
           perform Parse-Csv-Value thru End-Parse-Csv-Value.
           move row-value to row-metric.
           move "LOCKS" to row-code.
           perform Post-Row-Metric thru End-Post-Row-Metric.
       End-Fold-One-Monsz. exit.

      ***********************************************************************
      * Judge-One-Change marks each judged metric BETTER, SAME, or
      * WORSE and labels the change by their balance.
      ***********************************************************************
       Judge-One-Change.
           move 0 to better-count.
           move 0 to worse-count.
           move 0 to empty-count.
           move 0 to judged-count.
           perform Judge-One-Metric thru End-Judge-One-Metric
               varying metric-idx from 1 by 1
               until metric-idx is greater than
                     chg-metric-count (chg-idx).

           move chg-when (chg-idx) to DT-FROM-TS.
           move now-ts to DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           move "N" to chg-open-sw (chg-idx).
           if DT-VALID-SW equal "Y"
              and DT-MINUTES is less than window-minutes
              move "Y" to chg-open-sw (chg-idx).

           if judged-count equal 0
              or empty-count equal judged-count
              move "NO DATA" to chg-verdict (chg-idx)
              go to End-Judge-One-Change.
           if worse-count is greater than better-count
              move "DEGRADED" to chg-verdict (chg-idx)
              add 1 to degraded-count
              go to End-Judge-One-Change.
           if better-count is greater than worse-count
              move "IMPROVED" to chg-verdict (chg-idx)
              add 1 to improved-count
              go to End-Judge-One-Change.
           move "NO EFFECT" to chg-verdict (chg-idx).
       End-Judge-One-Change. exit.

       Judge-One-Metric.
           if cm-code (chg-idx, metric-idx) equal "LOCKS"
              move "LOAD" to cm-result (chg-idx, metric-idx)
              go to End-Judge-One-Metric.
           add 1 to judged-count.
           if cm-before-n (chg-idx, metric-idx) equal 0
              or cm-after-n (chg-idx, metric-idx) equal 0
              move "EMPTY" to cm-result (chg-idx, metric-idx)
              add 1 to empty-count
              go to End-Judge-One-Metric.

           compute before-avg =
              (cm-before-sum (chg-idx, metric-idx) * 100)
              / cm-before-n (chg-idx, metric-idx).
           compute after-avg =
              (cm-after-sum (chg-idx, metric-idx) * 100)
              / cm-after-n (chg-idx, metric-idx).
           compute avg-diff = after-avg - before-avg.
           compute avg-margin = (before-avg * impact-pct) / 100.
           if avg-margin is less than 100
              move 100 to avg-margin.

           move "SAME" to cm-result (chg-idx, metric-idx).
           if avg-diff not greater than avg-margin
              and (0 - avg-diff) not greater than avg-margin
              go to End-Judge-One-Metric.

      * the hit ratio is the one metric where higher is better
           if (avg-diff is greater than 0
               and cm-code (chg-idx, metric-idx) equal "HIT")
              or (avg-diff is less than 0
               and cm-code (chg-idx, metric-idx) not equal "HIT")
              move "BETTER" to cm-result (chg-idx, metric-idx)
              add 1 to better-count
           else
              move "WORSE" to cm-result (chg-idx, metric-idx)
              add 1 to worse-count.
       End-Judge-One-Metric. exit.

      ***********************************************************************
      * List-Verdict-Group lists every change carrying list-verdict,
      * in audit-trail order, with its before and after figures.
      ***********************************************************************
       List-Verdict-Group.
           move 0 to list-count.
           perform Count-One-Verdict thru End-Count-One-Verdict
               varying chg-idx from 1 by 1
               until chg-idx is greater than chg-count.
           if list-count equal 0
              go to End-List-Verdict-Group.

           move spaces to rpt-line.
           perform Write-Impact-Line thru End-Write-Impact-Line.
           move spaces to rpt-line.
           if list-verdict equal "DEGRADED"
              move "--- DEGRADED -- candidates for reversal ---"
                 to rpt-line
           else
              string "--- " delimited by size
                     list-verdict delimited by "  "
                     " ---" delimited by size
                     into rpt-line.
           perform Write-Impact-Line thru End-Write-Impact-Line.

           perform List-One-Change thru End-List-One-Change
               varying chg-idx from 1 by 1
               until chg-idx is greater than chg-count.
       End-List-Verdict-Group. exit.

       Count-One-Verdict.
           if chg-verdict (chg-idx) equal list-verdict
              add 1 to list-count.
       End-Count-One-Verdict. exit.

       List-One-Change.
           if chg-verdict (chg-idx) not equal list-verdict
              go to End-List-One-Change.

           move spaces to rpt-line.
           string chg-verdict (chg-idx) delimited by size
                  " "                    delimited by size
                  chg-when (chg-idx)     delimited by size
                  "  "                   delimited by size
                  chg-dbname (chg-idx) (1:8) delimited by size
                  " "                    delimited by size
                  chg-token (chg-idx)    delimited by size
                  " OLD="                delimited by size
                  chg-old (chg-idx)      delimited by size
                  " NEW="                delimited by size
                  chg-new (chg-idx)      delimited by size
                  into rpt-line.
           perform Write-Impact-Line thru End-Write-Impact-Line.

           if chg-metric-count (chg-idx) equal 0
              move "    no tracked metric for this token" to rpt-line
              perform Write-Impact-Line thru End-Write-Impact-Line
              go to End-List-One-Change.

           perform List-One-Metric thru End-List-One-Metric
               varying metric-idx from 1 by 1
               until metric-idx is greater than
                     chg-metric-count (chg-idx).
           if chg-open-sw (chg-idx) equal "Y"
              move "    after-span still open -- verdict may change"
                 to rpt-line
              perform Write-Impact-Line thru End-Write-Impact-Line.
       End-List-One-Change. exit.

       List-One-Metric.
           evaluate cm-code (chg-idx, metric-idx)
              when "HIT"    move "hit ratio %" to metric-label
              when "LWAIT"  move "lock waits/snapshot" to metric-label
              when "DLOCK"  move "deadlocks/sample" to metric-label
              when "SECLOG" move "secondary logs/sample"
                               to metric-label
              when "LOGPCT" move "log space used %" to metric-label
              when "LOCKS"  move "locks held (load)" to metric-label
           end-evaluate.

           move 0 to avg-work.
           if cm-before-n (chg-idx, metric-idx) is greater than 0
              compute avg-work rounded =
                 cm-before-sum (chg-idx, metric-idx)
                 / cm-before-n (chg-idx, metric-idx).
           move avg-work to avg-disp.
           move 0 to avg-work.
           if cm-after-n (chg-idx, metric-idx) is greater than 0
              compute avg-work rounded =
                 cm-after-sum (chg-idx, metric-idx)
                 / cm-after-n (chg-idx, metric-idx).
           move avg-work to avg-disp2.
           move cm-before-n (chg-idx, metric-idx) to n-disp.
           move cm-after-n (chg-idx, metric-idx) to n-disp2.

           move spaces to rpt-line.
           string "    "         delimited by size
                  metric-label   delimited by size
                  " before"      delimited by size
                  avg-disp       delimited by size
                  " ("           delimited by size
                  n-disp         delimited by size
                  ")  after"     delimited by size
                  avg-disp2      delimited by size
                  " ("           delimited by size
                  n-disp2        delimited by size
                  ")  "          delimited by size
                  cm-result (chg-idx, metric-idx) delimited by size
                  into rpt-line.
           perform Write-Impact-Line thru End-Write-Impact-Line.
       End-List-One-Metric. exit.

       Write-Impact-Line.
           display rpt-line (1:79).
           move rpt-line to RPTW-LINE.
           move "W" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Impact-Line. exit.
