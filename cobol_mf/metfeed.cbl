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
      ** SOURCE FILE NAME: metfeed.cbl
      **
      ** SAMPLE: Normalized metrics feed for the enterprise monitor
      **
      **         Every monitor in the suite writes its trend history
      **         in its own layout -- DBSNAP.CSV, MONSZ.CSV, TBSP.CSV,
      **         LOGUTIL.CSV, DEADLOCK.CSV, AGENTS.CSV, DCSUSAGE.CSV,
      **         and the daily peaks in CONNPEAK.DAT.  This program
      **         turns every row added since its last run into
      **         normalized feed records, one per measured value:
      **
      **           site id, timestamp, object type, object name,
      **           partition, metric name, value, and unit
      **
      **         Each run writes one feed file, METFEED.Fnnnnnn,
      **         numbered by batch, so a batch the receiving side has
      **         not collected is never overwritten.  The feed opens
      **         with an "H" header and closes with a "T" trailer, both
      **         carrying the site, the batch number, and the count of
      **         "D" records between them, so the receiver can prove
      **         it holds the whole batch; the trailer also carries the
      **         count of source rows the batch was built from.  A run
      **         with nothing new still writes an empty batch.
      **
      **         METFEED.HWM keeps a high-water mark per source: the
      **         timestamp of the newest row exported and how many
      **         rows carry that timestamp (a tablespace sweep stamps
      **         several rows alike).  Only rows beyond the mark are
      **         exported.  DBSNAP.CSV and MONSZ.CSV are rotated by
      **         logroll.cbl; because the mark is a timestamp, not a
      **         row count, a rotation neither repeats nor skips rows
      **         -- the generations registered in LOGROLL.GEN since
      **         the mark are read ahead of the live file, so rows
      **         rolled away before the feed ran are still exported.
      **         A source whose oldest row on file is already past
      **         its mark (a generation purged before the feed
      **         collected it) is warned about, return code 4.
      **         CONNPEAK.DAT is rewritten as the day's peak rises,
      **         so only days before today are exported from it.
      **
      **         The high-water marks advance only after the feed file
      **         is complete.  MONSZ.CSV rows carry no database name;
      **         they are reported against MONSZDB in TUNERULE.CTL
      **         (default SAMPLE), as cfgimpct.cbl does.
      **
      ** INPUT FILES:  DBSNAP.CSV, MONSZ.CSV, TBSP.CSV, LOGUTIL.CSV,
      **               DEADLOCK.CSV, AGENTS.CSV, DCSUSAGE.CSV,
      **               CONNPEAK.DAT, LOGROLL.GEN (rotated generations)
      **               SITEPARM.CFG (site id, via siteparm.cbl)
      **               TUNERULE.CTL (MONSZDB)
      ** INPUT/OUTPUT FILE: METFEED.HWM (per-source high-water marks)
      ** OUTPUT FILES: METFEED.Fnnnnnn (feed batch)
      **               METFEED.TMP (work file)
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
       Program-Id. "metfeed".

       Environment Division.
       Input-Output Section.
       File-Control.
           select source-file assign to dynamic source-name
               organization is line sequential
               file status is source-fs.
           select registry-file assign to "LOGROLL.GEN"
               organization is line sequential
               file status is registry-fs.
           select mark-file assign to "METFEED.HWM"
               organization is line sequential
               file status is mark-fs.
           select rule-file assign to "TUNERULE.CTL"
               organization is line sequential
               file status is rule-fs.
           select work-file assign to "METFEED.TMP"
               organization is line sequential
               file status is work-fs.
           select feed-file assign to dynamic feed-name
               organization is line sequential
               file status is feed-fs.

       Data Division.
       File Section.
       FD  source-file.
       01  source-rec         pic x(240).
      * CONNPEAK.DAT is fixed-column rather than comma-separated
       01  peak-rec.
           05 pk-date         pic x(8).
           05 filler          pic x.
           05 pk-dbname       pic x(18).
           05 filler          pic x.
           05 pk-peak         pic x(6).
           05 filler          pic x(206).

       FD  registry-file.
       01  registry-rec.
           05 reg-base        pic x(14).
           05 reg-gen         pic x(24).
           05 reg-date        pic x(8).

       FD  mark-file.
       01  mark-rec.
           05 mk-source       pic x(14).
           05 filler          pic x.
           05 mk-ts           pic x(17).
           05 filler          pic x.
           05 mk-count        pic 9(6).

       FD  rule-file.
       01  rule-rec.
           05 ru-keyword      pic x(9).
           05 filler          pic x.
           05 ru-value        pic x(18).

       FD  work-file.
       01  work-rec           pic x(140).

       FD  feed-file.
       01  feed-rec           pic x(140).

       Working-Storage Section.

       copy "sqlsitep.cbl".

      * Local variables
       77 source-fs           pic xx.
       77 registry-fs         pic xx.
       77 mark-fs             pic xx.
       77 rule-fs             pic xx.
       77 work-fs             pic xx.
       77 feed-fs             pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".
       77 reg-eof             pic x.
           88 no-more-generations value "Y".

       77 today-date          pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).
       77 monsz-db            pic x(18) value "SAMPLE".

      * the sources, in the order the feed carries them
       77 src-count           pic 9(4) comp-5 value 8.
       01 src-table.
          05 filler           pic x(14) value "DBSNAP.CSV".
          05 filler           pic x(14) value "MONSZ.CSV".
          05 filler           pic x(14) value "TBSP.CSV".
          05 filler           pic x(14) value "LOGUTIL.CSV".
          05 filler           pic x(14) value "DEADLOCK.CSV".
          05 filler           pic x(14) value "AGENTS.CSV".
          05 filler           pic x(14) value "DCSUSAGE.CSV".
          05 filler           pic x(14) value "CONNPEAK.DAT".
       01 src-table-r redefines src-table.
          05 src-name         occurs 8 times pic x(14).
       77 src-idx             pic 9(4) comp-5.
       77 source-name         pic x(24).

      * the high-water marks, per source, from METFEED.HWM
       01 mark-table.
          05 mark-entry occurs 8 times.
             10 mt-ts         pic x(17).
             10 mt-count      pic 9(6).
       77 last-batch          pic 9(6) value 0.
       77 mark-idx            pic 9(4) comp-5.

      * the scan of one source against its mark
       77 mark-ts             pic x(17).
       77 mark-count          pic 9(6) comp-5.
       77 at-mark-seen        pic 9(6) comp-5.
       77 new-ts              pic x(17).
       77 new-count           pic 9(6) comp-5.
       77 below-mark-sw       pic x.
       77 rows-on-file        pic 9(9) comp-5.
       77 rows-taken          pic 9(9) comp-5.
       77 src-records         pic 9(9) comp-5.
       77 total-rows          pic 9(9) comp-5 value 0.
       77 total-records       pic 9(9) comp-5 value 0.
       77 gap-count           pic 9(4) comp-5 value 0.

      * one source row, split
       77 row-ts              pic x(17).
       01 csv-fields.
          05 csv-field occurs 8 times pic x(20).
       77 csv-field-count     pic 9(4) comp-5.
       77 fld-idx             pic 9(4) comp-5.
       77 value-text          pic x(20).
       77 value-idx           pic 9(4) comp-5.
       77 row-value           pic 9(15) comp-5.
       77 digit-work          pic 9.
       77 part-num            pic 9(4) comp-5.

      * the normalized record
       01 feed-line.
          05 fl-type          pic x.
          05 filler           pic x.
          05 fl-site          pic x(8).
          05 filler           pic x.
          05 fl-ts            pic x(17).
          05 filler           pic x.
          05 fl-obj-type      pic x(8).
          05 filler           pic x.
          05 fl-obj-name      pic x(36).
          05 filler           pic x.
          05 fl-part          pic x(4).
          05 filler           pic x.
          05 fl-metric        pic x(16).
          05 filler           pic x.
          05 fl-value         pic 9(15).
          05 filler           pic x.
          05 fl-unit          pic x(6).
          05 filler           pic x(21).
       01 feed-control redefines feed-line.
          05 fc-type          pic x.
          05 filler           pic x.
          05 fc-site          pic x(8).
          05 filler           pic x.
          05 fc-batch         pic 9(6).
          05 filler           pic x.
          05 fc-ts            pic x(17).
          05 filler           pic x.
          05 fc-records       pic 9(9).
          05 filler           pic x.
          05 fc-rows          pic 9(9).
          05 filler           pic x(86).
       77 part-disp           pic z(3)9.
       77 obj-type            pic x(8).
       77 obj-name            pic x(36).
       77 obj-part            pic x(4).
       77 metric-name         pic x(16).
       77 metric-unit         pic x(6).

       77 feed-name           pic x(24).
       77 batch-num           pic 9(6).
       77 count-disp          pic z(8)9.

       Procedure Division.
       metfeed-pgm section.

           display "Sample COBOL Program : METFEED.CBL".

           call "siteparm" using SITEPARM-AREA.
           if SITE-ID equal spaces
              display "SITEPARM.CFG carries no SITEID -- feed will ",
                 "read UNNAMED"
              move "UNNAMED" to SITE-ID.

           accept today-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string today-date delimited by size
                  "-"        delimited by size
                  now-time   delimited by size
                  into now-ts.

           perform Load-Rules thru End-Load-Rules.
           perform Load-Marks thru End-Load-Marks.

           compute batch-num = last-batch + 1.
           move spaces to feed-name.
           string "METFEED.F" delimited by size
                  batch-num   delimited by size
                  into feed-name.

           open output work-file.
           perform Feed-One-Source thru End-Feed-One-Source
               varying src-idx from 1 by 1
               until src-idx is greater than src-count.
           close work-file.

           perform Write-Feed thru End-Write-Feed.
           if feed-fs not equal "00"
              display "feed file ", feed-name, " could not be ",
                 "written (status ", feed-fs, ") -- high-water ",
                 "marks not advanced"
              move 8 to return-code
              go to end-metfeed.

           move batch-num to last-batch.
           perform Save-Marks thru End-Save-Marks.

           move total-records to count-disp.
           display " ".
           display "batch ", batch-num, " written to ",
              feed-name (1:15),
              " -- ", count-disp, " record(s)".
           move total-rows to count-disp.
           display "  from ", count-disp, " new source row(s)".
           if gap-count is greater than 0
              move 4 to return-code.

       end-metfeed. stop run.

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
              and ru-value not equal spaces
              move ru-value to monsz-db
              inspect monsz-db converting
                 "abcdefghijklmnopqrstuvwxyz"
                 to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       End-Load-One-Rule. exit.

      ***********************************************************************
      * Load-Marks reads METFEED.HWM.  A source with no line has
      * never been exported, and its whole history goes out in the
      * first batch.  The "*BATCH" line carries the last batch
      * number.
      ***********************************************************************
       Load-Marks.
           perform Clear-One-Mark thru End-Clear-One-Mark
               varying mark-idx from 1 by 1
               until mark-idx is greater than 8.

           open input mark-file.
           if mark-fs equal "35"
              go to End-Load-Marks.
           move "N" to file-eof.
           perform Load-One-Mark thru End-Load-One-Mark
               until no-more-records.
           close mark-file.
           move "N" to file-eof.
       End-Load-Marks. exit.

       Clear-One-Mark.
           move spaces to mt-ts (mark-idx).
           move 0 to mt-count (mark-idx).
       End-Clear-One-Mark. exit.

       Load-One-Mark.
           read mark-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Mark
           end-read.
           if mk-source equal "*BATCH" and mk-count numeric
              move mk-count to last-batch
              go to End-Load-One-Mark.
           perform Match-Mark-Source thru End-Match-Mark-Source
               varying mark-idx from 1 by 1
               until mark-idx is greater than src-count.
       End-Load-One-Mark. exit.

       Match-Mark-Source.
           if src-name (mark-idx) equal mk-source
              and mk-count numeric
              move mk-ts to mt-ts (mark-idx)
              move mk-count to mt-count (mark-idx).
       End-Match-Mark-Source. exit.

       Save-Marks.
           open output mark-file.
           move spaces to mark-rec.
           move "*BATCH" to mk-source.
           move last-batch to mk-count.
           write mark-rec.
           perform Save-One-Mark thru End-Save-One-Mark
               varying mark-idx from 1 by 1
               until mark-idx is greater than src-count.
           close mark-file.
       End-Save-Marks. exit.

       Save-One-Mark.
           if mt-ts (mark-idx) equal spaces
              go to End-Save-One-Mark.
           move spaces to mark-rec.
           move src-name (mark-idx) to mk-source.
           move mt-ts (mark-idx) to mk-ts.
           move mt-count (mark-idx) to mk-count.
           write mark-rec.
       End-Save-One-Mark. exit.

      ***********************************************************************
      * Feed-One-Source exports one source's rows beyond its mark --
      * first from any rotated generations of it rolled since the
      * mark, oldest first as LOGROLL.GEN lists them, then from the
      * live file -- and moves the mark to the newest row seen.
      ***********************************************************************
       Feed-One-Source.
           move mt-ts (src-idx) to mark-ts.
           move mt-count (src-idx) to mark-count.
           move 0 to at-mark-seen.
           move mark-ts to new-ts.
           move 0 to new-count.
           move "N" to below-mark-sw.
           move 0 to rows-on-file.
           move 0 to rows-taken.
           move 0 to src-records.

           open input registry-file.
           if registry-fs not equal "35"
              move "N" to reg-eof
              perform Feed-One-Generation thru End-Feed-One-Generation
                  until no-more-generations
              close registry-file.

           move src-name (src-idx) to source-name.
           perform Scan-Source-File thru End-Scan-Source-File.

      * the newest timestamp keeps its full count, including the
      * rows at it a previous batch already carried
           if new-ts not equal spaces
              if new-ts equal mark-ts
                 and new-count is less than mark-count
                 move mark-count to new-count
              end-if
              move new-ts to mt-ts (src-idx)
              move new-count to mt-count (src-idx).

           move rows-taken to count-disp.
           display src-name (src-idx), count-disp, " new row(s)".

           if mark-ts not equal spaces and rows-on-file is greater
              than 0 and below-mark-sw not equal "Y"
              and src-idx not equal 8
              add 1 to gap-count
              display "  WARNING: the oldest row on file is newer ",
                 "than the last export -- rows may have been lost ",
                 "to a purged generation".
       End-Feed-One-Source. exit.

       Feed-One-Generation.
           read registry-file
               at end
                  move "Y" to reg-eof
                  go to End-Feed-One-Generation
           end-read.
           if reg-base not equal src-name (src-idx)
              go to End-Feed-One-Generation.
      * a generation rolled before the mark's day holds nothing new
           if mark-ts not equal spaces
              and reg-date is less than mark-ts (1:8)
              go to End-Feed-One-Generation.
           move reg-gen to source-name.
           perform Scan-Source-File thru End-Scan-Source-File.
       End-Feed-One-Generation. exit.

       Scan-Source-File.
           open input source-file.
           if source-fs not equal "00"
              go to End-Scan-Source-File.
           move "N" to file-eof.
           perform Scan-One-Row thru End-Scan-One-Row
               until no-more-records.
           close source-file.
           move "N" to file-eof.
       End-Scan-Source-File. exit.

      ***********************************************************************
      * Scan-One-Row splits one row, judges it against the mark, and
      * exports it when it lies beyond.  Rows at the mark's own
      * timestamp are skipped until the count the mark records has
      * been passed.
      ***********************************************************************
       Scan-One-Row.
           read source-file
               at end
                  move "Y" to file-eof
                  go to End-Scan-One-Row
           end-read.

           perform Split-Row thru End-Split-Row.
           if row-ts equal spaces
              go to End-Scan-One-Row.
           add 1 to rows-on-file.

           if row-ts is greater than new-ts or new-ts equal spaces
              move row-ts to new-ts
              move 1 to new-count
           else
              if row-ts equal new-ts
                 add 1 to new-count.

           if mark-ts not equal spaces
              if row-ts is less than mark-ts
                 move "Y" to below-mark-sw
                 go to End-Scan-One-Row
              end-if
              if row-ts equal mark-ts
                 move "Y" to below-mark-sw
                 add 1 to at-mark-seen
                 if at-mark-seen is not greater than mark-count
                    go to End-Scan-One-Row
                 end-if
              end-if
           end-if.

           add 1 to rows-taken.
           add 1 to total-rows.
           move row-ts to fl-ts.
           perform Export-Row thru End-Export-Row.
       End-Scan-One-Row. exit.

       Split-Row.
           move spaces to row-ts.
           move spaces to csv-fields.
           move 0 to csv-field-count.
           if source-rec equal spaces
              go to End-Split-Row.

      * a day's peak is final only once the day is over
           if src-idx equal 8
              if pk-date numeric and pk-date is less than today-date
                 string pk-date     delimited by size
                        "-00000000" delimited by size
                        into row-ts
                 move pk-dbname to csv-field (2)
                 move pk-peak to csv-field (3)
                 move 3 to csv-field-count
              end-if
              go to End-Split-Row.

           unstring source-rec delimited by ","
               into csv-field(1) csv-field(2) csv-field(3)
                    csv-field(4) csv-field(5) csv-field(6)
                    csv-field(7) csv-field(8)
               tallying csv-field-count.
           if csv-field(1) (1:8) numeric
              move csv-field(1) (1:17) to row-ts.
       End-Split-Row. exit.

      ***********************************************************************
      * Export-Row writes one normalized record per value in the
      * row, naming each source's object, metric, and unit.
      ***********************************************************************
       Export-Row.
           move "DATABASE" to obj-type.
           move spaces to obj-name.
           move spaces to obj-part.
           move csv-field (2) to obj-name.

           if src-idx equal 1
              move csv-field (3) to value-text
              perform Set-Partition thru End-Set-Partition
              move "BUFFER_SIZE" to metric-name
              move "BYTES" to metric-unit
              move 4 to fld-idx
              perform Emit-Metric thru End-Emit-Metric
              move "APPLS_CONNECTED" to metric-name
              move "COUNT" to metric-unit
              move 5 to fld-idx
              perform Emit-Metric thru End-Emit-Metric
              move "POOL_L_READS" to metric-name
              move 6 to fld-idx
              perform Emit-Metric thru End-Emit-Metric
              move "POOL_P_READS" to metric-name
              move 7 to fld-idx
              perform Emit-Metric thru End-Emit-Metric
              move "LOCK_WAITS" to metric-name
              move 8 to fld-idx
              perform Emit-Metric thru End-Emit-Metric.

           if src-idx equal 2
              move monsz-db to obj-name
              move csv-field (2) to value-text
              perform Set-Partition thru End-Set-Partition
              move "MON_BUFFER_SIZE" to metric-name
              move "BYTES" to metric-unit
              move 3 to fld-idx
              perform Emit-Metric thru End-Emit-Metric
              move "LOCKS_HELD" to metric-name
              move "COUNT" to metric-unit
              move 4 to fld-idx
              perform Emit-Metric thru End-Emit-Metric.

           if src-idx equal 3
              move "TBSPACE" to obj-type
              move spaces to obj-name
              string csv-field (2) delimited by space
                     "."           delimited by size
                     csv-field (3) delimited by space
                     into obj-name
              move "TBSP_TOTAL" to metric-name
              move "PAGES" to metric-unit
              move 4 to fld-idx
              perform Emit-Metric thru End-Emit-Metric
              move "TBSP_USED" to metric-name
              move 5 to fld-idx
              perform Emit-Metric thru End-Emit-Metric
              move "TBSP_USED_PCT" to metric-name
              move "PCT" to metric-unit
              move 6 to fld-idx
              perform Emit-Metric thru End-Emit-Metric.

           if src-idx equal 4
              move "LOG_TOTAL" to metric-name
              move "BYTES" to metric-unit
              move 3 to fld-idx
              perform Emit-Metric thru End-Emit-Metric
              move "LOG_USED" to metric-name
              move 4 to fld-idx
              perform Emit-Metric thru End-Emit-Metric
              move "LOG_SECONDARY" to metric-name
              move "COUNT" to metric-unit
              move 5 to fld-idx
              perform Emit-Metric thru End-Emit-Metric
              move "LOG_USED_PCT" to metric-name
              move "PCT" to metric-unit
              move 6 to fld-idx
              perform Emit-Metric thru End-Emit-Metric.

           if src-idx equal 5
              move "DEADLOCKS" to metric-name
              move "COUNT" to metric-unit
              move 3 to fld-idx
              perform Emit-Metric thru End-Emit-Metric.

           if src-idx equal 6
              move "INSTANCE" to obj-type
              move "AGENTS_IN_USE" to metric-name
              move "COUNT" to metric-unit
              move 3 to fld-idx
              perform Emit-Metric thru End-Emit-Metric
              move "AGENTS_MAX" to metric-name
              move 4 to fld-idx
              perform Emit-Metric thru End-Emit-Metric
              move "AGENTS_USED_PCT" to metric-name
              move "PCT" to metric-unit
              move 5 to fld-idx
              perform Emit-Metric thru End-Emit-Metric.

           if src-idx equal 7
              move "GATEWAY" to obj-type
              move "CONNS_PRIMARY" to metric-name
              move "COUNT" to metric-unit
              move 3 to fld-idx
              perform Emit-Metric thru End-Emit-Metric
              move "CONNS_ALTERNATE" to metric-name
              move 4 to fld-idx
              perform Emit-Metric thru End-Emit-Metric.

           if src-idx equal 8
              move "CONN_PEAK_DAY" to metric-name
              move "COUNT" to metric-unit
              move 3 to fld-idx
              perform Emit-Metric thru End-Emit-Metric.
       End-Export-Row. exit.

       Set-Partition.
           perform Parse-Value thru End-Parse-Value.
           move row-value to part-num.
           move part-num to part-disp.
           move part-disp to obj-part.
       End-Set-Partition. exit.

      * a value missing from a short row is not exported
       Emit-Metric.
           if fld-idx is greater than csv-field-count
              or csv-field (fld-idx) equal spaces
              go to End-Emit-Metric.
           move csv-field (fld-idx) to value-text.
           perform Parse-Value thru End-Parse-Value.

           move spaces to feed-line.
           move "D"         to fl-type.
           move SITE-ID     to fl-site.
           move row-ts      to fl-ts.
           move obj-type    to fl-obj-type.
           move obj-name    to fl-obj-name.
           move obj-part    to fl-part.
           move metric-name to fl-metric.
           move row-value   to fl-value.
           move metric-unit to fl-unit.
           write work-rec from feed-line.
           add 1 to src-records.
           add 1 to total-records.
       End-Emit-Metric. exit.

       Parse-Value.
           move 0 to row-value.
           perform Parse-One-Value-Char thru End-Parse-One-Value-Char
               varying value-idx from 1 by 1
               until value-idx is greater than 20.
       End-Parse-Value. exit.

       Parse-One-Value-Char.
           if value-text (value-idx:1) numeric
              move value-text (value-idx:1) to digit-work
              compute row-value = (row-value * 10) + digit-work.
       End-Parse-One-Value-Char. exit.

      ***********************************************************************
      * Write-Feed frames the staged records with the header and the
      * trailer, both carrying the record count.
      ***********************************************************************
       Write-Feed.
           open output feed-file.
           if feed-fs not equal "00"
              go to End-Write-Feed.

           move spaces to feed-line.
           move "H"           to fc-type.
           move SITE-ID       to fc-site.
           move batch-num     to fc-batch.
           move now-ts        to fc-ts.
           move total-records to fc-records.
           move total-rows    to fc-rows.
           write feed-rec from feed-line.

           open input work-file.
           move "N" to file-eof.
           perform Copy-One-Record thru End-Copy-One-Record
               until no-more-records.
           close work-file.
           move "N" to file-eof.

           move "T" to fc-type.
           write feed-rec from feed-line.
           close feed-file.
       End-Write-Feed. exit.

       Copy-One-Record.
           read work-file
               at end
                  move "Y" to file-eof
                  go to End-Copy-One-Record
           end-read.
           write feed-rec from work-rec.
       End-Copy-One-Record. exit.
