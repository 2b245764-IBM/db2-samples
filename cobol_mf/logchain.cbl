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
      ** SOURCE FILE NAME: logchain.cbl
      **
      ** SAMPLE: Archive-log chain continuity for point-in-time restore
      **
      **         dbrstore.cbl restores the newest good image and rolls
      **         forward to the target time, but nothing proved ahead
      **         of time that every archived log from that image
      **         onward still exists -- a missing log only showed up
      **         when the roll-forward stopped short in the middle of
      **         the night.  For every database in the SITEPARM.CFG
      **         list this nightly check takes the newest OK backup
      **         in BACKUP.HIS, reads the database's recovery history
      **         (backup and archive-log entries of the DB_HISTORY
      **         administrative view, scripted through the command
      **         processor the way histload.cbl runs its load), and
      **         walks the archived log sequence forward from the
      **         first log of that image.  The earliest and latest
      **         timestamps a restore could actually reach are
      **         reported, with the first missing log range where the
      **         sequence breaks.  A hole in a tier-1 database's
      **         restorable window (tier from DBOWNER.CTL) raises a
      **         CRITICAL through alertq.cbl.  The night's windows are
      **         kept in LOGCHAIN.DAT, which dbrstore.cbl shows in its
      **         restore plan before the operator confirms.
      **
      ** INPUT FILES:  SITEPARM.CFG (database list, via siteparm)
      **               DBOWNER.CTL  (criticality tier per database)
      **               BACKUP.HIS   (backup history)
      ** WORK FILES:   LOGCHAIN.SQL (history query script)
      **               LOGCHAIN.OUT (history query output)
      ** OUTPUT FILES: LOGCHAIN.DAT (reachable window per database,
      **                             rewritten each run)
      **               LOGCHAIN.RPT (continuity report, via rptwrite)
      **               ALERTQ.DAT   (tier-1 holes, via alertq.cbl)
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
       Program-Id. "logchain".

       Environment Division.
       Input-Output Section.
       File-Control.
           select owner-file assign to "DBOWNER.CTL"
               organization is line sequential
               file status is owner-fs.
           select backup-history assign to "BACKUP.HIS"
               organization is line sequential
               file status is backup-fs.
           select sql-script assign to "LOGCHAIN.SQL"
               organization is line sequential
               file status is script-fs.
           select history-out assign to "LOGCHAIN.OUT"
               organization is line sequential
               file status is history-fs.
           select chain-file assign to "LOGCHAIN.DAT"
               organization is line sequential
               file status is chain-fs.

       Data Division.
       File Section.
       FD  owner-file.
       01  owner-rec.
           05 ow-dbname       pic x(18).
           05 filler          pic x.
           05 ow-instance     pic x(18).
           05 filler          pic x.
           05 ow-team         pic x(12).
           05 filler          pic x.
           05 ow-contact      pic x(12).
           05 filler          pic x.
           05 ow-appl         pic x(12).
           05 filler          pic x.
           05 ow-crit         pic x(8).

       FD  backup-history.
       01  backup-history-rec.
           05 bh-dbname       pic x(18).
           05 filler          pic x(2).
           05 bh-timestamp    pic x(17).
           05 filler          pic x(2).
           05 bh-outcome      pic x(8).
           05 filler          pic x(2).
           05 bh-sqlcode      pic x(10).
           05 filler          pic x(2).
           05 bh-type         pic x(8).

       FD  sql-script.
       01  sql-script-rec     pic x(132).

      * one recovery-history entry as the query formats it: the
      * operation (B backup, X archive log), the first and last log
      * file, and the start and end times (yyyymmddhhmmss)
       FD  history-out.
       01  history-out-rec.
           05 ho-operation    pic x.
           05 filler          pic x.
           05 ho-firstlog     pic x(12).
           05 filler          pic x.
           05 ho-lastlog      pic x(12).
           05 filler          pic x.
           05 ho-start        pic x(14).
           05 filler          pic x.
           05 ho-end          pic x(14).
           05 filler          pic x(75).

       FD  chain-file.
       01  chain-rec.
           05 lc-dbname       pic x(18).
           05 filler          pic x(2).
           05 lc-checked      pic x(17).
           05 filler          pic x(2).
           05 lc-result       pic x(8).
           05 filler          pic x(2).
           05 lc-backup-ts    pic x(17).
           05 filler          pic x(2).
           05 lc-earliest     pic x(17).
           05 filler          pic x(2).
           05 lc-latest       pic x(17).
           05 filler          pic x(2).
           05 lc-gap-first    pic x(12).
           05 filler          pic x(2).
           05 lc-gap-last     pic x(12).

       Working-Storage Section.

       copy "sqlsitep.cbl".
       copy "sqlrptw.cbl".
       copy "sqlalert.cbl".
       copy "sqlrunh.cbl".

      * Local variables
       77 owner-fs            pic xx.
       77 backup-fs           pic xx.
       77 script-fs           pic xx.
       77 history-fs          pic xx.
       77 chain-fs            pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

      * the criticality tier of each owned database
       77 owner-count         pic 9(4) comp-5 value 0.
       01 owner-table.
          05 owner-entry occurs 100 times.
             10 ot-dbname     pic x(18).
             10 ot-crit       pic x(8).

      * the newest OK backup of each site database, from BACKUP.HIS
       01 backup-state.
          05 bs-entry occurs 50 times.
             10 bs-last-ok    pic x(17).

       77 db-idx              pic 9(4) comp-5.
       77 scan-idx            pic 9(4) comp-5.
       77 found-sw            pic x.
           88 entry-found         value "Y".

      * the scripted history query
       01 sql-line            pic x(132).
       77 run-command         pic x(60).
       77 child-retcode       pic s9(9) comp-5.
       77 retcode-disp        pic z(3)9.

      * the backup image the chain is walked from: the newest DB2
      * backup entry taken at or before the newest OK BACKUP.HIS
      * record
       77 anchor-ts           pic x(14).
       77 image-sw            pic x.
           88 image-found         value "Y".
       77 image-start         pic x(14).
       77 image-end           pic x(14).
       77 image-seq           pic 9(7) comp-5.

      * archived logs from the image's first log onward
       77 log-count           pic 9(4) comp-5 value 0.
       77 log-limit           pic 9(4) comp-5 value 3000.
       77 log-overflow-sw     pic x.
           88 log-overflow        value "Y".
       01 log-table.
          05 log-entry occurs 3000 times.
             10 lt-seq        pic 9(7) comp-5.
             10 lt-end        pic x(14).
       77 log-idx             pic 9(4) comp-5.
       77 log-seq             pic 9(7) comp-5.

      * the walk: the next log the chain needs, and the nearest log
      * archived past it when it is missing
       77 next-seq            pic 9(7) comp-5.
       77 next-found-sw       pic x.
           88 next-found          value "Y".
       77 beyond-seq          pic 9(7) comp-5.
       77 beyond-sw           pic x.
           88 beyond-found        value "Y".
       77 walk-done-sw        pic x.
           88 walk-done           value "Y".
       77 reach-end           pic x(14).
       01 seq-work            pic 9(7).
       01 log-name.
          05 filler           pic x value "S".
          05 ln-seq           pic 9(7).
          05 filler           pic x(4) value ".LOG".

      * the judgement of one database
       77 row-tier            pic x(8).
       77 row-result          pic x(8).
       77 row-backup-ts       pic x(17).
       77 row-earliest        pic x(17).
       77 row-latest          pic x(17).
       77 row-gap-first       pic x(12).
       77 row-gap-last        pic x(12).
       77 row-gap-text        pic x(30).
       01 ts-work             pic x(14).
       01 ts-out              pic x(17).

       77 complete-count      pic 9(4) comp-5 value 0.
       77 gap-count           pic 9(4) comp-5 value 0.
       77 tier1-gap-count     pic 9(4) comp-5 value 0.
       77 other-count         pic 9(4) comp-5 value 0.

       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).
       01 rpt-line            pic x(132).

       Procedure Division.
       logchain-pgm section.

           display "Sample COBOL Program : LOGCHAIN.CBL".

           move "logchain" to RH-PROGRAM.
           move "S" to RH-FUNCTION.
           call "runhist" using RUNHIST-AREA.

           call "siteparm" using SITEPARM-AREA.
           if SITE-DB-COUNT equal 0
              display "no site parameter database list -- nothing ",
                 "to check"
              go to end-logchain.

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           perform Load-Owners thru End-Load-Owners.
           perform Load-Backups thru End-Load-Backups.

           open output chain-file.

           move "O" to RPTW-FUNCTION.
           move "LOGCHAIN.RPT" to RPTW-FILE-NAME.
           move spaces to RPTW-TITLE.
           string "ARCHIVE-LOG CHAIN CONTINUITY AS OF "
                     delimited by size
                  now-date delimited by size
                  into RPTW-TITLE.
           move "  DATABASE            TIER      BACKUP IMAGE       EARL
      -         "IEST REACHABLE LATEST REACHABLE   RESULT    GAP IN LOG 
      -         "SEQUENCE" to RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           perform Check-One-Database thru End-Check-One-Database
               varying db-idx from 1 by 1
               until db-idx is greater than SITE-DB-COUNT.

           move "C" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
           close chain-file.

           display " ".
           display complete-count, " complete, ", gap-count,
              " with a gap (", tier1-gap-count, " tier 1), ",
              other-count, " not checked -- see LOGCHAIN.RPT".

      * a tier-1 hole fails the run; any other hole or an unchecked
      * database is a warning
           if tier1-gap-count is greater than 0
              move 8 to RETURN-CODE
           else
              if gap-count is greater than 0
                 or other-count is greater than 0
                 move 4 to RETURN-CODE.

       end-logchain.
           move "E" to RH-FUNCTION.
           move RETURN-CODE to RH-RETCODE.
           call "runhist" using RUNHIST-AREA.
           stop run.

       Load-Owners.
           open input owner-file.
           if owner-fs equal "35"
              display "DBOWNER.CTL not found -- no database is ",
                 "treated as tier 1"
              go to End-Load-Owners.

           move "N" to file-eof.
           perform Load-One-Owner thru End-Load-One-Owner
               until no-more-records.
           close owner-file.
           move "N" to file-eof.
       End-Load-Owners. exit.

       Load-One-Owner.
           read owner-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Owner
           end-read.

           if ow-dbname equal spaces
              or ow-dbname (1:1) equal "*"
              go to End-Load-One-Owner.

           if owner-count is less than 100
              add 1 to owner-count
              move ow-dbname to ot-dbname (owner-count)
              move ow-crit   to ot-crit (owner-count).
       End-Load-One-Owner. exit.

      ***********************************************************************
      * Load-Backups keeps the newest OK backup of each site database
      * -- the image dbrstore.cbl would restore for a recovery to
      * "now".
      ***********************************************************************
       Load-Backups.
           perform Clear-One-State thru End-Clear-One-State
               varying db-idx from 1 by 1
               until db-idx is greater than SITE-DB-COUNT.

           open input backup-history.
           if backup-fs equal "35"
              display "BACKUP.HIS not found -- no backup is on record"
              go to End-Load-Backups.

           move "N" to file-eof.
           perform Fold-One-Backup thru End-Fold-One-Backup
               until no-more-records.
           close backup-history.
           move "N" to file-eof.
       End-Load-Backups. exit.

       Clear-One-State.
           move spaces to bs-last-ok (db-idx).
       End-Clear-One-State. exit.

       Fold-One-Backup.
           read backup-history
               at end
                  move "Y" to file-eof
                  go to End-Fold-One-Backup
           end-read.

           if bh-dbname equal spaces
              or bh-timestamp (1:8) not numeric
              or bh-outcome not equal "OK"
              go to End-Fold-One-Backup.

           move "N" to found-sw.
           perform Match-Site-Db thru End-Match-Site-Db
               varying db-idx from 1 by 1
               until db-idx is greater than SITE-DB-COUNT
                  or entry-found.
           if not entry-found
              go to End-Fold-One-Backup.
           subtract 1 from db-idx.

           if bs-last-ok (db-idx) equal spaces
              or bh-timestamp is greater than bs-last-ok (db-idx)
              move bh-timestamp to bs-last-ok (db-idx).
       End-Fold-One-Backup. exit.

       Match-Site-Db.
           if SITE-DB-NAME (db-idx) equal bh-dbname
              move "Y" to found-sw.
       End-Match-Site-Db. exit.

      ***********************************************************************
      * Check-One-Database reads one database's recovery history,
      * walks its log chain from the newest usable image, and
      * reports, records, and (for tier 1) alerts on the result.
      ***********************************************************************
       Check-One-Database.
           perform Find-Tier thru End-Find-Tier.

           move spaces to row-backup-ts.
           move spaces to row-earliest.
           move spaces to row-latest.
           move spaces to row-gap-first.
           move spaces to row-gap-last.
           move spaces to row-gap-text.

           if bs-last-ok (db-idx) equal spaces
              move "NO IMAGE" to row-result
              move "no OK backup in BACKUP.HIS" to row-gap-text
              add 1 to other-count
              go to Report-Database.
           move bs-last-ok (db-idx) to row-backup-ts.

           perform Query-History thru End-Query-History.
           if child-retcode is not less than 4
              move "NOT RUN" to row-result
              move child-retcode to retcode-disp
              string "history query rc=" delimited by size
                     retcode-disp        delimited by size
                     into row-gap-text
              add 1 to other-count
              go to Report-Database.

           perform Find-Image thru End-Find-Image.
           if not image-found
              move "NO IMAGE" to row-result
              move "backup not in recovery history"
                 to row-gap-text
              add 1 to other-count
              go to Report-Database.

           perform Load-Logs thru End-Load-Logs.
           perform Walk-Chain thru End-Walk-Chain.

           move image-start to ts-work.
           perform Format-Ts thru End-Format-Ts.
           move ts-out to row-earliest.
           move reach-end to ts-work.
           perform Format-Ts thru End-Format-Ts.
           move ts-out to row-latest.

           if row-gap-first equal spaces
              move "COMPLETE" to row-result
              add 1 to complete-count
           else
              move "GAP" to row-result
              add 1 to gap-count
              string row-gap-first delimited by size
                     " THRU "      delimited by size
                     row-gap-last  delimited by size
                     into row-gap-text
              if row-tier equal "1"
                 add 1 to tier1-gap-count
                 perform Raise-Hole thru End-Raise-Hole.

       Report-Database.
           move spaces to rpt-line.
           string "  "                   delimited by size
                  SITE-DB-NAME (db-idx)  delimited by size
                  "  "                   delimited by size
                  row-tier               delimited by size
                  "  "                   delimited by size
                  row-backup-ts          delimited by size
                  "  "                   delimited by size
                  row-earliest           delimited by size
                  "  "                   delimited by size
                  row-latest             delimited by size
                  "  "                   delimited by size
                  row-result             delimited by size
                  "  "                   delimited by size
                  row-gap-text           delimited by size
                  into rpt-line.
           if row-result equal "GAP"
              move "**" to rpt-line (1:2).
           move "W" to RPTW-FUNCTION.
           move rpt-line to RPTW-LINE.
           call "rptwrite" using RPTW-AREA.

           move spaces to chain-rec.
           move SITE-DB-NAME (db-idx) to lc-dbname.
           move now-ts        to lc-checked.
           move row-result    to lc-result.
           move row-backup-ts to lc-backup-ts.
           move row-earliest  to lc-earliest.
           move row-latest    to lc-latest.
           move row-gap-first to lc-gap-first.
           move row-gap-last  to lc-gap-last.
           write chain-rec.
       End-Check-One-Database. exit.

       Find-Tier.
           move "(none)" to row-tier.
           perform Match-One-Owner thru End-Match-One-Owner
               varying scan-idx from 1 by 1
               until scan-idx is greater than owner-count.
       End-Find-Tier. exit.

       Match-One-Owner.
           if ot-dbname (scan-idx) equal SITE-DB-NAME (db-idx)
              and ot-crit (scan-idx) not equal spaces
              move ot-crit (scan-idx) to row-tier.
       End-Match-One-Owner. exit.

      ***********************************************************************
      * Query-History scripts a connect and a query of the database's
      * successful backup and archive-log history entries, oldest
      * first, and runs it through the command processor with the
      * rows captured in LOGCHAIN.OUT.  A return code of 4 or worse
      * means the history could not be read.
      ***********************************************************************
       Query-History.
           open output sql-script.
           move spaces to sql-line.
           string "CONNECT TO "          delimited by size
                  SITE-DB-NAME (db-idx)  delimited by space
                  ";"                    delimited by size
                  into sql-line.
           write sql-script-rec from sql-line.
           move "SELECT OPERATION || ' ' ||" to sql-line.
           write sql-script-rec from sql-line.
           move "       CHAR(FIRSTLOG, 12) || ' ' ||" to sql-line.
           write sql-script-rec from sql-line.
           move "       CHAR(LASTLOG, 12) || ' ' ||" to sql-line.
           write sql-script-rec from sql-line.
           move "       START_TIME || ' ' ||" to sql-line.
           write sql-script-rec from sql-line.
           move "       COALESCE(END_TIME, START_TIME)" to sql-line.
           write sql-script-rec from sql-line.
           move "  FROM SYSIBMADM.DB_HISTORY" to sql-line.
           write sql-script-rec from sql-line.
           move "  WHERE OPERATION IN ('B', 'X') AND SQLCODE IS NULL"
              to sql-line.
           write sql-script-rec from sql-line.
           move "  ORDER BY START_TIME;" to sql-line.
           write sql-script-rec from sql-line.
           move "CONNECT RESET;" to sql-line.
           write sql-script-rec from sql-line.
           close sql-script.

           move "db2 -x -tf LOGCHAIN.SQL > LOGCHAIN.OUT" to run-command.
           call "SYSTEM" using run-command.
           move RETURN-CODE to child-retcode.
           if child-retcode is greater than 255
              divide child-retcode by 256 giving child-retcode.
           move 0 to RETURN-CODE.
       End-Query-History. exit.

      ***********************************************************************
      * Find-Image picks the newest backup entry in the recovery
      * history that started at or before the newest OK BACKUP.HIS
      * record -- the image the suite believes it can restore.  Only
      * lines shaped like a history row are taken; the connect and
      * reset messages in the output are passed over.
      ***********************************************************************
       Find-Image.
           move "N" to image-sw.
           move bs-last-ok (db-idx) (1:8) to anchor-ts (1:8).
           move bs-last-ok (db-idx) (10:6) to anchor-ts (9:6).

           open input history-out.
           if history-fs equal "35"
              go to End-Find-Image.
           move "N" to file-eof.
           perform Find-One-Image thru End-Find-One-Image
               until no-more-records.
           close history-out.
           move "N" to file-eof.
       End-Find-Image. exit.

       Find-One-Image.
           read history-out
               at end
                  move "Y" to file-eof
                  go to End-Find-One-Image
           end-read.

           if ho-operation not equal "B"
              or ho-firstlog (1:1) not equal "S"
              or ho-firstlog (2:7) not numeric
              or ho-start not numeric
              go to End-Find-One-Image.
           if ho-start is greater than anchor-ts
              go to End-Find-One-Image.

           if not image-found
              or ho-start is greater than image-start
              set image-found to true
              move ho-start to image-start
              move ho-end to image-end
              if image-end not numeric
                 move ho-start to image-end
              end-if
              move ho-firstlog (2:7) to seq-work
              move seq-work to image-seq.
       End-Find-One-Image. exit.

      ***********************************************************************
      * Load-Logs keeps every archived log from the image's first log
      * onward.  Earlier logs cannot be replayed onto this image and
      * are ignored.
      ***********************************************************************
       Load-Logs.
           move 0 to log-count.
           move "N" to log-overflow-sw.
           open input history-out.
           move "N" to file-eof.
           perform Load-One-Log thru End-Load-One-Log
               until no-more-records.
           close history-out.
           move "N" to file-eof.
           if log-overflow
              display "more than ", log-limit, " archived logs for ",
                 SITE-DB-NAME (db-idx), " -- the reach shown ",
                 "stops at the last one held".
       End-Load-Logs. exit.

       Load-One-Log.
           read history-out
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Log
           end-read.

           if ho-operation not equal "X"
              or ho-firstlog (1:1) not equal "S"
              or ho-firstlog (2:7) not numeric
              go to End-Load-One-Log.
           move ho-firstlog (2:7) to seq-work.
           move seq-work to log-seq.
           if log-seq is less than image-seq
              go to End-Load-One-Log.

           if log-count is not less than log-limit
              set log-overflow to true
              go to End-Load-One-Log.
           add 1 to log-count.
           move log-seq to lt-seq (log-count).
           if ho-end numeric
              move ho-end to lt-end (log-count)
           else
              move ho-start to lt-end (log-count).
       End-Load-One-Log. exit.

      ***********************************************************************
      * Walk-Chain follows the log sequence one file at a time from
      * the image's first log.  The reach ends at the close of the
      * last log held in unbroken sequence; where a later log is
      * archived past a missing one, the missing range is the gap
      * that cuts the restorable window short.  Running off the end
      * of the archive with no later log is not a gap -- the rest is
      * still in the active log.
      ***********************************************************************
       Walk-Chain.
           move image-end to reach-end.
           move image-seq to next-seq.
           move "N" to walk-done-sw.
           perform Walk-One-Log thru End-Walk-One-Log
               until walk-done.
       End-Walk-Chain. exit.

       Walk-One-Log.
           move "N" to next-found-sw.
           move "N" to beyond-sw.
           perform Match-One-Log thru End-Match-One-Log
               varying log-idx from 1 by 1
               until log-idx is greater than log-count.

           if next-found
              add 1 to next-seq
              go to End-Walk-One-Log.

           set walk-done to true.
           if not beyond-found
              go to End-Walk-One-Log.

           move next-seq to ln-seq.
           move log-name to row-gap-first.
           subtract 1 from beyond-seq giving ln-seq.
           move log-name to row-gap-last.
       End-Walk-One-Log. exit.

       Match-One-Log.
           if lt-seq (log-idx) equal next-seq
              set next-found to true
              if lt-end (log-idx) is greater than reach-end
                 move lt-end (log-idx) to reach-end
              end-if
              go to End-Match-One-Log.

           if lt-seq (log-idx) is greater than next-seq
              if not beyond-found
                 or lt-seq (log-idx) is less than beyond-seq
                 set beyond-found to true
                 move lt-seq (log-idx) to beyond-seq.
       End-Match-One-Log. exit.

      * history times are yyyymmddhhmmss; the suite's are
      * yyyymmdd-hhmmsscc
       Format-Ts.
           move spaces to ts-out.
           string ts-work (1:8) delimited by size
                  "-"           delimited by size
                  ts-work (9:6) delimited by size
                  "00"          delimited by size
                  into ts-out.
       End-Format-Ts. exit.

      ***********************************************************************
      * Raise-Hole queues one CRITICAL per tier-1 database whose
      * restorable window has a hole, keyed so a repeat night folds
      * into the same item.
      ***********************************************************************
       Raise-Hole.
           move "logchain" to ALERT-SOURCE.
           move "CRITICAL" to ALERT-SEVERITY.
           move spaces to ALERT-KEY.
           string SITE-DB-NAME (db-idx) delimited by space
                  " LOGCHAIN"           delimited by size
                  into ALERT-KEY.
           move spaces to ALERT-TEXT.
           string "log gap at "    delimited by size
                  row-gap-first    delimited by space
                  ", restore reach ends " delimited by size
                  row-latest       delimited by size
                  into ALERT-TEXT.
           call "alertq" using ALERT-AREA.
       End-Raise-Hole. exit.
