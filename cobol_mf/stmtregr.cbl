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
      ** SOURCE FILE NAME: stmtregr.cbl
      **
      ** SAMPLE: Statement cache access-plan regression report
      **
      **         stmtcach.cbl lists the top statements at one moment,
      **         which cannot say whether a statement got worse or was
      **         always bad.  This daily report reads the statement
      **         history stmtcach.cbl keeps (STMTHIST.DAT, one
      **         snapshot per database per day, each statement known
      **         by the fingerprint of its text) and, for each
      **         database's latest snapshot, compares every statement's
      **         rows read and sorts per execution with its own
      **         average over the snapshots of the trailing days.  A
      **         statement whose cost per execution has passed the
      **         policy ratio of that average -- or that now reads or
      **         sorts where it never did -- is REGRESSED.
      **
      **         Each regression is listed with whatever happened to
      **         its database between the statement's previous
      **         snapshot and the latest one, since that is usually
      **         the cause:
      **
      **           CONFIG    a configuration change (DBCONF.AUD)
      **           RUNSTATS  a statistics run (DBMAINT.RPT)
      **           REORG     a reorganization (DBMAINT.RPT)
      **           REBIND    a package rebind (PKGRBND.LOG)
      **           UPGRADE   a database upgrade (OPSAUDIT.LOG)
      **
      **         REGRRATIO (the policy ratio, as a percentage of the
      **         trailing average, default 0200) and REGRDAYS (the
      **         trailing days, default 0007) are read from
      **         TUNERULE.CTL, the keyword file tuneadv.cbl uses.
      **
      **         Every line of STMTREGR.RPT names its database and the
      **         owning team (owner.cbl), so listed in BURST.CTL the
      **         report is split by burst.cbl into one extract per
      **         owning team.  Any regression ends the run with
      **         condition code 4.
      **
      **         Configuration changes and upgrades in a period
      **         audarch.cbl has archived are read from the SEALED
      **         segments AUDARCH.CAT lists, ahead of the live files.
      **
      ** INPUT FILES:  STMTHIST.DAT (statement cache history)
      **               TUNERULE.CTL (site tuning rules)
      **               DBCONF.AUD   (configuration change audit trail)
      **               DBMAINT.RPT  (maintenance outcomes)
      **               PKGRBND.LOG  (package rebind outcomes)
      **               OPSAUDIT.LOG (operations audit trail)
      **               AUDARCH.CAT, DBCONF.Annnn, OPSAUDIT.Annnn
      ** OUTPUT FILE:  STMTREGR.RPT (regression report, via rptwrite)
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
       Program-Id. "stmtregr".

       Environment Division.
       Input-Output Section.
       File-Control.
           select history-file assign to "STMTHIST.DAT"
               organization is line sequential
               file status is history-fs.
           select rule-file assign to "TUNERULE.CTL"
               organization is line sequential
               file status is rule-fs.
           select conf-log assign to "DBCONF.AUD"
               organization is line sequential
               file status is conf-fs.
           select maint-rpt assign to "DBMAINT.RPT"
               organization is line sequential
               file status is maint-fs.
           select rebind-log assign to "PKGRBND.LOG"
               organization is line sequential
               file status is rebind-fs.
           select audit-log assign to "OPSAUDIT.LOG"
               organization is line sequential
               file status is audit-fs.
           select cat-file assign to "AUDARCH.CAT"
               organization is line sequential
               file status is cat-fs.
           select seg-file assign to dynamic seg-name
               organization is line sequential
               file status is seg-fs.

       Data Division.
       File Section.
       FD  history-file.
       01  history-rec.
           05 sh-timestamp    pic x(17).
           05 filler          pic x(2).
           05 sh-dbname       pic x(8).
           05 filler          pic x(2).
           05 sh-fingerprint  pic 9(9).
           05 filler          pic x(2).
           05 sh-execs        pic 9(9).
           05 filler          pic x(2).
           05 sh-rows-read    pic 9(9).
           05 filler          pic x(2).
           05 sh-sorts        pic 9(9).
           05 filler          pic x(2).
           05 sh-stmt-text    pic x(60).

       FD  rule-file.
       01  rule-rec.
           05 ru-keyword      pic x(9).
           05 filler          pic x.
           05 ru-value        pic x(18).

       FD  conf-log.
       01  conf-log-rec.
           05 cl-when         pic x(17).
           05 filler          pic x(1).
           05 cl-dbname       pic x(8).
           05 filler          pic x(1).
           05 cl-token        pic x(12).
           05 filler          pic x(1).
           05 cl-what         pic x(40).
           05 filler          pic x(1).
           05 cl-sqlcode      pic x(10).
           05 filler          pic x(19).

       FD  maint-rpt.
       01  maint-rpt-rec.
           05 mr-dbname       pic x(8).
           05 filler          pic x(2).
           05 mr-table        pic x(30).
           05 filler          pic x(2).
           05 mr-step         pic x(8).
           05 filler          pic x(2).
           05 mr-status       pic x(8).
           05 filler          pic x(2).
           05 mr-sqlcode      pic x(10).
           05 filler          pic x(2).
           05 mr-when         pic x(17).
           05 filler          pic x(29).

       FD  rebind-log.
       01  rebind-log-rec.
           05 rl-when         pic x(17).
           05 filler          pic x(2).
           05 rl-dbname       pic x(8).
           05 filler          pic x(2).
           05 rl-package      pic x(18).
           05 filler          pic x(2).
           05 rl-outcome      pic x(8).
           05 filler          pic x(2).
           05 rl-sqlcode      pic x(10).

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
           05 filler          pic x(30).

      * the audarch.cbl catalog line, as far as the events need it
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

       Working-Storage Section.

       copy "sqlrptw.cbl".
       copy "sqlrunh.cbl".
       copy "sqldtsrv.cbl".
       copy "sqlowner.cbl".

      * Local Variables
       77 history-fs          pic xx.
       77 rule-fs             pic xx.
       77 conf-fs             pic xx.
       77 maint-fs            pic xx.
       77 rebind-fs           pic xx.
       77 audit-fs            pic xx.
       77 cat-fs              pic xx.
       77 seg-fs              pic xx.
       77 seg-name            pic x(14).
       77 cat-eof             pic x.
           88 no-more-segments    value "Y".
       77 file-eof            pic x.
           88 no-more-records     value "Y".

      * the regression policy, from TUNERULE.CTL
       77 regr-ratio          pic 9(4) comp-5 value 200.
       77 regr-days           pic 9(4) comp-5 value 7.
       77 window-minutes      pic s9(9) comp-5.

      * each database's latest snapshot
       77 db-count            pic 9(4) comp-5 value 0.
       01 db-table.
          05 db-entry occurs 50 times.
             10 dt-dbname     pic x(8).
             10 dt-latest-ts  pic x(17).
             10 dt-team       pic x(12).
       77 db-idx              pic 9(4) comp-5.

      * the statements of each latest snapshot, with their trailing
      * history
       77 cur-count           pic 9(4) comp-5 value 0.
       01 cur-table.
          05 cur-entry occurs 400 times.
             10 cu-db-idx     pic 9(4) comp-5.
             10 cu-fp         pic 9(9) comp-5.
             10 cu-rows-pe    pic 9(9)v99 comp-3.
             10 cu-sorts-pe   pic 9(9)v99 comp-3.
             10 cu-sum-rows   pic 9(13)v99 comp-3.
             10 cu-sum-sorts  pic 9(13)v99 comp-3.
             10 cu-samples    pic 9(4) comp-5.
             10 cu-prev-ts    pic x(17).
             10 cu-text       pic x(60).
             10 cu-verdict    pic x(9).
             10 cu-reason     pic x(5).
       77 cur-idx             pic 9(4) comp-5.
       77 cur-overflow-sw     pic x value "N".

       77 rec-dbname          pic x(8).
       77 rec-rows-pe         pic 9(9)v99 comp-3.
       77 rec-sorts-pe        pic 9(9)v99 comp-3.
       77 avg-rows            pic 9(9)v99 comp-3.
       77 avg-sorts           pic 9(9)v99 comp-3.
       77 found-sw            pic x.
           88 entry-found         value "Y".

      * what happened to each regressed database, oldest first as
      * each source is read
       77 earliest-prev-ts    pic x(17).
       77 event-count         pic 9(4) comp-5 value 0.
       01 event-table.
          05 event-entry occurs 300 times.
             10 et-db-idx     pic 9(4) comp-5.
             10 et-ts         pic x(17).
             10 et-kind       pic x(8).
             10 et-what       pic x(50).
       77 event-idx           pic 9(4) comp-5.
       77 event-overflow-sw   pic x value "N".
       77 evt-dbname          pic x(8).
       77 evt-ts              pic x(17).
       77 evt-kind            pic x(8).
       77 evt-what            pic x(50).
       77 linked-count        pic 9(4) comp-5.

       77 regressed-count     pic 9(4) comp-5 value 0.
       77 fp-disp             pic 9(9).
       77 pe-disp-1           pic z(8)9.99.
       77 pe-disp-2           pic z(8)9.99.
       77 pe-disp-3           pic z(8)9.99.
       77 pe-disp-4           pic z(8)9.99.
       77 count-disp          pic z(3)9.
       77 db-count-disp       pic z(3)9.
       01 rpt-line            pic x(132).

       Procedure Division.
       stmtregr-pgm section.

           display "Sample COBOL Program : STMTREGR.CBL".

           move "stmtregr" to RH-PROGRAM.
           move "S" to RH-FUNCTION.
           call "runhist" using RUNHIST-AREA.

           perform Load-Rules thru End-Load-Rules.
           compute window-minutes = regr-days * 1440.

           open input history-file.
           if history-fs equal "35"
              display "STMTHIST.DAT not found -- run stmtcach.cbl ",
                 "to start the statement history"
              go to end-stmtregr.
           close history-file.

           perform Find-Latest-Snapshots
               thru End-Find-Latest-Snapshots.
           perform Load-Latest-Statements
               thru End-Load-Latest-Statements.
           perform Load-Trailing-History
               thru End-Load-Trailing-History.

           move high-values to earliest-prev-ts.
           perform Judge-One-Stmt thru End-Judge-One-Stmt
               varying cur-idx from 1 by 1
               until cur-idx is greater than cur-count.

           if regressed-count is greater than 0
              perform Load-Events thru End-Load-Events.

           move "O" to RPTW-FUNCTION.
           move "STMTREGR.RPT" to RPTW-FILE-NAME.
           move "STATEMENT CACHE ACCESS-PLAN REGRESSIONS" to RPTW-TITLE.
           move "DATABASE  TEAM          VERDICT    FINGERPRINT   ROWS/E
      -         "XEC NOW / AVERAGE     SORTS/EXEC NOW / AVERAGE"
              to RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           perform Report-One-Database thru End-Report-One-Database
               varying db-idx from 1 by 1
               until db-idx is greater than db-count.

           move spaces to rpt-line.
           perform Write-Regr-Line thru End-Write-Regr-Line.
           move regressed-count to count-disp.
           move db-count to db-count-disp.
           move spaces to rpt-line.
           string count-disp    delimited by size
                  " regressed statement(s) across " delimited by size
                  db-count-disp delimited by size
                  " database(s)" delimited by size
                  into rpt-line.
           perform Write-Regr-Line thru End-Write-Regr-Line.
           if cur-overflow-sw equal "Y"
              move "statement table full -- later statements not judged"
                 to rpt-line
              perform Write-Regr-Line thru End-Write-Regr-Line.
           if event-overflow-sw equal "Y"
              move "event table full -- later changes were not linked"
                 to rpt-line
              perform Write-Regr-Line thru End-Write-Regr-Line.

           move "C" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.

           display regressed-count, " regressed statement(s) -- ",
              "see STMTREGR.RPT".
           if regressed-count is greater than 0
              move 4 to RETURN-CODE.

       end-stmtregr.
           move "E" to RH-FUNCTION.
           move RETURN-CODE to RH-RETCODE.
           call "runhist" using RUNHIST-AREA.
           stop run.

      ***********************************************************************
      * Load-Rules takes REGRRATIO and REGRDAYS from TUNERULE.CTL; the
      * other programs' keywords are passed over.
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

           if ru-value (1:4) not numeric
              go to End-Load-One-Rule.
           if ru-keyword equal "REGRRATIO"
              and ru-value (1:4) is greater than "0100"
              move ru-value (1:4) to regr-ratio.
           if ru-keyword equal "REGRDAYS "
              and ru-value (1:4) is greater than "0000"
              move ru-value (1:4) to regr-days.
       End-Load-One-Rule. exit.

      ***********************************************************************
      * Find-Latest-Snapshots finds each database's latest snapshot.
      ***********************************************************************
       Find-Latest-Snapshots.
           open input history-file.
           move "N" to file-eof.
           perform Latest-One-Record thru End-Latest-One-Record
               until no-more-records.
           close history-file.
           move "N" to file-eof.
       End-Find-Latest-Snapshots. exit.

       Latest-One-Record.
           read history-file
               at end
                  move "Y" to file-eof
                  go to End-Latest-One-Record
           end-read.

           if sh-dbname equal spaces or sh-fingerprint not numeric
              go to End-Latest-One-Record.
           move sh-dbname to rec-dbname.
           perform Find-Database thru End-Find-Database.
           if not entry-found
              if db-count is not less than 50
                 go to End-Latest-One-Record
              else
                 add 1 to db-count
                 move db-count to db-idx
                 move rec-dbname to dt-dbname (db-idx)
                 move low-values to dt-latest-ts (db-idx)
                 move rec-dbname to OWNER-KEY
                 call "owner" using OWNER-AREA
                 if OWNER-FOUND-SW equal "Y"
                    move OWNER-TEAM to dt-team (db-idx)
                 else
                    move "(no owner)" to dt-team (db-idx)
                 end-if
              end-if.

           if sh-timestamp is greater than dt-latest-ts (db-idx)
              move sh-timestamp to dt-latest-ts (db-idx).
       End-Latest-One-Record. exit.

      * database names are compared in upper case
       Find-Database.
           inspect rec-dbname converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move "N" to found-sw.
           perform Match-Database thru End-Match-Database
               varying db-idx from 1 by 1
               until db-idx is greater than db-count
                  or entry-found.
           if entry-found
              subtract 1 from db-idx.
       End-Find-Database. exit.

       Match-Database.
           if dt-dbname (db-idx) equal rec-dbname
              move "Y" to found-sw.
       End-Match-Database. exit.

      ***********************************************************************
      * Load-Latest-Statements takes the statements of each latest
      * snapshot, with their cost per execution.  A statement not
      * executed since it entered the cache has no cost to judge.
      ***********************************************************************
       Load-Latest-Statements.
           open input history-file.
           move "N" to file-eof.
           perform Latest-One-Stmt thru End-Latest-One-Stmt
               until no-more-records.
           close history-file.
           move "N" to file-eof.
       End-Load-Latest-Statements. exit.

       Latest-One-Stmt.
           read history-file
               at end
                  move "Y" to file-eof
                  go to End-Latest-One-Stmt
           end-read.

           if sh-dbname equal spaces or sh-fingerprint not numeric
              or sh-execs not numeric or sh-execs equal 0
              go to End-Latest-One-Stmt.
           move sh-dbname to rec-dbname.
           perform Find-Database thru End-Find-Database.
           if not entry-found
              go to End-Latest-One-Stmt.
           if sh-timestamp not equal dt-latest-ts (db-idx)
              go to End-Latest-One-Stmt.

           if cur-count is not less than 400
              move "Y" to cur-overflow-sw
              go to End-Latest-One-Stmt.
           add 1 to cur-count.
           move db-idx to cu-db-idx (cur-count).
           move sh-fingerprint to cu-fp (cur-count).
           compute cu-rows-pe (cur-count) rounded =
              sh-rows-read / sh-execs.
           compute cu-sorts-pe (cur-count) rounded =
              sh-sorts / sh-execs.
           move 0 to cu-sum-rows (cur-count).
           move 0 to cu-sum-sorts (cur-count).
           move 0 to cu-samples (cur-count).
           move low-values to cu-prev-ts (cur-count).
           move sh-stmt-text to cu-text (cur-count).
           move spaces to cu-verdict (cur-count).
           move spaces to cu-reason (cur-count).
       End-Latest-One-Stmt. exit.

      ***********************************************************************
      * Load-Trailing-History adds up each statement's cost per
      * execution over the earlier snapshots inside the trailing days,
      * and remembers the statement's previous snapshot -- the start
      * of the span its regression is linked to changes in.
      ***********************************************************************
       Load-Trailing-History.
           open input history-file.
           move "N" to file-eof.
           perform Trailing-One-Stmt thru End-Trailing-One-Stmt
               until no-more-records.
           close history-file.
           move "N" to file-eof.
       End-Load-Trailing-History. exit.

       Trailing-One-Stmt.
           read history-file
               at end
                  move "Y" to file-eof
                  go to End-Trailing-One-Stmt
           end-read.

           if sh-dbname equal spaces or sh-fingerprint not numeric
              or sh-execs not numeric or sh-execs equal 0
              go to End-Trailing-One-Stmt.
           move sh-dbname to rec-dbname.
           perform Find-Database thru End-Find-Database.
           if not entry-found
              go to End-Trailing-One-Stmt.
           if sh-timestamp is not less than dt-latest-ts (db-idx)
              go to End-Trailing-One-Stmt.

           move sh-timestamp to DT-FROM-TS.
           move dt-latest-ts (db-idx) to DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           if DT-VALID-SW not equal "Y"
              or DT-MINUTES is greater than window-minutes
              go to End-Trailing-One-Stmt.

           move "N" to found-sw.
           perform Match-Stmt thru End-Match-Stmt
               varying cur-idx from 1 by 1
               until cur-idx is greater than cur-count
                  or entry-found.
           if not entry-found
              go to End-Trailing-One-Stmt.
           subtract 1 from cur-idx.

           compute rec-rows-pe rounded = sh-rows-read / sh-execs.
           compute rec-sorts-pe rounded = sh-sorts / sh-execs.
           add rec-rows-pe to cu-sum-rows (cur-idx).
           add rec-sorts-pe to cu-sum-sorts (cur-idx).
           add 1 to cu-samples (cur-idx).
           if sh-timestamp is greater than cu-prev-ts (cur-idx)
              move sh-timestamp to cu-prev-ts (cur-idx).
       End-Trailing-One-Stmt. exit.

       Match-Stmt.
           if cu-db-idx (cur-idx) equal db-idx
              and cu-fp (cur-idx) equal sh-fingerprint
              move "Y" to found-sw.
       End-Match-Stmt. exit.

      ***********************************************************************
      * Judge-One-Stmt compares the latest cost per execution with the
      * trailing average.  A statement with no earlier snapshot is
      * NEW and is not judged.  Past the policy ratio of the average
      * on rows read or on sorts -- or reading or sorting at all where
      * the average is zero -- the statement is REGRESSED.
      ***********************************************************************
       Judge-One-Stmt.
           if cu-samples (cur-idx) equal 0
              move "NEW" to cu-verdict (cur-idx)
              go to End-Judge-One-Stmt.

           compute avg-rows rounded =
              cu-sum-rows (cur-idx) / cu-samples (cur-idx).
           compute avg-sorts rounded =
              cu-sum-sorts (cur-idx) / cu-samples (cur-idx).

           move "STEADY" to cu-verdict (cur-idx).
           if (avg-rows equal 0 and cu-rows-pe (cur-idx) not less
                 than 1)
              or (avg-rows is greater than 0
                 and cu-rows-pe (cur-idx) * 100 is greater than
                    avg-rows * regr-ratio)
              move "REGRESSED" to cu-verdict (cur-idx)
              move "ROWS" to cu-reason (cur-idx).
           if (avg-sorts equal 0 and cu-sorts-pe (cur-idx) not less
                 than 1)
              or (avg-sorts is greater than 0
                 and cu-sorts-pe (cur-idx) * 100 is greater than
                    avg-sorts * regr-ratio)
              move "REGRESSED" to cu-verdict (cur-idx)
              if cu-reason (cur-idx) equal spaces
                 move "SORTS" to cu-reason (cur-idx)
              else
                 move "BOTH" to cu-reason (cur-idx).

           if cu-verdict (cur-idx) equal "REGRESSED"
              add 1 to regressed-count
              if cu-prev-ts (cur-idx) is less than earliest-prev-ts
                 move cu-prev-ts (cur-idx) to earliest-prev-ts.
       End-Judge-One-Stmt. exit.

      ***********************************************************************
      * Load-Events gathers what happened to the snapshot databases
      * since the earliest previous snapshot of a regressed statement.
      ***********************************************************************
       Load-Events.
           perform Events-From-Segments thru End-Events-From-Segments.

           open input conf-log.
           if conf-fs not equal "35"
              move "N" to file-eof
              perform Event-From-Conf thru End-Event-From-Conf
                  until no-more-records
              close conf-log.

           open input maint-rpt.
           if maint-fs not equal "35"
              move "N" to file-eof
              perform Event-From-Maint thru End-Event-From-Maint
                  until no-more-records
              close maint-rpt.

           open input rebind-log.
           if rebind-fs not equal "35"
              move "N" to file-eof
              perform Event-From-Rebind thru End-Event-From-Rebind
                  until no-more-records
              close rebind-log.

           open input audit-log.
           if audit-fs not equal "35"
              move "N" to file-eof
              perform Event-From-Audit thru End-Event-From-Audit
                  until no-more-records
              close audit-log.
           move "N" to file-eof.
       End-Load-Events. exit.

       Event-From-Conf.
           read conf-log
               at end
                  move "Y" to file-eof
                  go to End-Event-From-Conf
           end-read.
           perform Conf-Event-Record thru End-Conf-Event-Record.
       End-Event-From-Conf. exit.

      * one DBCONF.AUD record, from the live file or a segment
       Conf-Event-Record.
           if cl-token equal "CARRY FWD"
              go to End-Conf-Event-Record.
           move cl-dbname to evt-dbname.
           move cl-when to evt-ts.
           move "CONFIG" to evt-kind.
           move spaces to evt-what.
           string cl-token delimited by space
                  " "      delimited by size
                  cl-what  delimited by size
                  into evt-what.
           perform Keep-Event thru End-Keep-Event.
       End-Conf-Event-Record. exit.

       Event-From-Maint.
           read maint-rpt
               at end
                  move "Y" to file-eof
                  go to End-Event-From-Maint
           end-read.
           if mr-step not equal "RUNSTATS" and mr-step not equal "REORG"
              go to End-Event-From-Maint.
           move mr-dbname to evt-dbname.
           move mr-when to evt-ts.
           move mr-step to evt-kind.
           move spaces to evt-what.
           string mr-table  delimited by space
                  " "       delimited by size
                  mr-status delimited by space
                  into evt-what.
           perform Keep-Event thru End-Keep-Event.
       End-Event-From-Maint. exit.

       Event-From-Rebind.
           read rebind-log
               at end
                  move "Y" to file-eof
                  go to End-Event-From-Rebind
           end-read.
           move rl-dbname to evt-dbname.
           move rl-when to evt-ts.
           move "REBIND" to evt-kind.
           move spaces to evt-what.
           string rl-package delimited by space
                  " "        delimited by size
                  rl-outcome delimited by space
                  into evt-what.
           perform Keep-Event thru End-Keep-Event.
       End-Event-From-Rebind. exit.

       Event-From-Audit.
           read audit-log
               at end
                  move "Y" to file-eof
                  go to End-Event-From-Audit
           end-read.
           perform Audit-Event-Record thru End-Audit-Event-Record.
       End-Event-From-Audit. exit.

      * one OPSAUDIT record, from the live file or a segment
       Audit-Event-Record.
           if al-action not equal "UPGRADE DATABASE"
              go to End-Audit-Event-Record.
           move al-target to evt-dbname.
           move al-timestamp to evt-ts.
           move "UPGRADE" to evt-kind.
           move spaces to evt-what.
           string "by "       delimited by size
                  al-operator delimited by space
                  " "         delimited by size
                  al-outcome  delimited by size
                  into evt-what.
           perform Keep-Event thru End-Keep-Event.
       End-Audit-Event-Record. exit.

      ***********************************************************************
      * Events-From-Segments reads the archived segments of both
      * audit trails whose period reaches the earliest previous
      * snapshot, in the order AUDARCH.CAT lists them.  A period
      * that can no longer be read is named, since its changes
      * cannot be linked.
      ***********************************************************************
       Events-From-Segments.
           open input cat-file.
           if cat-fs equal "35"
              go to End-Events-From-Segments.

           move "N" to cat-eof.
           perform Events-From-One-Segment
              thru End-Events-From-One-Segment
               until no-more-segments.
           close cat-file.
           move "N" to file-eof.
       End-Events-From-Segments. exit.

       Events-From-One-Segment.
           read cat-file
               at end
                  move "Y" to cat-eof
                  go to End-Events-From-One-Segment
           end-read.
           if ac-log not equal "DBCONF.AUD"
              and ac-log not equal "OPSAUDIT.LOG"
              go to End-Events-From-One-Segment.
           if ac-to is less than earliest-prev-ts (1:8)
              go to End-Events-From-One-Segment.

           if ac-state not equal "SEALED"
              display "*** ", ac-log, " ", ac-from, " to ", ac-to,
                 " purged on retention -- its events are not linked"
              go to End-Events-From-One-Segment.

           move ac-segment to seg-name.
           open input seg-file.
           if seg-fs not equal "00"
              display "*** ", ac-segment, " is catalogued but not on ",
                 "file -- its events are not linked"
              go to End-Events-From-One-Segment.

           move "N" to file-eof.
           perform Event-From-Seg-Record thru End-Event-From-Seg-Record
               until no-more-records.
           close seg-file.
       End-Events-From-One-Segment. exit.

       Event-From-Seg-Record.
           read seg-file
               at end
                  move "Y" to file-eof
                  go to End-Event-From-Seg-Record
           end-read.
           if sg-tag equal "*SEGMENT "
              or sg-tag equal "*SEALED  "
              go to End-Event-From-Seg-Record.

           if ac-log equal "DBCONF.AUD"
              move seg-rec to conf-log-rec
              perform Conf-Event-Record thru End-Conf-Event-Record
           else
              move seg-rec to audit-log-rec
              perform Audit-Event-Record thru End-Audit-Event-Record.
       End-Event-From-Seg-Record. exit.

       Keep-Event.
           if evt-ts is not greater than earliest-prev-ts
              go to End-Keep-Event.
           move evt-dbname to rec-dbname.
           perform Find-Database thru End-Find-Database.
           if not entry-found
              go to End-Keep-Event.
           if evt-ts is greater than dt-latest-ts (db-idx)
              go to End-Keep-Event.
           if event-count is not less than 300
              move "Y" to event-overflow-sw
              go to End-Keep-Event.
           add 1 to event-count.
           move db-idx to et-db-idx (event-count).
           move evt-ts to et-ts (event-count).
           move evt-kind to et-kind (event-count).
           move evt-what to et-what (event-count).
       End-Keep-Event. exit.

      ***********************************************************************
      * Report-One-Database lists one database's regressed statements,
      * each with the changes between its two snapshots.  Every line
      * starts with the database name, so burst.cbl can route it.
      ***********************************************************************
       Report-One-Database.
           move spaces to rpt-line.
           perform Write-Regr-Line thru End-Write-Regr-Line.
           move spaces to rpt-line.
           string dt-dbname (db-idx)    delimited by size
                  "  "                  delimited by size
                  dt-team (db-idx)      delimited by size
                  "  latest snapshot "  delimited by size
                  dt-latest-ts (db-idx) delimited by size
                  into rpt-line.
           perform Write-Regr-Line thru End-Write-Regr-Line.

           move 0 to linked-count.
           perform Report-One-Stmt thru End-Report-One-Stmt
               varying cur-idx from 1 by 1
               until cur-idx is greater than cur-count.
           if linked-count equal 0
              move spaces to rpt-line
              string dt-dbname (db-idx) delimited by size
                     "  no regressed statements" delimited by size
                     into rpt-line
              perform Write-Regr-Line thru End-Write-Regr-Line.
       End-Report-One-Database. exit.

       Report-One-Stmt.
           if cu-db-idx (cur-idx) not equal db-idx
              or cu-verdict (cur-idx) not equal "REGRESSED"
              go to End-Report-One-Stmt.
           add 1 to linked-count.

           compute avg-rows rounded =
              cu-sum-rows (cur-idx) / cu-samples (cur-idx).
           compute avg-sorts rounded =
              cu-sum-sorts (cur-idx) / cu-samples (cur-idx).
           move cu-fp (cur-idx) to fp-disp.
           move cu-rows-pe (cur-idx) to pe-disp-1.
           move avg-rows to pe-disp-2.
           move cu-sorts-pe (cur-idx) to pe-disp-3.
           move avg-sorts to pe-disp-4.
           move spaces to rpt-line.
           string dt-dbname (db-idx) delimited by size
                  "  "               delimited by size
                  dt-team (db-idx)   delimited by size
                  "  REGRESSED  "    delimited by size
                  fp-disp            delimited by size
                  "  "               delimited by size
                  pe-disp-1          delimited by size
                  " /"               delimited by size
                  pe-disp-2          delimited by size
                  "  "               delimited by size
                  pe-disp-3          delimited by size
                  " /"               delimited by size
                  pe-disp-4          delimited by size
                  "  ("              delimited by size
                  cu-reason (cur-idx) delimited by space
                  ")"                delimited by size
                  into rpt-line.
           perform Write-Regr-Line thru End-Write-Regr-Line.

           move spaces to rpt-line.
           string dt-dbname (db-idx) delimited by size
                  "    "             delimited by size
                  cu-text (cur-idx)  delimited by size
                  into rpt-line.
           perform Write-Regr-Line thru End-Write-Regr-Line.

           move spaces to rpt-line.
           string dt-dbname (db-idx)    delimited by size
                  "    changes since "  delimited by size
                  cu-prev-ts (cur-idx)  delimited by size
                  ":"                   delimited by size
                  into rpt-line.
           perform Write-Regr-Line thru End-Write-Regr-Line.

           move "N" to found-sw.
           perform Report-One-Event thru End-Report-One-Event
               varying event-idx from 1 by 1
               until event-idx is greater than event-count.
           if found-sw not equal "Y"
              move spaces to rpt-line
              string dt-dbname (db-idx) delimited by size
                     "      no change on record between the "
                        delimited by size
                     "snapshots" delimited by size
                     into rpt-line
              perform Write-Regr-Line thru End-Write-Regr-Line.
       End-Report-One-Stmt. exit.

       Report-One-Event.
           if et-db-idx (event-idx) not equal db-idx
              or et-ts (event-idx) is not greater than
                 cu-prev-ts (cur-idx)
              go to End-Report-One-Event.
           move "Y" to found-sw.
           move spaces to rpt-line.
           string dt-dbname (db-idx)    delimited by size
                  "      "              delimited by size
                  et-ts (event-idx)     delimited by size
                  "  "                  delimited by size
                  et-kind (event-idx)   delimited by size
                  "  "                  delimited by size
                  et-what (event-idx)   delimited by size
                  into rpt-line.
           perform Write-Regr-Line thru End-Write-Regr-Line.
       End-Report-One-Event. exit.

       Write-Regr-Line.
           move rpt-line to RPTW-LINE.
           move "W" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Regr-Line. exit.
