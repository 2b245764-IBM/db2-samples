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
      ** SOURCE FILE NAME: tblmon.cbl
      **
      ** SAMPLE: Per-table activity monitor
      **
      **         Every other monitor works at database level, so
      **         which table is the busy one -- and what belongs in
      **         DBMAINT.CTL -- was guesswork.  Each cycle this
      **         monitor snapshots the tables of every database in
      **         the site parameter list and appends one trend row per
      **         table to TBLACT.CSV, in the style of TBSP.CSV: the
      **         rows read, rows written, and overflow accesses the
      **         snapshot counts for the table.  tblrpt.cbl turns the
      **         trend into the daily hot-table report.
      **
      **         The monitor takes no input, so the scheduler can run
      **         it: TBLMON.CTL gives the seconds between cycles
      **         (INTERVAL, 0000 for a single sweep) and the time the
      **         watch ends (ENDTIME, HHMM, 0000 for none); the watch
      **         also ends when TBLMON.STP appears, the convention the
      **         other continuous monitors use.  Every completed cycle
      **         stamps the heartbeat hbwatch.cbl judges.
      **
      **         The table element stream is modeled the simplified
      **         way this codebase models the snapshot streams (see
      **         tbspmon.cbl): a fixed-size element of the qualified
      **         table name and its three counters, terminated by a
      **         blank name.  A database that cannot be snapshotted
      **         is reported and skipped, so one stopped database does
      **         not end the watch over the rest.
      **
      ** DB2 APIs USED:
      **         sqlgmnss -- DATABASE MONITOR SNAPSHOT
      **
      ** INPUT FILE:   TBLMON.CTL  (cycle interval and end time)
      ** OUTPUT FILES: TBLACT.CSV  (table activity trend, appended)
      **               HEARTBT.DAT (cycle heartbeat, via hbeat)
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
       Program-Id. "tblmon".

       Environment Division.
       Input-Output Section.
       File-Control.
           select trend-csv assign to "TBLACT.CSV"
               organization is line sequential.
           select control-file assign to "TBLMON.CTL"
               organization is line sequential
               file status is control-fs.
           select stop-file assign to "TBLMON.STP"
               organization is line sequential
               file status is stopfile-fs.

       Data Division.
       File Section.
       FD  trend-csv.
       01  trend-csv-rec      pic x(100).

       FD  control-file.
       01  control-rec.
           05 ct-keyword      pic x(9).
           05 filler          pic x.
           05 ct-value        pic x(18).

       FD  stop-file.
       01  stop-file-rec      pic x(8).

       Working-Storage Section.

       copy "sqlca.cbl".
       copy "sqlmon.cbl".
       copy "sqlmonct.cbl".
       copy "sqlsitep.cbl".
       copy "sqlrunh.cbl".
       copy "sqlhbeat.cbl".

      * Local Variables
       77 rc                  pic s9(9) comp-5.
       77 control-fs          pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 rezerv1             pic 9(9) comp-5 value 0.
       77 rezerv2             pic 9(9) comp-5 value 0.
       77 current-version     pic 9(9) comp-5 value 0.

       01 database.
          05 database-length  pic s9(4) comp-5.
          05 database-name    pic x(80).
       77 csv-dbname          pic x(18).

      * table snapshot, modeled the simplified way this codebase
      * models the element stream (see tbspmon.cbl): a fixed-size
      * element of qualified table name, rows read, rows written, and
      * overflow accesses, terminated by a blank name
       77 table-buffer-len    pic 9(9) comp-5 value 8000.
       01 table-data-buffer   pic x(8000) value spaces.
       01 table-elem-table redefines table-data-buffer.
          05 table-elem occurs 190 times.
             10 tb-name       pic x(30).
             10 tb-rows-read  pic 9(9) comp-5.
             10 tb-rows-written pic 9(9) comp-5.
             10 tb-overflow   pic 9(9) comp-5.
       77 elem-idx            pic 9(4) comp-5.

       77 site-idx            pic 9(4) comp-5.
       77 table-count         pic 9(4) comp-5 value 0.
       77 skipped-count       pic 9(4) comp-5 value 0.

      * Variables for the continuous watch, the stop-file/end-time
      * convention logmon.cbl and monsz.cbl use
       77 stopfile-fs         pic xx.
       77 cycle-interval      pic 9(4) value 0.
       77 cycle-end-hhmm      pic 9(4) value 0.
       77 cycle-count         pic 9(6) comp-5 value 0.
       77 watch-done-sw       pic x value "N".
           88 watch-done          value "Y".
       01 watch-time-parts.
          05 wt-hh            pic 99.
          05 wt-mm            pic 99.
          05 wt-ss            pic 99.
          05 wt-cc            pic 99.
       77 watch-now-hhmm      pic 9(4).
       77 delay-idx           pic 9(9) comp-5.
       77 delay-limit         pic 9(9) comp-5.

      * the CSV trend line
       77 trend-date          pic 9(8).
       77 trend-time          pic 9(8).
       77 trend-stamp         pic x(17).
       77 read-disp           pic z(8)9.
       77 written-disp        pic z(8)9.
       77 overflow-disp       pic z(8)9.
       77 sqlcode-disp        pic -(9)9.

       Procedure Division.
       tblmon-pgm section.

           display "Sample COBOL Program : TBLMON.CBL".

           move "tblmon" to RH-PROGRAM.
           move "S" to RH-FUNCTION.
           call "runhist" using RUNHIST-AREA.

           call "siteparm" using SITEPARM-AREA.
           if SITE-DB-COUNT equal 0
              display "no site parameter database list -- nothing ",
                 "to monitor"
              go to end-tblmon.

           perform Load-Control thru End-Load-Control.
           if cycle-interval is greater than 0
              display "watching every ", cycle-interval,
                 " second(s) -- the watch ends when TBLMON.STP ",
                 "appears or the end time passes".

           perform Tblmon-Cycle thru End-Tblmon-Cycle.
           add 1 to cycle-count.

           perform Watch-Next-Cycle thru End-Watch-Next-Cycle
               until cycle-interval equal 0 or watch-done.

           display cycle-count, " cycle(s) completed".

       end-tblmon.
           move "E" to RH-FUNCTION.
           move RETURN-CODE to RH-RETCODE.
           call "runhist" using RUNHIST-AREA.
           stop run.

      ***********************************************************************
      * Load-Control reads INTERVAL and ENDTIME from TBLMON.CTL; with
      * no control file the monitor makes a single sweep.
      ***********************************************************************
       Load-Control.
           open input control-file.
           if control-fs equal "35"
              go to End-Load-Control.

           move "N" to file-eof.
           perform Load-One-Control thru End-Load-One-Control
               until no-more-records.
           close control-file.
           move "N" to file-eof.
       End-Load-Control. exit.

       Load-One-Control.
           read control-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Control
           end-read.

           if ct-keyword equal spaces
              or ct-keyword (1:1) equal "*"
              go to End-Load-One-Control.
           if ct-value (1:4) not numeric
              display "TBLMON.CTL ", ct-keyword, " value is not ",
                 "numeric -- line ignored"
              go to End-Load-One-Control.

           if ct-keyword equal "INTERVAL"
              move ct-value (1:4) to cycle-interval.
           if ct-keyword equal "ENDTIME"
              move ct-value (1:4) to cycle-end-hhmm.
       End-Load-One-Control. exit.

      ***********************************************************************
      * Tblmon-Cycle sweeps every site database once and stamps the
      * heartbeat.
      ***********************************************************************
       Tblmon-Cycle.
           move 0 to table-count.
           move 0 to skipped-count.
           perform Monitor-One-Site-Db thru End-Monitor-One-Site-Db
               varying site-idx from 1 by 1
               until site-idx is greater than SITE-DB-COUNT.

           display table-count, " table row(s) recorded to ",
              "TBLACT.CSV, ", skipped-count, " database(s) skipped".

      * every completed cycle stamps the heartbeat hbwatch.cbl
      * judges, so a loop that dies silently is noticed overnight
           move "tblmon" to HB-MONITOR.
           call "hbeat" using HBEAT-AREA.
       End-Tblmon-Cycle. exit.

       Monitor-One-Site-Db.
           move SITE-DB-NAME (site-idx) to csv-dbname.
           move spaces to database-name.
           move SITE-DB-NAME (site-idx) to database-name.
           move 0 to database-length.
           inspect database-name tallying database-length
              for characters before initial " ".
           inspect database-name replacing first " " by X'00'.

           move 1 to OBJ-NUM of SQLMA.
           move SQLMA-DBASE-TABLES to OBJ-TYPE(1).
           move database-name to SQLMA-OBJECT(1).

           move SQLM-CURRENT-VERSION to current-version.
           move spaces to table-data-buffer.

      ***********************
      * SNAPSHOT API called *
      ***********************
           call "sqlgmnss" using
                                 by value     rezerv1
                                 by reference sqlca
                                 by reference SQLM-COLLECTED
                                 by reference table-data-buffer
                                 by value     table-buffer-len
                                 by reference SQLMA
                                 by reference rezerv2
                                 by value     current-version
                           returning rc.

           if sqlcode is less than 0
              add 1 to skipped-count
              move sqlcode to sqlcode-disp
              display csv-dbname, " table snapshot failed, sqlcode",
                 sqlcode-disp, " -- skipped this cycle"
              go to End-Monitor-One-Site-Db.

           accept trend-date from date yyyymmdd.
           accept trend-time from time.
           move spaces to trend-stamp.
           string trend-date delimited by size
                  "-"        delimited by size
                  trend-time delimited by size
                  into trend-stamp.

           open extend trend-csv.
           perform Record-One-Table thru End-Record-One-Table
               varying elem-idx from 1 by 1
               until elem-idx is greater than 190
                  or tb-name (elem-idx) equal spaces.
           close trend-csv.
       End-Monitor-One-Site-Db. exit.

       Record-One-Table.
           add 1 to table-count.
           move tb-rows-read (elem-idx)    to read-disp.
           move tb-rows-written (elem-idx) to written-disp.
           move tb-overflow (elem-idx)     to overflow-disp.

           move spaces to trend-csv-rec.
           string trend-stamp         delimited by size
                  ","                 delimited by size
                  csv-dbname          delimited by space
                  ","                 delimited by size
                  tb-name (elem-idx)  delimited by space
                  ","                 delimited by size
                  read-disp           delimited by size
                  ","                 delimited by size
                  written-disp        delimited by size
                  ","                 delimited by size
                  overflow-disp       delimited by size
                  into trend-csv-rec.
           write trend-csv-rec.
       End-Record-One-Table. exit.

      ***********************************************************************
      * Watch-Next-Cycle waits out the interval and runs another cycle
      * unless the stop-file or the end time has ended the watch.
      ***********************************************************************
       Watch-Next-Cycle.
           perform Check-Watch-Done thru End-Check-Watch-Done.
           if watch-done
              go to End-Watch-Next-Cycle.

           perform Wait-One-Interval thru End-Wait-One-Interval.
           perform Tblmon-Cycle thru End-Tblmon-Cycle.
           add 1 to cycle-count.
       End-Watch-Next-Cycle. exit.

       Check-Watch-Done.
           open input stop-file.
           if stopfile-fs not equal "35"
              close stop-file
              display "stop-file found -- ending the watch"
              move "Y" to watch-done-sw
              go to End-Check-Watch-Done.

           if cycle-end-hhmm equal 0
              go to End-Check-Watch-Done.

           accept watch-time-parts from time.
           compute watch-now-hhmm = (wt-hh * 100) + wt-mm.
           if watch-now-hhmm is not less than cycle-end-hhmm
              display "configured end time reached -- ending the watch"
              move "Y" to watch-done-sw.
       End-Check-Watch-Done. exit.

      ***********************************************************************
      * Wait-One-Interval is a simple CPU busy-wait scaled by the
      * requested interval, the same way logmon.cbl waits, since these
      * samples have no portable timer call.
      ***********************************************************************
       Wait-One-Interval.
           compute delay-limit = cycle-interval * 2000000.
           move 1 to delay-idx.
           perform Wait-One-Tick thru End-Wait-One-Tick
               until delay-idx is greater than delay-limit.
       End-Wait-One-Interval. exit.

       Wait-One-Tick.
           add 1 to delay-idx.
       End-Wait-One-Tick. exit.
