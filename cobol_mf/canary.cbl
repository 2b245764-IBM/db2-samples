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
      ** SOURCE FILE NAME: canary.cbl
      **
      ** SAMPLE: Synthetic transaction canary per database
      **
      **         Every other check asks DB2 about itself.  The canary
      **         does what a user does: each cycle it connects to every
      **         database in the site parameter list, runs a small
      **         read-only query, fetches the first row, and
      **         disconnects, timing the connect and the query
      **         separately.  One row per database per cycle is
      **         appended to CANARY.CSV: timestamp, database, outcome
      **         (OK, SLOW, FAIL, or MAINT), connect and query
      **         milliseconds, and the SQLCODE of a failure.
      **
      **         The total response time is judged through
      **         thrload.cbl under the CANARY-MS metric, so the limits
      **         live in MONTHRES.POL with everything else; a breach
      **         marks the row SLOW and a failed connect or query marks
      **         it FAIL, and either raises an alert through alertq.cbl
      **         (a failure is always CRITICAL).  A database registered
      **         in the maintenance-mode registry (mntreg.cbl) is not
      **         probed -- its row says MAINT -- since its outage is
      **         the planned work.  availrpt.cbl and slarpt.cbl count
      **         the FAIL rows as user-visible unavailability.
      **
      **         CANARY.CTL sets the cycle the way TBLMON.CTL does
      **         (INTERVAL seconds, 0000 for a single sweep; ENDTIME
      **         HHMM) and holds the site's queries: a QUERY line
      **         names a database, or "*" for every database without
      **         its own, in columns 11-18 and the statement from
      **         column 20.  Only SELECT, VALUES, and WITH statements
      **         are accepted, so a canary can never change data; a
      **         database with no query is probed with a one-row read
      **         of SYSIBM.SYSDUMMY1.  Credentials come from the vault
      **         (credload.cbl) by database name, or the connect is
      **         made as the invoking user.  The watch ends at the end
      **         time or when CANARY.STP appears, and every cycle
      **         stamps the heartbeat hbwatch.cbl judges.
      **
      **         The administrative APIs cannot connect or run a
      **         query, so the canary uses the DB2 call level
      **         interface for its probe, as an application would.
      **
      ** DB2 APIs USED:
      **         SQLAllocHandle, SQLConnect, SQLExecDirect, SQLFetch,
      **         SQLGetDiagRec, SQLDisconnect, SQLFreeHandle (CLI)
      **
      ** INPUT FILE:   CANARY.CTL  (cycle settings and site queries)
      ** OUTPUT FILES: CANARY.CSV  (canary trend, appended)
      **               ALERTQ.DAT  (failures and slowness, via alertq)
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
       Program-Id. "canary".

       Environment Division.
       Input-Output Section.
       File-Control.
           select trend-csv assign to "CANARY.CSV"
               organization is line sequential.
           select control-file assign to "CANARY.CTL"
               organization is line sequential
               file status is control-fs.
           select stop-file assign to "CANARY.STP"
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
           05 ct-dbname       pic x(8).
           05 filler          pic x.
           05 ct-text         pic x(110).
       01  control-value-rec.
           05 filler          pic x(10).
           05 ct-value        pic x(4).
           05 filler          pic x(115).

       FD  stop-file.
       01  stop-file-rec      pic x(8).

       Working-Storage Section.

       copy "sqlsitep.cbl".
       copy "sqlthres.cbl".
       copy "sqlalert.cbl".
       copy "sqlmreg.cbl".
       copy "sqlcred.cbl".
       copy "sqlrunh.cbl".
       copy "sqlhbeat.cbl".

      * Local Variables
       77 control-fs          pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".
       77 site-idx            pic 9(4) comp-5.
       77 csv-dbname          pic x(8).

      * the site's canary queries, "*" for the default
       77 query-count         pic 9(4) comp-5 value 0.
       01 query-table.
          05 query-entry occurs 50 times.
             10 qy-dbname     pic x(8).
             10 qy-text       pic x(110).
       77 query-idx           pic 9(4) comp-5.
       77 default-query-idx   pic 9(4) comp-5 value 0.
       77 found-sw            pic x.
           88 entry-found         value "Y".
       77 query-verb          pic x(7).
       01 builtin-query       pic x(110) value
          "SELECT IBMREQD FROM SYSIBM.SYSDUMMY1".

      * call level interface handles and constants
       77 cli-rc              pic s9(4) comp-5.
       77 henv                pic s9(9) comp-5 value 0.
       77 hdbc                pic s9(9) comp-5 value 0.
       77 hstmt               pic s9(9) comp-5 value 0.
       77 handle-type-env     pic s9(4) comp-5 value 1.
       77 handle-type-dbc     pic s9(4) comp-5 value 2.
       77 handle-type-stmt    pic s9(4) comp-5 value 3.
       77 null-handle         pic s9(9) comp-5 value 0.
       77 cli-nts             pic s9(4) comp-5 value -3.
       77 cli-no-data         pic s9(4) comp-5 value 100.
       77 diag-rec-number     pic s9(4) comp-5 value 1.
       77 diag-buffer-len     pic s9(4) comp-5 value 200.
       77 diag-text-len       pic s9(4) comp-5.
       77 diag-native         pic s9(9) comp-5.
       01 diag-sqlstate       pic x(6).
       01 diag-text           pic x(200).
       77 diag-handle-type    pic s9(4) comp-5.
       77 diag-handle         pic s9(9) comp-5.

      * null-terminated strings handed to the interface
       01 cli-server          pic x(9).
       01 cli-userid          pic x(19).
       01 cli-passwd          pic x(19).
       01 cli-statement       pic x(111).
       77 text-len            pic 9(4) comp-5.

      * the probe's outcome
       77 probe-status        pic x(5).
       77 probe-sqlcode       pic s9(9) comp-5.
       77 probe-stage         pic x(7).
       77 connected-sw        pic x.
           88 db-connected        value "Y".
       77 connect-ms          pic 9(9) comp-5.
       77 query-ms            pic 9(9) comp-5.
       01 clock-parts.
          05 ck-hh            pic 99.
          05 ck-mm            pic 99.
          05 ck-ss            pic 99.
          05 ck-cc            pic 99.
       77 clock-cs            pic s9(9) comp-5.
       77 start-cs            pic s9(9) comp-5.
       77 elapsed-cs          pic s9(9) comp-5.

      * Variables for the continuous watch, the stop-file/end-time
      * convention logmon.cbl and tblmon.cbl use
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
       77 connect-disp        pic z(8)9.
       77 query-disp          pic z(8)9.
       77 sqlcode-disp        pic -(9)9.
       77 total-disp          pic z(8)9.

       Procedure Division.
       canary-pgm section.

           display "Sample COBOL Program : CANARY.CBL".

           move "canary" to RH-PROGRAM.
           move "S" to RH-FUNCTION.
           call "runhist" using RUNHIST-AREA.

           call "siteparm" using SITEPARM-AREA.
           if SITE-DB-COUNT equal 0
              display "no site parameter database list -- nothing ",
                 "to probe"
              go to end-canary.

           perform Load-Control thru End-Load-Control.
           if cycle-interval is greater than 0
              display "probing every ", cycle-interval,
                 " second(s) -- the watch ends when CANARY.STP ",
                 "appears or the end time passes".

           perform Canary-Cycle thru End-Canary-Cycle.
           add 1 to cycle-count.

           perform Watch-Next-Cycle thru End-Watch-Next-Cycle
               until cycle-interval equal 0 or watch-done.

           display cycle-count, " cycle(s) completed".

       end-canary.
           move "E" to RH-FUNCTION.
           move RETURN-CODE to RH-RETCODE.
           call "runhist" using RUNHIST-AREA.
           stop run.

      ***********************************************************************
      * Load-Control reads the cycle settings and the site's queries
      * from CANARY.CTL.  A query that is not a plain read is refused.
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

           if ct-keyword equal "INTERVAL" or ct-keyword equal "ENDTIME"
              if ct-value not numeric
                 display "CANARY.CTL ", ct-keyword, " value is not ",
                    "numeric -- line ignored"
                 go to End-Load-One-Control
              end-if
              if ct-keyword equal "INTERVAL"
                 move ct-value to cycle-interval
              else
                 move ct-value to cycle-end-hhmm
              end-if
              go to End-Load-One-Control.

           if ct-keyword not equal "QUERY"
              display "CANARY.CTL keyword ", ct-keyword,
                 " not known -- line ignored"
              go to End-Load-One-Control.

           move spaces to query-verb.
           unstring ct-text delimited by all " "
               into query-verb.
           inspect query-verb converting
              "abcdefghijklmnopqrstuvwxyz" to
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if query-verb not equal "SELECT"
              and query-verb not equal "VALUES"
              and query-verb not equal "WITH"
              display "CANARY.CTL query for ", ct-dbname,
                 " is not a read -- line ignored"
              go to End-Load-One-Control.

           if query-count is not less than 50
              go to End-Load-One-Control.
           add 1 to query-count.
           move ct-dbname to qy-dbname (query-count).
           inspect qy-dbname (query-count) converting
              "abcdefghijklmnopqrstuvwxyz" to
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move ct-text to qy-text (query-count).
           if ct-dbname equal "*"
              move query-count to default-query-idx.
       End-Load-One-Control. exit.

      ***********************************************************************
      * Canary-Cycle probes every site database once and stamps the
      * heartbeat.
      ***********************************************************************
       Canary-Cycle.
           open extend trend-csv.
           perform Probe-One-Site-Db thru End-Probe-One-Site-Db
               varying site-idx from 1 by 1
               until site-idx is greater than SITE-DB-COUNT.
           close trend-csv.

      * every completed cycle stamps the heartbeat hbwatch.cbl
      * judges, so a loop that dies silently is noticed overnight
           move "canary" to HB-MONITOR.
           call "hbeat" using HBEAT-AREA.
       End-Canary-Cycle. exit.

       Probe-One-Site-Db.
           move SITE-DB-NAME (site-idx) to csv-dbname.
           move 0 to connect-ms.
           move 0 to query-ms.
           move 0 to probe-sqlcode.

      * a database under planned maintenance is not probed; its row
      * records why there is no measurement (mntreg.cbl)
           move "Q" to MR-FUNCTION.
           move csv-dbname to MR-TARGET.
           call "mntreg" using MNTREG-AREA.
           if MR-ACTIVE-SW equal "Y"
              move "MAINT" to probe-status
              display csv-dbname, " under planned maintenance -- ",
                 "not probed"
              perform Write-Trend-Csv thru End-Write-Trend-Csv
              go to End-Probe-One-Site-Db.

           perform Run-Probe thru End-Run-Probe.
           perform Judge-Probe thru End-Judge-Probe.
           perform Write-Trend-Csv thru End-Write-Trend-Csv.
       End-Probe-One-Site-Db. exit.

      ***********************************************************************
      * Run-Probe connects, runs the database's query, fetches one row,
      * and disconnects, timing the connect and the query.  Any step
      * failing ends the probe with its SQLCODE.
      ***********************************************************************
       Run-Probe.
           move "OK" to probe-status.
           move "N" to connected-sw.
           perform Pick-Query thru End-Pick-Query.
           perform Pick-Credentials thru End-Pick-Credentials.

           call "SQLAllocHandle" using by value     handle-type-env
                                       by value     null-handle
                                       by reference henv
                                 returning cli-rc.
           if cli-rc is less than 0
              move "FAIL" to probe-status
              move "ALLOC" to probe-stage
              go to End-Run-Probe.

           call "SQLAllocHandle" using by value     handle-type-dbc
                                       by value     henv
                                       by reference hdbc
                                 returning cli-rc.
           if cli-rc is less than 0
              move "FAIL" to probe-status
              move "ALLOC" to probe-stage
              go to Free-Probe-Env.

           perform Start-Clock thru End-Start-Clock.
           call "SQLConnect" using by value     hdbc
                                   by reference cli-server
                                   by value     cli-nts
                                   by reference cli-userid
                                   by value     cli-nts
                                   by reference cli-passwd
                                   by value     cli-nts
                             returning cli-rc.
           perform Stop-Clock thru End-Stop-Clock.
           compute connect-ms = elapsed-cs * 10.
           if cli-rc is less than 0
              move "FAIL" to probe-status
              move "CONNECT" to probe-stage
              move handle-type-dbc to diag-handle-type
              move hdbc to diag-handle
              perform Take-Diagnostic thru End-Take-Diagnostic
              go to Free-Probe-Dbc.
           move "Y" to connected-sw.

           call "SQLAllocHandle" using by value     handle-type-stmt
                                       by value     hdbc
                                       by reference hstmt
                                 returning cli-rc.
           if cli-rc is less than 0
              move "FAIL" to probe-status
              move "ALLOC" to probe-stage
              go to Free-Probe-Dbc.

           perform Start-Clock thru End-Start-Clock.
           call "SQLExecDirect" using by value     hstmt
                                      by reference cli-statement
                                      by value     cli-nts
                                returning cli-rc.
           if cli-rc is not less than 0
              call "SQLFetch" using by value hstmt
                              returning cli-rc.
           perform Stop-Clock thru End-Stop-Clock.
           compute query-ms = elapsed-cs * 10.
           if cli-rc is less than 0
              move "FAIL" to probe-status
              move "QUERY" to probe-stage
              move handle-type-stmt to diag-handle-type
              move hstmt to diag-handle
              perform Take-Diagnostic thru End-Take-Diagnostic.

           call "SQLFreeHandle" using by value handle-type-stmt
                                      by value hstmt
                                returning cli-rc.

       Free-Probe-Dbc.
           if db-connected
              call "SQLDisconnect" using by value hdbc
                                   returning cli-rc.
           call "SQLFreeHandle" using by value handle-type-dbc
                                      by value hdbc
                                returning cli-rc.

       Free-Probe-Env.
           call "SQLFreeHandle" using by value handle-type-env
                                      by value henv
                                returning cli-rc.
       End-Run-Probe. exit.

      * the database's own query, else the site default, else the
      * built-in one-row read
       Pick-Query.
           move "N" to found-sw.
           perform Match-One-Query thru End-Match-One-Query
               varying query-idx from 1 by 1
               until query-idx is greater than query-count
                  or entry-found.
           move spaces to cli-statement.
           if entry-found
              subtract 1 from query-idx
              move qy-text (query-idx) to cli-statement
           else
              if default-query-idx is greater than 0
                 move qy-text (default-query-idx) to cli-statement
              else
                 move builtin-query to cli-statement.

           move 110 to text-len.
           perform Trim-Statement thru End-Trim-Statement
               until text-len equal 0
                  or cli-statement (text-len:1) not equal space.
           move X'00' to cli-statement (text-len + 1:1).
       End-Pick-Query. exit.

       Match-One-Query.
           if qy-dbname (query-idx) equal csv-dbname
              move "Y" to found-sw.
       End-Match-One-Query. exit.

       Trim-Statement.
           subtract 1 from text-len.
       End-Trim-Statement. exit.

      * the vault entry for the database, else the invoking user
       Pick-Credentials.
           move spaces to cli-server.
           move csv-dbname to cli-server.
           inspect cli-server replacing first " " by X'00'.

           move spaces to cli-userid.
           move spaces to cli-passwd.
           move csv-dbname to CRED-KEY.
           call "credload" using CRED-REQUEST.
           if CRED-FOUND-SW equal "Y"
              move CRED-USERID to cli-userid
              move CRED-PASSWD to cli-passwd.
           inspect cli-userid replacing first " " by X'00'.
           inspect cli-passwd replacing first " " by X'00'.
       End-Pick-Credentials. exit.

       Take-Diagnostic.
           move 0 to diag-native.
           move spaces to diag-text.
           call "SQLGetDiagRec" using by value     diag-handle-type
                                      by value     diag-handle
                                      by value     diag-rec-number
                                      by reference diag-sqlstate
                                      by reference diag-native
                                      by reference diag-text
                                      by value     diag-buffer-len
                                      by reference diag-text-len
                                returning cli-rc.
           move diag-native to probe-sqlcode.
       End-Take-Diagnostic. exit.

      * elapsed wall time in hundredths, midnight-safe
       Start-Clock.
           accept clock-parts from time.
           compute start-cs =
              (((ck-hh * 60) + ck-mm) * 60 + ck-ss) * 100 + ck-cc.
       End-Start-Clock. exit.

       Stop-Clock.
           accept clock-parts from time.
           compute clock-cs =
              (((ck-hh * 60) + ck-mm) * 60 + ck-ss) * 100 + ck-cc.
           compute elapsed-cs = clock-cs - start-cs.
           if elapsed-cs is less than 0
              add 8640000 to elapsed-cs.
       End-Stop-Clock. exit.

      ***********************************************************************
      * Judge-Probe raises a failure as CRITICAL, and judges a good
      * probe's total response time against the CANARY-MS policy.
      ***********************************************************************
       Judge-Probe.
           move "canary" to ALERT-SOURCE.
           move spaces to ALERT-KEY.
           string csv-dbname delimited by space
                  " CANARY"  delimited by size
                  into ALERT-KEY.

           if probe-status equal "FAIL"
              move probe-sqlcode to sqlcode-disp
              display "*** ", csv-dbname, " canary FAILED at ",
                 probe-stage, " sqlcode=", sqlcode-disp, " ***"
              move "CRITICAL" to ALERT-SEVERITY
              move spaces to ALERT-TEXT
              string "canary failed at "  delimited by size
                     probe-stage          delimited by space
                     ", sqlcode"          delimited by size
                     sqlcode-disp         delimited by size
                     into ALERT-TEXT
              call "alertq" using ALERT-AREA
              go to End-Judge-Probe.

           move "CANARY-MS" to THRESH-METRIC.
           move csv-dbname to THRESH-DBNAME.
           compute THRESH-VALUE = connect-ms + query-ms.
           call "thrload" using THRESH-REQUEST.
           move THRESH-VALUE to total-disp.
           display csv-dbname, " canary ", total-disp, " ms".

           if THRESH-LEVEL equal "NOPOLICY"
              or THRESH-LEVEL equal "NONE"
              go to End-Judge-Probe.

           move "SLOW" to probe-status.
           display "*** ", csv-dbname, " CANARY-MS ", THRESH-LEVEL,
              " value=", total-disp, " ***".
           move THRESH-LEVEL to ALERT-SEVERITY.
           move THRESH-OVERLAY to ALERT-OVERLAY.
           move spaces to ALERT-TEXT.
           string "canary response " delimited by size
                  total-disp         delimited by size
                  " ms breached the policy" delimited by size
                  into ALERT-TEXT.
           call "alertq" using ALERT-AREA.
       End-Judge-Probe. exit.

       Write-Trend-Csv.
           accept trend-date from date yyyymmdd.
           accept trend-time from time.
           move spaces to trend-stamp.
           string trend-date delimited by size
                  "-"        delimited by size
                  trend-time delimited by size
                  into trend-stamp.

           move connect-ms to connect-disp.
           move query-ms to query-disp.
           move probe-sqlcode to sqlcode-disp.
           move spaces to trend-csv-rec.
           string trend-stamp   delimited by size
                  ","           delimited by size
                  csv-dbname    delimited by space
                  ","           delimited by size
                  probe-status  delimited by space
                  ","           delimited by size
                  connect-disp  delimited by size
                  ","           delimited by size
                  query-disp    delimited by size
                  ","           delimited by size
                  sqlcode-disp  delimited by size
                  into trend-csv-rec.
           write trend-csv-rec.
       End-Write-Trend-Csv. exit.

      ***********************************************************************
      * Watch-Next-Cycle waits out the interval and runs another cycle
      * unless the stop-file or the end time has ended the watch.
      ***********************************************************************
       Watch-Next-Cycle.
           perform Check-Watch-Done thru End-Check-Watch-Done.
           if watch-done
              go to End-Watch-Next-Cycle.

           perform Wait-One-Interval thru End-Wait-One-Interval.
           perform Canary-Cycle thru End-Canary-Cycle.
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
