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
      ** SOURCE FILE NAME: hadrmon.cbl
      **
      ** SAMPLE: HADR pair role and log-gap monitor
      **
      **         The tier-1 databases run in HADR pairs, but
      **         dbsnap.cbl, logmon.cbl, and healthchk.cbl each look
      **         at one database on one machine.  For every pair
      **         listed in HADRPAIR.CTL this monitor snapshots the
      **         local side of the pair, decodes the HADR elements
      **         (role, state, synchronization mode, connection
      **         status, and the primary/standby log gap) through
      **         snapdec.cbl's element walk, and appends one trend row
      **         per pair per cycle to HADR.CSV alongside the other
      **         trend CSVs.  The log gap is judged through
      **         thrload.cbl under the HADR-GAP metric (kilobytes) in
      **         MONTHRES.POL.  A pair whose connection is down, or
      **         whose local role is not the one the control file
      **         expects (a takeover nobody planned, or one nobody
      **         failed back), raises a CRITICAL through alertq.cbl.
      **         The current state of each pair -- including which
      **         host is primary right now -- is rewritten to
      **         HADRSTAT.DAT every cycle for mornrpt.cbl and
      **         fleetinv.cbl.  A continuous mode repeats the cycle
      **         until the HADRMON.STP stop-file appears or the end
      **         time passes, the same convention logmon.cbl uses.
      **
      **         HADRPAIR.CTL lines read: database, this host, the
      **         partner host, and the role this host should hold:
      **
      **           PAYDB              PRODA        PRODB        PRIMARY
      **
      ** DB2 APIs USED:
      **         sqlgmnss -- DATABASE MONITOR SNAPSHOT
      **
      ** INPUT FILES:  HADRPAIR.CTL (HADR pairs and expected roles)
      **               MONTHRES.POL (site thresholds policy, via thrload)
      ** OUTPUT FILES: HADR.CSV     (HADR trend, appended)
      **               HADRSTAT.DAT (current pair state, rewritten)
      **               ALERTQ.DAT   (via alertq.cbl)
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
       Program-Id. "hadrmon".

       Environment Division.
       Input-Output Section.
       File-Control.
           select pair-file assign to "HADRPAIR.CTL"
               organization is line sequential
               file status is pair-fs.
           select trend-csv assign to "HADR.CSV"
               organization is line sequential.
           select status-file assign to "HADRSTAT.DAT"
               organization is line sequential.
           select stop-file assign to "HADRMON.STP"
               organization is line sequential
               file status is stopfile-fs.

       Data Division.
       File Section.
       FD  pair-file.
       01  pair-rec.
           05 hp-dbname       pic x(18).
           05 filler          pic x.
           05 hp-local-host   pic x(12).
           05 filler          pic x.
           05 hp-partner-host pic x(12).
           05 filler          pic x.
           05 hp-expect-role  pic x(8).

       FD  trend-csv.
       01  trend-csv-rec      pic x(100).

       FD  status-file.
       01  status-rec.
           05 hs-dbname       pic x(18).
           05 filler          pic x(2).
           05 hs-checked      pic x(17).
           05 filler          pic x(2).
           05 hs-primary-host pic x(12).
           05 filler          pic x(2).
           05 hs-standby-host pic x(12).
           05 filler          pic x(2).
           05 hs-local-role   pic x(8).
           05 filler          pic x(2).
           05 hs-state        pic x(16).
           05 filler          pic x(2).
           05 hs-connect      pic x(12).
           05 filler          pic x(2).
           05 hs-syncmode     pic x(10).
           05 filler          pic x(2).
           05 hs-gap-kb       pic 9(9).
           05 filler          pic x(2).
           05 hs-verdict      pic x(8).

       FD  stop-file.
       01  stop-file-rec      pic x(8).

       Working-Storage Section.

       copy "sqlca.cbl".
       copy "sqlmon.cbl".
       copy "sqlmonct.cbl".
       copy "sqlmelem.cbl".
       copy "snapdeca.cbl".
       copy "sqlthres.cbl".
       copy "sqlalert.cbl".
       copy "sqlrunh.cbl".
       copy "sqlhbeat.cbl".

      * Local Variables
       77 rc                  pic s9(9) comp-5.
       77 errloc              pic x(80).
       77 pair-fs             pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 rezerv1             pic 9(9) comp-5 value 0.
       77 rezerv2             pic 9(9) comp-5 value 0.
       77 current-version     pic 9(9) comp-5 value 0.

       01 database.
          05 database-length  pic s9(4) comp-5.
          05 database-name    pic x(80).

       01 buff.
          05 buffer-sz        pic 9(9) comp-5 value 8000.
          05 buffer           occurs 0 to 100000 times
                              depending on buffer-sz.
             10 element       pic x.

      * the pairs, from HADRPAIR.CTL
       77 pair-count          pic 9(4) comp-5 value 0.
       01 pair-table.
          05 pair-entry occurs 50 times.
             10 pt-dbname     pic x(18).
             10 pt-local      pic x(12).
             10 pt-partner    pic x(12).
             10 pt-expect     pic x(8).
       77 pair-idx            pic 9(4) comp-5.

      * Variables for the continuous watch mode, the same
      * stop-file/end-time convention logmon.cbl uses
       77 stopfile-fs         pic xx.
       77 continuous-sw       pic x value "N".
           88 continuous-mode     value "Y" "y".
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

      * the decoded state of one pair
       77 role-text           pic x(8).
       77 state-text          pic x(16).
       77 connect-text        pic x(12).
       77 sync-text           pic x(10).
       77 primary-host        pic x(12).
       77 standby-host        pic x(12).
       77 pair-verdict        pic x(8).
       77 disconnected-sw     pic x.
           88 pair-disconnected   value "Y".
       77 swapped-sw          pic x.
           88 roles-swapped       value "Y".
       77 alert-suffix        pic x(10).

      * the CSV trend line and the threshold judgement
       77 trend-date          pic 9(8).
       77 trend-time          pic 9(8).
       77 trend-stamp         pic x(17).
       77 gap-disp            pic z(8)9.
       77 thresh-value-disp   pic -(9)9.

       Procedure Division.
       hadrmon-pgm section.

           display "Sample COBOL Program : HADRMON.CBL".

           move "hadrmon" to RH-PROGRAM.
           move "S" to RH-FUNCTION.
           call "runhist" using RUNHIST-AREA.

           perform Load-Pairs thru End-Load-Pairs.
           if pair-count equal 0
              display "no HADR pairs listed in HADRPAIR.CTL -- ",
                 "nothing to watch"
              go to end-hadrmon.

           display "continuous watch mode? (Y/N) : "
              with no advancing.
           accept continuous-sw.
           if continuous-mode
              display "interval between cycles in seconds : "
                 with no advancing
              accept cycle-interval
              display "end time HHMM (0000 for none) : "
                 with no advancing
              accept cycle-end-hhmm
              display "the watch ends when HADRMON.STP appears or ",
                 "the end time passes".

           perform Hadrmon-Cycle thru End-Hadrmon-Cycle.
           add 1 to cycle-count.

           perform Watch-Next-Cycle thru End-Watch-Next-Cycle
               until not continuous-mode or watch-done.

           if continuous-mode
              display cycle-count, " cycle(s) completed".

       end-hadrmon.
           move "E" to RH-FUNCTION.
           move RETURN-CODE to RH-RETCODE.
           call "runhist" using RUNHIST-AREA.
           stop run.

       Load-Pairs.
           open input pair-file.
           if pair-fs equal "35"
              display "HADRPAIR.CTL not found"
              go to End-Load-Pairs.

           move "N" to file-eof.
           perform Load-One-Pair thru End-Load-One-Pair
               until no-more-records.
           close pair-file.
           move "N" to file-eof.
       End-Load-Pairs. exit.

       Load-One-Pair.
           read pair-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Pair
           end-read.

           if hp-dbname equal spaces
              or hp-dbname (1:1) equal "*"
              go to End-Load-One-Pair.

           if hp-expect-role not equal "PRIMARY"
              and hp-expect-role not equal "STANDBY"
              display "HADRPAIR.CTL entry for ", hp-dbname,
                 " has no PRIMARY/STANDBY role -- entry ignored"
              go to End-Load-One-Pair.

           if pair-count is less than 50
              add 1 to pair-count
              move hp-dbname       to pt-dbname (pair-count)
              move hp-local-host   to pt-local (pair-count)
              move hp-partner-host to pt-partner (pair-count)
              move hp-expect-role  to pt-expect (pair-count).
       End-Load-One-Pair. exit.

      ***********************************************************************
      * Hadrmon-Cycle snapshots every pair once and rewrites the
      * current-state file from this cycle's findings.
      ***********************************************************************
       Hadrmon-Cycle.
           accept trend-date from date yyyymmdd.
           accept trend-time from time.
           move spaces to trend-stamp.
           string trend-date delimited by size
                  "-"        delimited by size
                  trend-time delimited by size
                  into trend-stamp.

           open output status-file.
           perform Check-One-Pair thru End-Check-One-Pair
               varying pair-idx from 1 by 1
               until pair-idx is greater than pair-count.
           close status-file.

      * every completed cycle stamps the heartbeat hbwatch.cbl
      * judges, so a loop that dies silently is noticed overnight
           move "hadrmon" to HB-MONITOR.
           call "hbeat" using HBEAT-AREA.
       End-Hadrmon-Cycle. exit.

       Check-One-Pair.
           move spaces to database-name.
           move pt-dbname (pair-idx) to database-name.
           move 0 to database-length.
           inspect database-name tallying database-length
              for characters before initial " ".
           inspect database-name replacing first " " by X'00'.

           move 1 to OBJ-NUM of SQLMA.
           move SQLMA-DBASE to OBJ-TYPE(1).
           move database-name to SQLMA-OBJECT(1).

           move SQLM-CURRENT-VERSION to current-version.

      ***********************
      * SNAPSHOT API called *
      ***********************
           call "sqlgmnss" using
                                 by value     rezerv1
                                 by reference sqlca
                                 by reference SQLM-COLLECTED
                                 by reference buffer(1)
                                 by value     buffer-sz
                                 by reference SQLMA
                                 by reference rezerv2
                                 by value     current-version
                           returning rc.
           move "HADR SNAPSHOT" to errloc.
           call "checkerr" using SQLCA errloc.

           move buffer-sz to SNAPDEC-BUFFER-LEN.
           call "snapdec" using buffer(1) SNAPDEC-AREA.

           perform Decode-Hadr thru End-Decode-Hadr.
           perform Judge-Pair thru End-Judge-Pair.

           display pt-dbname (pair-idx), " ", role-text, " ",
              state-text, " ", connect-text, " ", sync-text,
              " gap(KB)=", SNAPDEC-HADR-LOG-GAP, " ", pair-verdict.

           perform Write-Trend-Csv thru End-Write-Trend-Csv.
           perform Write-Status thru End-Write-Status.

           if SNAPDEC-HADR-ROLE not equal SQLM-HADR-ROLE-STANDARD
              perform Judge-Log-Gap thru End-Judge-Log-Gap.
       End-Check-One-Pair. exit.

      ***********************************************************************
      * Decode-Hadr turns the HADR element codes into the words the
      * CSV, the state file, and the alerts carry.
      ***********************************************************************
       Decode-Hadr.
           evaluate SNAPDEC-HADR-ROLE
              when SQLM-HADR-ROLE-PRIMARY
                 move "PRIMARY" to role-text
              when SQLM-HADR-ROLE-STANDBY
                 move "STANDBY" to role-text
              when other
                 move "STANDARD" to role-text
           end-evaluate.

           evaluate SNAPDEC-HADR-STATE
              when SQLM-HADR-STATE-DISCONN
                 move "DISCONNECTED" to state-text
              when SQLM-HADR-STATE-LOC-CATCH
                 move "LOCAL CATCHUP" to state-text
              when SQLM-HADR-STATE-REM-PEND
                 move "REM CATCHUP PEND" to state-text
              when SQLM-HADR-STATE-REM-CATCH
                 move "REMOTE CATCHUP" to state-text
              when SQLM-HADR-STATE-PEER
                 move "PEER" to state-text
              when other
                 move "UNKNOWN" to state-text
           end-evaluate.

           evaluate SNAPDEC-HADR-CONNECT
              when SQLM-HADR-CONN-CONNECTED
                 move "CONNECTED" to connect-text
              when SQLM-HADR-CONN-CONGESTED
                 move "CONGESTED" to connect-text
              when SQLM-HADR-CONN-DISCONN
                 move "DISCONNECTED" to connect-text
              when other
                 move "UNKNOWN" to connect-text
           end-evaluate.

           evaluate SNAPDEC-HADR-SYNCMODE
              when SQLM-HADR-SYNC-SYNC
                 move "SYNC" to sync-text
              when SQLM-HADR-SYNC-NEARSYNC
                 move "NEARSYNC" to sync-text
              when SQLM-HADR-SYNC-ASYNC
                 move "ASYNC" to sync-text
              when other
                 move "UNKNOWN" to sync-text
           end-evaluate.
       End-Decode-Hadr. exit.

      ***********************************************************************
      * Judge-Pair decides which host is primary right now and
      * whether the pair is healthy.  The local role is what the
      * snapshot reports; the partner holds the other one.  A
      * disconnected pair outranks a swap in the verdict, but each
      * raises its own CRITICAL.
      ***********************************************************************
       Judge-Pair.
           move "N" to disconnected-sw.
           move "N" to swapped-sw.
           move spaces to primary-host.
           move spaces to standby-host.

           if role-text equal "STANDARD"
              move "NOT HADR" to pair-verdict
              move "HADR is not enabled on this database"
                 to ALERT-TEXT
              move "WARNING" to ALERT-SEVERITY
              move " HADR" to alert-suffix
              perform Raise-Pair-Alert thru End-Raise-Pair-Alert
              go to End-Judge-Pair.

           if role-text equal "PRIMARY"
              move pt-local (pair-idx)   to primary-host
              move pt-partner (pair-idx) to standby-host
           else
              move pt-partner (pair-idx) to primary-host
              move pt-local (pair-idx)   to standby-host.

           if connect-text equal "DISCONNECTED"
              or state-text equal "DISCONNECTED"
              set pair-disconnected to true.
           if role-text not equal pt-expect (pair-idx)
              set roles-swapped to true.

           move "OK" to pair-verdict.
           if roles-swapped
              move "SWAPPED" to pair-verdict
              move spaces to ALERT-TEXT
              string "roles swapped -- "   delimited by size
                     primary-host          delimited by space
                     " is primary, expected " delimited by size
                     pt-expect (pair-idx)  delimited by space
                     " on "                delimited by size
                     pt-local (pair-idx)   delimited by space
                     into ALERT-TEXT
              move "CRITICAL" to ALERT-SEVERITY
              move " HADR-ROLE" to alert-suffix
              perform Raise-Pair-Alert thru End-Raise-Pair-Alert.

           if pair-disconnected
              move "DISCONN" to pair-verdict
              move spaces to ALERT-TEXT
              string "HADR pair disconnected, state " delimited by size
                     state-text    delimited by size
                     into ALERT-TEXT
              move "CRITICAL" to ALERT-SEVERITY
              move " HADR-CONN" to alert-suffix
              perform Raise-Pair-Alert thru End-Raise-Pair-Alert.
       End-Judge-Pair. exit.

      * each pair alert is keyed by database and condition, so the
      * dispatcher folds a repeat cycle into the same item
       Raise-Pair-Alert.
           display "*** ", pt-dbname (pair-idx), " ", ALERT-TEXT,
              " ***".
           move "hadrmon" to ALERT-SOURCE.
           move spaces to ALERT-KEY.
           string pt-dbname (pair-idx) delimited by space
                  alert-suffix         delimited by size
                  into ALERT-KEY.
           call "alertq" using ALERT-AREA.
       End-Raise-Pair-Alert. exit.

       Write-Trend-Csv.
           move SNAPDEC-HADR-LOG-GAP to gap-disp.

           move spaces to trend-csv-rec.
           string trend-stamp          delimited by size
                  ","                  delimited by size
                  pt-dbname (pair-idx) delimited by space
                  ","                  delimited by size
                  role-text            delimited by space
                  ","                  delimited by size
                  state-text           delimited by "  "
                  ","                  delimited by size
                  sync-text            delimited by space
                  ","                  delimited by size
                  connect-text         delimited by space
                  ","                  delimited by size
                  gap-disp             delimited by size
                  into trend-csv-rec.

           open extend trend-csv.
           write trend-csv-rec.
           close trend-csv.
       End-Write-Trend-Csv. exit.

       Write-Status.
           move spaces to status-rec.
           move pt-dbname (pair-idx) to hs-dbname.
           move trend-stamp          to hs-checked.
           move primary-host         to hs-primary-host.
           move standby-host         to hs-standby-host.
           move role-text            to hs-local-role.
           move state-text           to hs-state.
           move connect-text         to hs-connect.
           move sync-text            to hs-syncmode.
           move SNAPDEC-HADR-LOG-GAP to hs-gap-kb.
           move pair-verdict         to hs-verdict.
           write status-rec.
       End-Write-Status. exit.

       Judge-Log-Gap.
           move "HADR-GAP" to THRESH-METRIC.
           move pt-dbname (pair-idx) (1:8) to THRESH-DBNAME.
           move SNAPDEC-HADR-LOG-GAP to THRESH-VALUE.
           call "thrload" using THRESH-REQUEST.

           if THRESH-LEVEL equal "NOPOLICY"
              or THRESH-LEVEL equal "NONE"
              go to End-Judge-Log-Gap.

           move THRESH-VALUE to thresh-value-disp.
           display "*** ", pt-dbname (pair-idx), " HADR-GAP ",
              THRESH-LEVEL, " value=", thresh-value-disp, " ***".

           move "hadrmon"     to ALERT-SOURCE.
           move THRESH-LEVEL  to ALERT-SEVERITY.
           move THRESH-OVERLAY to ALERT-OVERLAY.
           move spaces        to ALERT-KEY.
           string pt-dbname (pair-idx) (1:8) delimited by space
                  " HADR-GAP"                delimited by size
                  into ALERT-KEY.
           move spaces to ALERT-TEXT.
           string "standby is "       delimited by size
                  gap-disp            delimited by size
                  "KB of log behind " delimited by size
                  primary-host        delimited by space
                  into ALERT-TEXT.
           call "alertq" using ALERT-AREA.
       End-Judge-Log-Gap. exit.

      ***********************************************************************
      * Watch-Next-Cycle waits out the interval and runs another cycle
      * unless the stop-file or the end time has ended the watch.
      ***********************************************************************
       Watch-Next-Cycle.
           perform Check-Watch-Done thru End-Check-Watch-Done.
           if watch-done
              go to End-Watch-Next-Cycle.

           perform Wait-One-Interval thru End-Wait-One-Interval.
           perform Hadrmon-Cycle thru End-Hadrmon-Cycle.
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
      * requested interval, the same way logmon.cbl waits, since
      * these samples have no portable timer call.
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
