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
      ** SOURCE FILE NAME: dcsroute.cbl
      **
      ** SAMPLE: DCS gateway route probe
      **
      **         Called by dcsprobe.cbl for each gateway route on
      **         DCSALT.CFG and by dcsswit.cbl after a switch-over
      **         (see sqlroute.cbl).  A route is probed end to end: a
      **         connect through the gateway to the host database and
      **         a one-row read of SYSIBM.SYSDUMMY1, scripted through
      **         the command processor as rstdrill.cbl checks its
      **         restores.  A return code of 4 or worse is a failure.
      **
      **         A route that is not live is tested without touching
      **         the live entry: the entry's target database and AR
      **         are read from the DCS directory, the node from the
      **         database directory entry that names the local
      **         database, and a scratch pair -- DCS entry and
      **         database entry, both DCSPRB -- is catalogued with the
      **         route's PARM string, connected through, and
      **         uncatalogued again.  Only the connect itself is
      **         timed.  A live route is connected through its own
      **         database alias.
      **
      **         Every probe is appended to the trend file
      **         DCSPROBE.HIS, and a failed route is queued to the
      **         alert dispatcher (alertq.cbl).
      **
      ** DB2 APIs USED:
      **         sqlggdge             -- GET DCS DIRECTORY ENTRY
      **         db2gDbDirOpenScan    -- OPEN DATABASE DIRECTORY SCAN
      **         db2gDbDirGetNextEntry -- GET NEXT DIRECTORY ENTRY
      **         db2gDbDirCloseScan   -- CLOSE DATABASE DIRECTORY SCAN
      **
      ** OUTPUT FILES: DCSPROBE.HIS (route probe trend, appended)
      **               DCSPRB.SQL   (generated probe scripts)
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
       Program-ID. "dcsroute".

       Environment Division.
       Input-Output Section.
       File-Control.
           select trend-file assign to "DCSPROBE.HIS"
               organization is line sequential
               file status is trend-fs.
           select sql-script assign to "DCSPRB.SQL"
               organization is line sequential.

       Data Division.
       File Section.
       FD  trend-file.
       01  trend-rec.
           05 pb-timestamp    pic x(17).
           05 filler          pic x(2).
           05 pb-ldb          pic x(8).
           05 filler          pic x(2).
           05 pb-route        pic x(9).
           05 filler          pic x(2).
           05 pb-mode         pic x(8).
           05 filler          pic x(2).
           05 pb-result       pic x(8).
           05 filler          pic x(2).
           05 pb-connect-cs   pic 9(7).
           05 filler          pic x(2).
           05 pb-parm         pic x(50).
           05 filler          pic x(2).
           05 pb-detail       pic x(40).

       FD  sql-script.
       01  sql-script-rec     pic x(132).

       Working-Storage Section.

       copy "sqlenv.cbl".
       copy "sqlca.cbl".
       copy "db2ApiDf.cbl".
       copy "sqlalert.cbl".

      * Local variables
       77 rc                  pic s9(9) comp-5.
       77 trend-fs            pic xx.
       77 idx                 pic 9(4) comp-5.
       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).

      * the live entry the route belongs to
       77 route-tdb           pic x(18).
       77 route-ar            pic x(8).
       77 route-alias         pic x(8).
       77 route-node          pic x(8).
       77 connect-alias       pic x(8).

      * Variables for the database directory scan, as catxref.cbl
      * scans it
       77 path-len            pic 9(4) comp-5 value 0.
       77 path                pic x(1025).
       77 db-dir-info-sz      pic 9(4) comp-5 value 1654.
       77 dbCount             pic 9(4) comp-5.

      * the probe scripts and the connect clock
       77 run-command         pic x(40).
       77 child-retcode       pic s9(9) comp-5.
       77 retcode-disp        pic -(4)9.
       01 sql-line            pic x(132).
       01 clock-parts.
          05 ck-hh            pic 99.
          05 ck-mm            pic 99.
          05 ck-ss            pic 99.
          05 ck-cc            pic 99.
       77 start-cs            pic s9(9) comp-5.
       77 clock-cs            pic s9(9) comp-5.

       Linkage Section.
       copy "sqlroute.cbl".

       Procedure Division using DCSROUTE-AREA.
       Dcsroute Section.
           move "FAILED" to RT-RESULT.
           move 0 to RT-CONNECT-CS.
           move spaces to RT-DETAIL.

           perform Find-Live-Entry thru End-Find-Live-Entry.
           if RT-DETAIL not equal spaces
              go to Record-Probe.

           if RT-FUNCTION equal "L" or RT-FUNCTION equal "l"
              perform Probe-Live-Route thru End-Probe-Live-Route
           else
              perform Probe-Scratch-Route
                  thru End-Probe-Scratch-Route.

       Record-Probe.
           perform Write-Trend thru End-Write-Trend.
           if RT-RESULT not equal "REACHED"
              perform Queue-Alert thru End-Queue-Alert.
       End-Dcsroute. exit program.

      ***********************************************************************
      * Find-Live-Entry reads the DCS entry for the local database
      * (target database and AR) and finds the database directory
      * entry that names it (alias and node).  Either one missing
      * fails the probe with the reason in RT-DETAIL.
      ***********************************************************************
       Find-Live-Entry.
           move spaces to route-tdb.
           move spaces to route-ar.
           move spaces to route-alias.
           move spaces to route-node.

           move SQL-DCS-STR-ID to STRUCT-ID of SQL-DIR-ENTRY.
           move RT-LDB to LDB of SQL-DIR-ENTRY.

      **********************************
      * GET DCS DIRECTORY ENTRY called *
      **********************************
           call "sqlggdge" using
                                 by reference sqlca
                                 by reference SQL-DIR-ENTRY
                           returning rc.

           if sqlcode not equal 0
              move "no DCS directory entry for the database"
                 to RT-DETAIL
              go to End-Find-Live-Entry.
           move TDB of SQL-DIR-ENTRY to route-tdb.
           move AR of SQL-DIR-ENTRY to route-ar.

           move 0 to path-len.
           move spaces to path.
           move path-len to DB2-I-PATH-LEN
                of DB2G-DB-DIR-OPEN-SCAN-STRUCT.
           set DB2-PI-PATH of DB2G-DB-DIR-OPEN-SCAN-STRUCT
                to address of path.

      *******************************************
      * OPEN DATABASE DIRECTORY SCAN API called *
      *******************************************
           call "db2gDbDirOpenScan" using
                         by value      DB2VERSION820
                         by reference  DB2G-DB-DIR-OPEN-SCAN-STRUCT
                         by reference  sqlca
                     returning rc.

           if sqlcode is less than 0
              move "database directory could not be read"
                 to RT-DETAIL
              go to End-Find-Live-Entry.

           move DB2-O-HANDLE of DB2G-DB-DIR-OPEN-SCAN-STRUCT
              to DB2-I-HANDLE of DB2G-DB-DIR-CLOSE-SCAN-STRUCT.
           move DB2-O-NUM-ENTRIES of DB2G-DB-DIR-OPEN-SCAN-STRUCT
              to dbCount.

           perform Check-One-Db thru End-Check-One-Db
              varying idx from 0 by 1
              until idx equal dbCount or route-alias not equal spaces.

      ********************************************
      * CLOSE DATABASE DIRECTORY SCAN API called *
      ********************************************
           call "db2gDbDirCloseScan" using
                        by value      DB2VERSION820
                        by reference  DB2G-DB-DIR-CLOSE-SCAN-STRUCT
                        by reference  sqlca
                returning rc.

           if route-alias equal spaces
              move "no database entry names the DCS database"
                 to RT-DETAIL.
       End-Find-Live-Entry. exit.

       Check-One-Db.
      ************************************************
      * GET NEXT DATABASE DIRECTORY ENTRY API called *
      ************************************************
           move DB2-O-HANDLE of DB2G-DB-DIR-OPEN-SCAN-STRUCT
              to DB2-I-HANDLE of DB2G-DB-DIR-NEXT-ENTRY-STRUCT.

           call "db2gDbDirGetNextEntry" using
                         by value DB2VERSION820
                         by reference  DB2G-DB-DIR-NEXT-ENTRY-STRUCT
                         by reference  sqlca
                     returning rc.

      **********************************
      * DEREFERENCE ADDRESS API called *
      **********************************
           call "sqlgdref" using
               by value      db-dir-info-sz
               by reference  DB2DB-DIR-INFO
               by reference  DB2-PO-DB-DIR-ENTRY of
                                DB2G-DB-DIR-NEXT-ENTRY-STRUCT
            returning rc.

           if SQL-DBNAME-N equal RT-LDB
              and SQL-NODENAME-N not equal spaces
              move SQL-ALIAS-N to route-alias
              move SQL-NODENAME-N to route-node.
       End-Check-One-Db. exit.

      ***********************************************************************
      * Probe-Scratch-Route catalogues the scratch pair with the
      * route's PARM string, times the connect through it, and
      * uncatalogues the pair.  A pair left by an interrupted probe is
      * cleared first.
      ***********************************************************************
       Probe-Scratch-Route.
           perform Drop-Scratch-Pair thru End-Drop-Scratch-Pair.

           open output sql-script.
           move spaces to sql-line.
           if route-ar equal spaces
              string "CATALOG DCS DATABASE DCSPRB AS " delimited by size
                     route-tdb     delimited by space
                     " PARM '"     delimited by size
                     RT-PARM       delimited by "  "
                     "';"          delimited by size
                     into sql-line
           else
              string "CATALOG DCS DATABASE DCSPRB AS " delimited by size
                     route-tdb     delimited by space
                     " AR "        delimited by size
                     route-ar      delimited by space
                     " PARM '"     delimited by size
                     RT-PARM       delimited by "  "
                     "';"          delimited by size
                     into sql-line.
           write sql-script-rec from sql-line.
           move spaces to sql-line.
           string "CATALOG DATABASE DCSPRB AT NODE " delimited by size
                  route-node    delimited by space
                  " AUTHENTICATION DCS;" delimited by size
                  into sql-line.
           write sql-script-rec from sql-line.
           close sql-script.
           perform Run-Script thru End-Run-Script.

           if child-retcode is not less than 4
              move child-retcode to retcode-disp
              string "scratch catalog failed rc=" delimited by size
                     retcode-disp                 delimited by size
                     into RT-DETAIL
              perform Drop-Scratch-Pair thru End-Drop-Scratch-Pair
              go to End-Probe-Scratch-Route.

           move "DCSPRB" to connect-alias.
           perform Time-Connect thru End-Time-Connect.
           perform Drop-Scratch-Pair thru End-Drop-Scratch-Pair.
       End-Probe-Scratch-Route. exit.

       Probe-Live-Route.
           move route-alias to connect-alias.
           perform Time-Connect thru End-Time-Connect.
       End-Probe-Live-Route. exit.

       Time-Connect.
           open output sql-script.
           move spaces to sql-line.
           string "CONNECT TO "  delimited by size
                  connect-alias  delimited by space
                  ";"            delimited by size
                  into sql-line.
           write sql-script-rec from sql-line.
           move "SELECT 1 FROM SYSIBM.SYSDUMMY1;" to sql-line.
           write sql-script-rec from sql-line.
           move "CONNECT RESET;" to sql-line.
           write sql-script-rec from sql-line.
           close sql-script.

           accept clock-parts from time.
           compute start-cs =
              (((ck-hh * 60) + ck-mm) * 60 + ck-ss) * 100 + ck-cc.
           perform Run-Script thru End-Run-Script.
           accept clock-parts from time.
           compute clock-cs =
              (((ck-hh * 60) + ck-mm) * 60 + ck-ss) * 100 + ck-cc.
           compute RT-CONNECT-CS = clock-cs - start-cs.
           if RT-CONNECT-CS is less than 0
              add 8640000 to RT-CONNECT-CS.

           if child-retcode is less than 4
              move "REACHED" to RT-RESULT
              move "connected and read through the gateway"
                 to RT-DETAIL
           else
              move child-retcode to retcode-disp
              string "connect through the gateway rc="
                        delimited by size
                     retcode-disp delimited by size
                     into RT-DETAIL.
       End-Time-Connect. exit.

      * errors are expected here -- the pair is usually not there
       Drop-Scratch-Pair.
           open output sql-script.
           move "UNCATALOG DATABASE DCSPRB;" to sql-line.
           write sql-script-rec from sql-line.
           move "UNCATALOG DCS DATABASE DCSPRB;" to sql-line.
           write sql-script-rec from sql-line.
           close sql-script.
           perform Run-Script thru End-Run-Script.
       End-Drop-Scratch-Pair. exit.

       Run-Script.
           move "db2 -tf DCSPRB.SQL" to run-command.
           call "SYSTEM" using run-command.
           move RETURN-CODE to child-retcode.
           if child-retcode is greater than 255
              divide child-retcode by 256 giving child-retcode.
           move 0 to RETURN-CODE.
       End-Run-Script. exit.

       Write-Trend.
           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           open extend trend-file.
           if trend-fs equal "35"
              open output trend-file.
           move spaces to trend-rec.
           move now-ts to pb-timestamp.
           move RT-LDB to pb-ldb.
           move RT-ROUTE to pb-route.
           if RT-FUNCTION equal "L" or RT-FUNCTION equal "l"
              move "LIVE" to pb-mode
           else
              move "SCRATCH" to pb-mode.
           move RT-RESULT to pb-result.
           move RT-CONNECT-CS to pb-connect-cs.
           move RT-PARM to pb-parm.
           move RT-DETAIL to pb-detail.
           write trend-rec.
           close trend-file.
       End-Write-Trend. exit.

       Queue-Alert.
           move "dcsroute" to ALERT-SOURCE.
           move "CRITICAL" to ALERT-SEVERITY.
           move spaces to ALERT-KEY.
           string RT-LDB      delimited by space
                  " "         delimited by size
                  RT-ROUTE    delimited by space
                  into ALERT-KEY.
           move spaces to ALERT-TEXT.
           string RT-ROUTE    delimited by space
                  " gateway for " delimited by size
                  RT-LDB      delimited by space
                  " failed: " delimited by size
                  RT-DETAIL   delimited by size
                  into ALERT-TEXT.
           call "alertq" using ALERT-AREA.
       End-Queue-Alert. exit.
