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
      ** SOURCE FILE NAME: tuneadv.cbl
      **
      ** SAMPLE: Configuration tuning advisor
      **
      **         The trend files already say when a database's
      **         configuration is wrong -- DBSNAP.CSV carries the
      **         bufferpool logical and physical reads and the lock
      **         waits, MONSZ.CSV the locks held in the database
      **         monsz.cbl watches, LOGUTIL.CSV the secondary log
      **         allocations -- but turning that into a change was
      **         done by hand.  This program reads each database's
      **         recent history and applies the site tuning rules in
      **         TUNERULE.CTL:
      **
      **           a bufferpool hit ratio below HITRATIO percent in
      **             SUSTAIN or more samples raises BUFF_PAGE by
      **             BUFFSTEP percent
      **           locks held above LOCKPCT percent of what LOCKLIST
      **             can hold, or LOCKWAITS or more lock waits, in
      **             SUSTAIN or more samples raises LOCKLIST by
      **             LOCKSTEP percent
      **           secondary log allocations in SUSTAIN or more
      **             samples raise LOGPRIMARY by the peak number of
      **             secondaries allocated
      **
      **         Only samples from the last DAYS days count, and only
      **         those taken after the database's previous tuning set
      **         was applied or rejected, so a change is judged on
      **         fresh evidence.  Every proposed value is held inside
      **         the DBCONF.POL guardrails dbconf.cbl enforces --
      **         clamped to the token's maximum, and LOGPRIMARY kept
      **         within the LOGSUM-MAX ceiling -- and a proposal the
      **         guardrails leave no room for is reported, not made.
      **
      **         Each database's proposals are written as a change set
      **         in the DBCONF.SET format to <database>.TUN and
      **         queued in the two-person approval queue (apprq.cbl,
      **         action APPLY TUNING SET) -- nothing is applied here.
      **         Once a second operator approves it with appraprv.cbl,
      **         dbconf.cbl applies the set.  A set already queued is
      **         queued again only when its proposals change.  The
      **         evidence for every value is listed in TUNEADV.RPT.
      **
      **         TUNERULE.CTL is keyword / value, SITEPARM.CFG style;
      **         a missing file or keyword takes the default:
      **
      **           DAYS      0007   SUSTAIN   0003
      **           HITRATIO  0090   BUFFSTEP  0025
      **           LOCKPCT   0050   LOCKWAITS 0010   LOCKSTEP  0025
      **           SECALLOC  0001   MONSZDB   SAMPLE
      **
      ** DB2 APIs USED:
      **         sqlgaddr -- GET ADDRESS
      **         sqlgxdb  -- GET DATABASE CONFIGURATION
      **
      ** INPUT FILES:  TUNERULE.CTL (site tuning rules)
      **               DBSNAP.CSV   (snapshot trend history)
      **               MONSZ.CSV    (monitor sizing trend history)
      **               LOGUTIL.CSV  (log utilization trend history)
      **               DBCONF.POL   (configuration guardrails)
      ** INPUT/OUTPUT FILE: <database>.TUN (proposed change sets)
      ** OUTPUT FILES: TUNEADV.RPT  (evidence report, via rptwrite)
      **               APPROVQ.DAT  (approval requests, via apprq)
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
       Program-Id. "tuneadv".

       Environment Division.
       Input-Output Section.
       File-Control.
           select rule-file assign to "TUNERULE.CTL"
               organization is line sequential
               file status is rule-fs.
           select snap-csv assign to "DBSNAP.CSV"
               organization is line sequential
               file status is snap-fs.
           select monsz-csv assign to "MONSZ.CSV"
               organization is line sequential
               file status is monsz-fs.
           select log-csv assign to "LOGUTIL.CSV"
               organization is line sequential
               file status is log-fs.
           select guard-file assign to "DBCONF.POL"
               organization is line sequential
               file status is guard-fs.
           select set-file assign to dynamic set-file-name
               organization is line sequential
               file status is set-fs.

       Data Division.
       File Section.
       FD  rule-file.
       01  rule-rec.
           05 ru-keyword      pic x(9).
           05 filler          pic x.
           05 ru-value        pic x(18).

       FD  snap-csv.
       01  snap-csv-rec       pic x(80).

       FD  monsz-csv.
       01  monsz-csv-rec      pic x(80).

       FD  log-csv.
       01  log-csv-rec        pic x(100).

       FD  guard-file.
       01  guard-rec.
           05 gd-token-name   pic x(12).
           05 filler          pic x.
           05 gd-min          pic 9(9).
           05 filler          pic x.
           05 gd-max          pic 9(9).

      * the DBCONF.SET layout dbconf.cbl's change-set load parses
       FD  set-file.
       01  set-rec.
           05 cs-token-name   pic x(12).
           05 filler          pic x.
           05 cs-value-text   pic x(12).

       Working-Storage Section.

       copy "sqlca.cbl".
       copy "sqlutil.cbl".
       copy "sqlapprq.cbl".
       copy "sqlrptw.cbl".
       copy "sqldtsrv.cbl".
       copy "sqlrunh.cbl".

      * Local variables
       77 rc                  pic s9(9) comp-5.
       77 rule-fs             pic xx.
       77 snap-fs             pic xx.
       77 monsz-fs            pic xx.
       77 log-fs              pic xx.
       77 guard-fs            pic xx.
       77 set-fs              pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

      * the site tuning rules, defaulted for a missing TUNERULE.CTL
       77 rule-days           pic 9(4) comp-5 value 7.
       77 rule-sustain        pic 9(4) comp-5 value 3.
       77 rule-hit-ratio      pic 9(4) comp-5 value 90.
       77 rule-buff-step      pic 9(4) comp-5 value 25.
       77 rule-lock-pct       pic 9(4) comp-5 value 50.
       77 rule-lock-waits     pic 9(4) comp-5 value 10.
       77 rule-lock-step      pic 9(4) comp-5 value 25.
       77 rule-sec-alloc      pic 9(4) comp-5 value 1.
       77 rule-monsz-db       pic x(18) value "SAMPLE".
       77 window-minutes      pic s9(9) comp-5.

      * the DBCONF.POL guardrails: rows for the three tuned tokens and
      * the LOGSUM-MAX ceiling on LOGPRIMARY + LOGSECOND
       77 guard-count         pic 9(4) comp-5 value 0.
       01 guard-table.
          05 guard-entry occurs 10 times.
             10 gt-token-name pic x(12).
             10 gt-min        pic s9(9) comp-5.
             10 gt-max        pic s9(9) comp-5.
       77 logsum-max          pic s9(9) comp-5 value 0.
       77 guard-idx           pic 9(4) comp-5.

      * one entry per database seen in the trend files
       77 db-count            pic 9(4) comp-5 value 0.
       01 db-table.
          05 db-entry occurs 50 times.
             10 db-name       pic x(18).
             10 db-cutoff     pic x(12).
             10 db-set-state  pic x(8).
             10 db-cfg-sw     pic x.
             10 db-locklist   pic s9(9) comp-5.
             10 db-buff-page  pic s9(9) comp-5.
             10 db-logprimary pic s9(9) comp-5.
             10 db-logsecond  pic s9(9) comp-5.
             10 db-snap-rows  pic 9(9) comp-5.
             10 db-hit-breach pic 9(9) comp-5.
             10 db-worst-hit  pic 9(4) comp-5.
             10 db-wait-breach pic 9(9) comp-5.
             10 db-max-waits  pic 9(9) comp-5.
             10 db-lock-rows  pic 9(9) comp-5.
             10 db-lock-breach pic 9(9) comp-5.
             10 db-max-locks  pic 9(9) comp-5.
             10 db-log-rows   pic 9(9) comp-5.
             10 db-sec-breach pic 9(9) comp-5.
             10 db-max-second pic 9(9) comp-5.
             10 db-old-count  pic 9(4) comp-5.
             10 db-old-line occurs 3 times.
                15 db-old-token pic x(12).
                15 db-old-value pic x(12).
       77 db-idx              pic 9(4) comp-5.
       77 found-idx           pic 9(4) comp-5.

      * the proposals for the database being advised
       77 new-count           pic 9(4) comp-5.
       01 new-table.
          05 new-line occurs 3 times.
             10 new-token     pic x(12).
             10 new-value     pic x(12).
       77 new-idx             pic 9(4) comp-5.
       77 same-sw             pic x.

      * one proposal being worked
       77 prop-token          pic x(12).
       77 prop-current        pic s9(9) comp-5.
       77 prop-value          pic s9(9) comp-5.
       77 prop-digits         pic 9(9).
       77 prop-note           pic x(40).

      * trend-row parsing, after capfcast.cbl
       01 csv-fields.
          05 csv-field occurs 8 times pic x(20).
       77 csv-field-count     pic 9(4) comp-5.
       77 row-dbname          pic x(18).
       77 row-ts              pic x(17).
       77 row-stamp           pic x(12).
       77 row-value           pic s9(9) comp-5.
       77 row-l-reads         pic s9(9) comp-5.
       77 row-p-reads         pic s9(9) comp-5.
       77 row-hit             pic s9(9) comp-5.
       77 value-text          pic x(20).
       77 value-idx           pic 9(4) comp-5.
       77 value-digits        pic 9(4) comp-5.
       77 digit-work          pic 9.
       77 lock-capacity       pic s9(9) comp-5.
       77 in-window-sw        pic x.

      * variables for GET DATABASE CONFIGURATION
       77 cfg-dbname          pic x(8).
       77 cfg-dbname-len      pic s9(4) comp-5 value 0.
       77 db-listnumber       pic s9(4) comp-5 value 4.
       77 locklist            pic s9(4) comp-5.
       77 buff-page           pic 9(9)  comp-5.
       77 logprimary          pic s9(4) comp-5.
       77 logsecond           pic s9(4) comp-5.
       01 db-tokenlist.
          05 db-tokens occurs 4 times.
             10 db-token      pic 9(4) comp-5.
             $IF P64 SET
                 10 filler    pic x(6).
             $ELSE
                 10 filler    pic x(2).
             $END
             10 db-tokenptr   usage is pointer.

       77 set-file-name       pic x(14).
       77 proposed-count      pic 9(4) comp-5 value 0.
       77 queued-count        pic 9(4) comp-5 value 0.
       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).
       77 now-stamp           pic x(12).
       77 num-disp            pic z(8)9.
       77 num-disp2           pic z(8)9.
       77 num-disp3           pic z(8)9.
       77 pct-disp            pic zz9.
       77 line-ptr            pic 9(4) comp-5.
       01 rpt-line            pic x(132).

       Procedure Division.
       tuneadv-pgm section.

           display "Sample COBOL Program : TUNEADV.CBL".

           move "tuneadv" to RH-PROGRAM.
           move "S" to RH-FUNCTION.
           call "runhist" using RUNHIST-AREA.

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.
           move now-ts (1:8)  to now-stamp (1:8).
           move now-ts (10:4) to now-stamp (9:4).

           perform Load-Rules thru End-Load-Rules.
           compute window-minutes = rule-days * 1440.
           perform Load-Guardrails thru End-Load-Guardrails.

           perform Collect-Databases thru End-Collect-Databases.
           if db-count equal 0
              display "no database history in DBSNAP.CSV or ",
                 "LOGUTIL.CSV -- nothing to advise"
              go to end-tuneadv.

           perform Prepare-One-Database thru End-Prepare-One-Database
               varying db-idx from 1 by 1
               until db-idx is greater than db-count.

           perform Fold-Snap-History thru End-Fold-Snap-History.
           perform Fold-Monsz-History thru End-Fold-Monsz-History.
           perform Fold-Log-History thru End-Fold-Log-History.

           move "O" to RPTW-FUNCTION.
           move "TUNEADV.RPT" to RPTW-FILE-NAME.
           move spaces to RPTW-TITLE.
           string "CONFIGURATION TUNING ADVICE AS OF " delimited by size
                  now-ts delimited by size
                  into RPTW-TITLE.
           move spaces to RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           perform Advise-One-Database thru End-Advise-One-Database
               varying db-idx from 1 by 1
               until db-idx is greater than db-count.

           move spaces to rpt-line.
           perform Write-Advice-Line thru End-Write-Advice-Line.
           move proposed-count to num-disp.
           move queued-count to num-disp2.
           move spaces to rpt-line.
           string "  "       delimited by size
                  num-disp   delimited by size
                  " value(s) proposed, " delimited by size
                  num-disp2  delimited by size
                  " change set(s) sent for approval" delimited by size
                  into rpt-line.
           perform Write-Advice-Line thru End-Write-Advice-Line.

           move "C" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.

           if proposed-count is greater than 0
              move 4 to RETURN-CODE.

       end-tuneadv.
           move "E" to RH-FUNCTION.
           move RETURN-CODE to RH-RETCODE.
           call "runhist" using RUNHIST-AREA.
           stop run.

      ***********************************************************************
      * Load-Rules reads TUNERULE.CTL; a keyword with a non-numeric
      * value keeps its default.
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

           if rule-rec equal spaces
              or ru-keyword (1:1) equal "*"
              go to End-Load-One-Rule.

           if ru-keyword equal "MONSZDB  "
              move ru-value to rule-monsz-db
              inspect rule-monsz-db converting
                 "abcdefghijklmnopqrstuvwxyz"
                 to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              go to End-Load-One-Rule.

           if ru-value (1:4) not numeric
              display "TUNERULE.CTL ", ru-keyword, " value is not ",
                 "numeric -- line ignored"
              go to End-Load-One-Rule.

           evaluate ru-keyword
              when "DAYS     "
                 move ru-value (1:4) to rule-days
              when "SUSTAIN  "
                 move ru-value (1:4) to rule-sustain
              when "HITRATIO "
                 move ru-value (1:4) to rule-hit-ratio
              when "BUFFSTEP "
                 move ru-value (1:4) to rule-buff-step
              when "LOCKPCT  "
                 move ru-value (1:4) to rule-lock-pct
              when "LOCKWAITS"
                 move ru-value (1:4) to rule-lock-waits
              when "LOCKSTEP "
                 move ru-value (1:4) to rule-lock-step
              when "SECALLOC "
                 move ru-value (1:4) to rule-sec-alloc
      * the impact report's own keywords share this file
              when "IMPACTDAY"
              when "IMPACTPCT"
                 continue
              when other
                 display "TUNERULE.CTL keyword '", ru-keyword,
                    "' is not recognized -- line ignored"
           end-evaluate.
       End-Load-One-Rule. exit.

      ***********************************************************************
      * Load-Guardrails reads DBCONF.POL the way dbconf.cbl does: one
      * min/max row per token, and the LOGSUM-MAX row whose max is the
      * ceiling for LOGPRIMARY + LOGSECOND.
      ***********************************************************************
       Load-Guardrails.
           open input guard-file.
           if guard-fs equal "35"
              go to End-Load-Guardrails.

           move "N" to file-eof.
           perform Load-One-Guardrail thru End-Load-One-Guardrail
               until no-more-records.
           close guard-file.
           move "N" to file-eof.
       End-Load-Guardrails. exit.

       Load-One-Guardrail.
           read guard-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Guardrail
           end-read.

           if gd-token-name equal spaces
              or gd-token-name (1:1) equal "*"
              go to End-Load-One-Guardrail.
           if gd-min not numeric or gd-max not numeric
              go to End-Load-One-Guardrail.

           if gd-token-name equal "LOGSUM-MAX"
              move gd-max to logsum-max
              go to End-Load-One-Guardrail.

           if guard-count is less than 10
              add 1 to guard-count
              move gd-token-name to gt-token-name (guard-count)
              move gd-min to gt-min (guard-count)
              move gd-max to gt-max (guard-count).
       End-Load-One-Guardrail. exit.

      ***********************************************************************
      * Collect-Databases builds the database table from the names in
      * DBSNAP.CSV and LOGUTIL.CSV, plus the database MONSZ.CSV
      * tracks when that file exists.
      ***********************************************************************
       Collect-Databases.
           open input snap-csv.
           if snap-fs not equal "35"
              move "N" to file-eof
              perform Collect-One-Snap thru End-Collect-One-Snap
                  until no-more-records
              close snap-csv
              move "N" to file-eof.

           open input log-csv.
           if log-fs not equal "35"
              move "N" to file-eof
              perform Collect-One-Log thru End-Collect-One-Log
                  until no-more-records
              close log-csv
              move "N" to file-eof.

           open input monsz-csv.
           if monsz-fs not equal "35"
              close monsz-csv
              move rule-monsz-db to row-dbname
              perform Note-Database thru End-Note-Database.
       End-Collect-Databases. exit.

       Collect-One-Snap.
           read snap-csv
               at end
                  move "Y" to file-eof
                  go to End-Collect-One-Snap
           end-read.

           move snap-csv-rec to log-csv-rec.
           perform Split-Row thru End-Split-Row.
           if csv-field-count is less than 8
              go to End-Collect-One-Snap.
           perform Note-Database thru End-Note-Database.
       End-Collect-One-Snap. exit.

       Collect-One-Log.
           read log-csv
               at end
                  move "Y" to file-eof
                  go to End-Collect-One-Log
           end-read.

           perform Split-Row thru End-Split-Row.
           if csv-field-count is less than 5
              go to End-Collect-One-Log.
           perform Note-Database thru End-Note-Database.
       End-Collect-One-Log. exit.

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
           move row-ts (1:8)  to row-stamp (1:8).
           move row-ts (10:4) to row-stamp (9:4).
           move csv-field(2) (1:18) to row-dbname.
           inspect row-dbname converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       End-Split-Row. exit.

       Note-Database.
           perform Find-Database thru End-Find-Database.
           if found-idx is greater than 0
              or row-dbname equal spaces
              go to End-Note-Database.
           if db-count is not less than 50
              go to End-Note-Database.

           add 1 to db-count.
           initialize db-entry (db-count).
           move row-dbname to db-name (db-count).
           move 100 to db-worst-hit (db-count).
       End-Note-Database. exit.

       Find-Database.
           move 0 to found-idx.
           perform Match-One-Database thru End-Match-One-Database
               varying db-idx from 1 by 1
               until db-idx is greater than db-count
                  or found-idx is greater than 0.
       End-Find-Database. exit.

       Match-One-Database.
           if db-name (db-idx) equal row-dbname
              move db-idx to found-idx.
       End-Match-One-Database. exit.

      ***********************************************************************
      * Prepare-One-Database reads the database's previous tuning set
      * -- the stamp of its last applied or rejected set is where its
      * fresh evidence begins -- and its current configuration.
      ***********************************************************************
       Prepare-One-Database.
           move spaces to db-cutoff (db-idx).
           move "NONE" to db-set-state (db-idx).
           move 0 to db-old-count (db-idx).
           perform Name-Set-File thru End-Name-Set-File.

           open input set-file.
           if set-fs equal "00"
              move "N" to file-eof
              perform Read-One-Set-Line thru End-Read-One-Set-Line
                  until no-more-records
              close set-file
              move "N" to file-eof.

           perform Fetch-Config thru End-Fetch-Config.
       End-Prepare-One-Database. exit.

       Name-Set-File.
           move spaces to set-file-name.
           string db-name (db-idx) (1:8) delimited by space
                  ".TUN"                 delimited by size
                  into set-file-name.
       End-Name-Set-File. exit.

       Read-One-Set-Line.
           read set-file
               at end
                  move "Y" to file-eof
                  go to End-Read-One-Set-Line
           end-read.

           if cs-token-name equal "* APPLIED"
              move "APPLIED" to db-set-state (db-idx)
              move cs-value-text to db-cutoff (db-idx)
              go to End-Read-One-Set-Line.
           if cs-token-name equal "* REJECTED"
              move "REJECTED" to db-set-state (db-idx)
              move cs-value-text to db-cutoff (db-idx)
              go to End-Read-One-Set-Line.
           if cs-token-name equal "* PROPOSED"
              move "OPEN" to db-set-state (db-idx)
              go to End-Read-One-Set-Line.
           if cs-token-name equal spaces
              or cs-token-name (1:1) equal "*"
              go to End-Read-One-Set-Line.

           if db-old-count (db-idx) is less than 3
              add 1 to db-old-count (db-idx)
              move cs-token-name
                 to db-old-token (db-idx, db-old-count (db-idx))
              move cs-value-text
                 to db-old-value (db-idx, db-old-count (db-idx)).
       End-Read-One-Set-Line. exit.

       Fetch-Config.
           move "N" to db-cfg-sw (db-idx).
           move db-name (db-idx) (1:8) to cfg-dbname.
           move 0 to cfg-dbname-len.
           inspect cfg-dbname tallying cfg-dbname-len
              for characters before initial " ".

           move SQLF-DBTN-LOCKLIST   to db-token(1).
           move SQLF-DBTN-BUFF-PAGE  to db-token(2).
           move SQLF-DBTN-LOGPRIMARY to db-token(3).
           move SQLF-DBTN-LOGSECOND  to db-token(4).

      **************************
      * GET ADDRESS API called *
      **************************
           call "sqlgaddr" using by reference locklist
                                 by reference db-tokenptr(1)
                           returning rc.
           call "sqlgaddr" using by reference buff-page
                                 by reference db-tokenptr(2)
                           returning rc.
           call "sqlgaddr" using by reference logprimary
                                 by reference db-tokenptr(3)
                           returning rc.
           call "sqlgaddr" using by reference logsecond
                                 by reference db-tokenptr(4)
                           returning rc.

      *****************************************
      * GET DATABASE CONFIGURATION API called *
      *****************************************
           call "sqlgxdb" using by value     cfg-dbname-len
                                by value     db-listnumber
                                by reference db-tokenlist
                                by reference sqlca
                                by reference cfg-dbname
                           returning rc.
           if sqlcode is less than 0
              go to End-Fetch-Config.

           move "Y" to db-cfg-sw (db-idx).
           move locklist   to db-locklist (db-idx).
           move buff-page  to db-buff-page (db-idx).
           move logprimary to db-logprimary (db-idx).
           move logsecond  to db-logsecond (db-idx).
       End-Fetch-Config. exit.

      ***********************************************************************
      * Check-Window decides whether the row just split counts: inside
      * the DAYS window and after the database's last applied or
      * rejected set.
      ***********************************************************************
       Check-Window.
           move "N" to in-window-sw.
           if row-stamp is not greater than db-cutoff (found-idx)
              go to End-Check-Window.
           move row-ts to DT-FROM-TS.
           move now-ts to DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           if DT-VALID-SW equal "Y"
              and DT-MINUTES is not greater than window-minutes
              move "Y" to in-window-sw.
       End-Check-Window. exit.

      ***********************************************************************
      * Fold-Snap-History counts, per database, the snapshots whose
      * bufferpool hit ratio fell below the floor and those with lock
      * waits at or above the limit (fields 6, 7, 8 of DBSNAP.CSV).
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
           perform Find-Database thru End-Find-Database.
           if found-idx equal 0
              go to End-Fold-One-Snap.
           perform Check-Window thru End-Check-Window.
           if in-window-sw not equal "Y"
              go to End-Fold-One-Snap.

           add 1 to db-snap-rows (found-idx).
           move csv-field(6) to value-text.
           perform Parse-Csv-Value thru End-Parse-Csv-Value.
           move row-value to row-l-reads.
           move csv-field(7) to value-text.
           perform Parse-Csv-Value thru End-Parse-Csv-Value.
           move row-value to row-p-reads.

           if row-l-reads is greater than 0
              compute row-hit =
                 ((row-l-reads - row-p-reads) * 100) / row-l-reads
              if row-hit is less than 0
                 move 0 to row-hit
              end-if
              if row-hit is less than db-worst-hit (found-idx)
                 move row-hit to db-worst-hit (found-idx)
              end-if
              if row-hit is less than rule-hit-ratio
                 add 1 to db-hit-breach (found-idx)
              end-if.

           move csv-field(8) to value-text.
           perform Parse-Csv-Value thru End-Parse-Csv-Value.
           if row-value is greater than db-max-waits (found-idx)
              move row-value to db-max-waits (found-idx).
           if rule-lock-waits is greater than 0
              and row-value is not less than rule-lock-waits
              add 1 to db-wait-breach (found-idx).
       End-Fold-One-Snap. exit.

      ***********************************************************************
      * Fold-Monsz-History counts the MONSZ.CSV samples whose lock
      * count passed LOCKPCT percent of what the watched database's
      * LOCKLIST can hold -- LOCKLIST is in 4 KB pages, and a lock
      * takes 128 bytes, so a page holds 32 locks.
      ***********************************************************************
       Fold-Monsz-History.
           move rule-monsz-db to row-dbname.
           perform Find-Database thru End-Find-Database.
           if found-idx equal 0
              go to End-Fold-Monsz-History.
           if db-cfg-sw (found-idx) not equal "Y"
              or db-locklist (found-idx) not greater than 0
              go to End-Fold-Monsz-History.
           compute lock-capacity = db-locklist (found-idx) * 32.

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

      * field 1 = timestamp, 2 = partition, 3 = buffer size,
      * 4 = lock count -- no database column, so the split's name
      * field is put back to the watched database
           move monsz-csv-rec to log-csv-rec.
           perform Split-Row thru End-Split-Row.
           if csv-field-count is less than 4
              go to End-Fold-One-Monsz.
           move rule-monsz-db to row-dbname.
           perform Check-Window thru End-Check-Window.
           if in-window-sw not equal "Y"
              go to End-Fold-One-Monsz.

           add 1 to db-lock-rows (found-idx).
           move csv-field(4) to value-text.
           perform Parse-Csv-Value thru End-Parse-Csv-Value.
           if row-value is greater than db-max-locks (found-idx)
              move row-value to db-max-locks (found-idx).
           if (row-value * 100) is greater than
              (lock-capacity * rule-lock-pct)
              add 1 to db-lock-breach (found-idx).
       End-Fold-One-Monsz. exit.

      ***********************************************************************
      * Fold-Log-History counts the LOGUTIL.CSV samples showing
      * secondary log allocations (field 5) at or above SECALLOC.
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
           if csv-field-count is less than 5
              go to End-Fold-One-Log.
           perform Find-Database thru End-Find-Database.
           if found-idx equal 0
              go to End-Fold-One-Log.
           perform Check-Window thru End-Check-Window.
           if in-window-sw not equal "Y"
              go to End-Fold-One-Log.

           add 1 to db-log-rows (found-idx).
           move csv-field(5) to value-text.
           perform Parse-Csv-Value thru End-Parse-Csv-Value.
           if row-value is greater than db-max-second (found-idx)
              move row-value to db-max-second (found-idx).
           if rule-sec-alloc is greater than 0
              and row-value is not less than rule-sec-alloc
              add 1 to db-sec-breach (found-idx).
       End-Fold-One-Log. exit.

       Parse-Csv-Value.
           move 0 to row-value.
           move 0 to value-digits.
           perform Parse-One-Value-Char thru End-Parse-One-Value-Char
               varying value-idx from 1 by 1
               until value-idx is greater than 20.
       End-Parse-Csv-Value. exit.

       Parse-One-Value-Char.
           if value-text (value-idx:1) numeric
              move value-text (value-idx:1) to digit-work
              compute row-value = (row-value * 10) + digit-work
              add 1 to value-digits.
       End-Parse-One-Value-Char. exit.

      ***********************************************************************
      * Advise-One-Database reports the database's evidence, applies
      * the three rules, and writes and queues its change set.
      ***********************************************************************
       Advise-One-Database.
           move spaces to rpt-line.
           perform Write-Advice-Line thru End-Write-Advice-Line.
           if db-cfg-sw (db-idx) not equal "Y"
              move spaces to rpt-line
              string db-name (db-idx) delimited by space
                     " -- configuration not readable, no advice"
                        delimited by size
                     into rpt-line
              perform Write-Advice-Line thru End-Write-Advice-Line
              go to End-Advise-One-Database.

           move db-locklist (db-idx) to num-disp.
           move db-buff-page (db-idx) to num-disp2.
           move spaces to rpt-line.
           move 1 to line-ptr.
           string db-name (db-idx) delimited by space
                  "  LOCKLIST"     delimited by size
                  num-disp         delimited by size
                  "  BUFF_PAGE"    delimited by size
                  num-disp2        delimited by size
                  into rpt-line with pointer line-ptr.
           move db-logprimary (db-idx) to num-disp.
           move db-logsecond (db-idx) to num-disp2.
           string "  LOGPRIMARY"   delimited by size
                  num-disp         delimited by size
                  "  LOGSECOND"    delimited by size
                  num-disp2        delimited by size
                  into rpt-line with pointer line-ptr.
           perform Write-Advice-Line thru End-Write-Advice-Line.
           if db-cutoff (db-idx) not equal spaces
              move spaces to rpt-line
              string "  evidence counted after the "
                        delimited by size
                     db-set-state (db-idx) delimited by space
                     " set of "    delimited by size
                     db-cutoff (db-idx) delimited by size
                     into rpt-line
              perform Write-Advice-Line thru End-Write-Advice-Line.

           move 0 to new-count.
           perform Advise-Buff-Page thru End-Advise-Buff-Page.
           perform Advise-Locklist thru End-Advise-Locklist.
           perform Advise-Logprimary thru End-Advise-Logprimary.

           perform Place-Change-Set thru End-Place-Change-Set.
       End-Advise-One-Database. exit.

       Advise-Buff-Page.
           move db-snap-rows (db-idx) to num-disp.
           move db-hit-breach (db-idx) to num-disp2.
           move db-worst-hit (db-idx) to pct-disp.
           move spaces to rpt-line.
           string "  hit ratio : "  delimited by size
                  num-disp          delimited by size
                  " sample(s),"     delimited by size
                  num-disp2         delimited by size
                  " below the floor, worst " delimited by size
                  pct-disp          delimited by size
                  "%"               delimited by size
                  into rpt-line.
           if db-snap-rows (db-idx) equal 0
              move "  hit ratio : no samples in the window" to rpt-line.
           perform Write-Advice-Line thru End-Write-Advice-Line.

           if db-hit-breach (db-idx) is less than rule-sustain
              go to End-Advise-Buff-Page.
           if db-buff-page (db-idx) not greater than 0
              move "    BUFF_PAGE is not a fixed size -- not proposed"
                 to rpt-line
              perform Write-Advice-Line thru End-Write-Advice-Line
              go to End-Advise-Buff-Page.

           move "BUFF_PAGE" to prop-token.
           move db-buff-page (db-idx) to prop-current.
           compute prop-value = prop-current +
              ((prop-current * rule-buff-step) / 100).
           if prop-value not greater than prop-current
              compute prop-value = prop-current + 1.
           perform Propose-Value thru End-Propose-Value.
       End-Advise-Buff-Page. exit.

       Advise-Locklist.
           move db-lock-rows (db-idx) to num-disp.
           move db-lock-breach (db-idx) to num-disp2.
           move db-max-locks (db-idx) to num-disp3.
           move spaces to rpt-line.
           string "  locks held: " delimited by size
                  num-disp          delimited by size
                  " sample(s),"     delimited by size
                  num-disp2         delimited by size
                  " over the LOCKLIST share, peak" delimited by size
                  num-disp3         delimited by size
                  into rpt-line.
           if db-lock-rows (db-idx) equal 0
              move "  locks held: not tracked for this database"
                 to rpt-line.
           perform Write-Advice-Line thru End-Write-Advice-Line.
           move db-wait-breach (db-idx) to num-disp.
           move db-max-waits (db-idx) to num-disp2.
           move spaces to rpt-line.
           string "  lock waits: " delimited by size
                  num-disp          delimited by size
                  " sample(s) at the limit, peak" delimited by size
                  num-disp2         delimited by size
                  into rpt-line.
           perform Write-Advice-Line thru End-Write-Advice-Line.

           if (db-lock-breach (db-idx) + db-wait-breach (db-idx))
              is less than rule-sustain
              go to End-Advise-Locklist.
           if db-locklist (db-idx) not greater than 0
              move "    LOCKLIST is not a fixed size -- not proposed"
                 to rpt-line
              perform Write-Advice-Line thru End-Write-Advice-Line
              go to End-Advise-Locklist.

           move "LOCKLIST" to prop-token.
           move db-locklist (db-idx) to prop-current.
           compute prop-value = prop-current +
              ((prop-current * rule-lock-step) / 100).
           if prop-value not greater than prop-current
              compute prop-value = prop-current + 1.
           perform Propose-Value thru End-Propose-Value.
       End-Advise-Locklist. exit.

       Advise-Logprimary.
           move db-log-rows (db-idx) to num-disp.
           move db-sec-breach (db-idx) to num-disp2.
           move db-max-second (db-idx) to num-disp3.
           move spaces to rpt-line.
           string "  logging   : " delimited by size
                  num-disp          delimited by size
                  " sample(s),"     delimited by size
                  num-disp2         delimited by size
                  " with secondary logs, peak" delimited by size
                  num-disp3         delimited by size
                  into rpt-line.
           if db-log-rows (db-idx) equal 0
              move "  logging   : no samples in the window" to rpt-line.
           perform Write-Advice-Line thru End-Write-Advice-Line.

           if db-sec-breach (db-idx) is less than rule-sustain
              go to End-Advise-Logprimary.

           move "LOGPRIMARY" to prop-token.
           move db-logprimary (db-idx) to prop-current.
           compute prop-value = prop-current + db-max-second (db-idx).
           if prop-value not greater than prop-current
              compute prop-value = prop-current + 1.
           perform Propose-Value thru End-Propose-Value.
       End-Advise-Logprimary. exit.

      ***********************************************************************
      * Propose-Value holds prop-value inside the token's DBCONF.POL
      * range (and LOGPRIMARY inside LOGSUM-MAX) and adds it to the
      * change set -- unless the guardrails leave no room above the
      * current value, which is reported instead.
      ***********************************************************************
       Propose-Value.
           move spaces to prop-note.
           perform Clamp-One-Guard thru End-Clamp-One-Guard
               varying guard-idx from 1 by 1
               until guard-idx is greater than guard-count.
           if prop-token equal "LOGPRIMARY"
              and logsum-max is greater than 0
              and (prop-value + db-logsecond (db-idx))
                  is greater than logsum-max
              compute prop-value = logsum-max - db-logsecond (db-idx)
              move "held to the LOGSUM-MAX ceiling" to prop-note.

           move prop-current to num-disp.
           move spaces to rpt-line.
           if prop-value not greater than prop-current
              string "    "        delimited by size
                     prop-token    delimited by space
                     " stays at"   delimited by size
                     num-disp      delimited by size
                     " -- DBCONF.POL leaves no room" delimited by size
                     into rpt-line
              perform Write-Advice-Line thru End-Write-Advice-Line
              go to End-Propose-Value.

           move prop-value to num-disp2.
           string "    PROPOSE "   delimited by size
                  prop-token       delimited by space
                  num-disp         delimited by size
                  " ->"            delimited by size
                  num-disp2        delimited by size
                  "  "             delimited by size
                  prop-note        delimited by size
                  into rpt-line.
           perform Write-Advice-Line thru End-Write-Advice-Line.

           add 1 to new-count.
           add 1 to proposed-count.
           move prop-token to new-token (new-count).
           move prop-value to prop-digits.
           move prop-digits to new-value (new-count).
       End-Propose-Value. exit.

       Clamp-One-Guard.
           if gt-token-name (guard-idx) not equal prop-token
              go to End-Clamp-One-Guard.
           if prop-value is greater than gt-max (guard-idx)
              move gt-max (guard-idx) to prop-value
              move "held to the DBCONF.POL maximum" to prop-note.
           if prop-value is less than gt-min (guard-idx)
              move gt-min (guard-idx) to prop-value.
       End-Clamp-One-Guard. exit.

      ***********************************************************************
      * Place-Change-Set writes the proposals to <database>.TUN and
      * queues them for approval.  A set identical to the one already
      * queued is left alone; a changed set replaces it, and an
      * approval or rejection given to the earlier set is used up here
      * so the new set is judged on its own.  A database with nothing
      * to propose has any unapplied set withdrawn.
      ***********************************************************************
       Place-Change-Set.
           perform Name-Set-File thru End-Name-Set-File.

           if new-count equal 0
              move "  no change proposed" to rpt-line
              perform Write-Advice-Line thru End-Write-Advice-Line
              if db-set-state (db-idx) equal "OPEN"
                 open output set-file
                 close set-file
                 move "  the earlier unapplied set is withdrawn"
                    to rpt-line
                 perform Write-Advice-Line thru End-Write-Advice-Line
              end-if
              go to End-Place-Change-Set.

           if db-set-state (db-idx) equal "OPEN"
              perform Compare-With-Old thru End-Compare-With-Old
              if same-sw equal "Y"
                 move "  same set already queued -- awaiting approval"
                    to rpt-line
                 perform Write-Advice-Line thru End-Write-Advice-Line
                 go to End-Place-Change-Set
              end-if
           end-if.

           open output set-file.
           move spaces to set-rec.
           move "* PROPOSED" to cs-token-name.
           move now-stamp to cs-value-text.
           write set-rec.
           perform Write-One-Proposal thru End-Write-One-Proposal
               varying new-idx from 1 by 1
               until new-idx is greater than new-count.
           close set-file.

           perform Queue-For-Approval thru End-Queue-For-Approval.
           if APR-STATUS equal "APPROVED"
              or APR-STATUS equal "REJECTED"
              perform Queue-For-Approval thru End-Queue-For-Approval.

           move spaces to rpt-line.
           string "  change set "   delimited by size
                  set-file-name     delimited by space
                  " written -- approval " delimited by size
                  APR-STATUS        delimited by space
                  into rpt-line.
           perform Write-Advice-Line thru End-Write-Advice-Line.
       End-Place-Change-Set. exit.

       Compare-With-Old.
           move "Y" to same-sw.
           if db-old-count (db-idx) not equal new-count
              move "N" to same-sw
              go to End-Compare-With-Old.
           perform Compare-One-Line thru End-Compare-One-Line
               varying new-idx from 1 by 1
               until new-idx is greater than new-count.
       End-Compare-With-Old. exit.

       Compare-One-Line.
           if db-old-token (db-idx, new-idx)
                 not equal new-token (new-idx)
              or db-old-value (db-idx, new-idx)
                 not equal new-value (new-idx)
              move "N" to same-sw.
       End-Compare-One-Line. exit.

       Write-One-Proposal.
           move spaces to set-rec.
           move new-token (new-idx) to cs-token-name.
           move new-value (new-idx) to cs-value-text.
           write set-rec.
       End-Write-One-Proposal. exit.

       Queue-For-Approval.
           move "tuneadv" to APR-REQUESTER.
           move "APPLY TUNING SET" to APR-ACTION.
           move db-name (db-idx) to APR-TARGET.
           call "apprq" using APPRQ-AREA.
           if APR-STATUS equal "QUEUED"
              add 1 to queued-count.
       End-Queue-For-Approval. exit.

      * each report line is also shown, as the other advisors do
       Write-Advice-Line.
           display rpt-line (1:79).
           move rpt-line to RPTW-LINE.
           move "W" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Advice-Line. exit.
