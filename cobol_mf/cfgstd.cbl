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
      ** SOURCE FILE NAME: cfgstd.cbl
      **
      ** SAMPLE: Configuration standards compliance by criticality tier
      **
      **         cfgdrift.cbl compares a database with its own saved
      **         baseline, so a database that was wrong from the day
      **         it was built never shows drift.  CFGSTD.CTL holds the
      **         site's configuration standard per criticality tier:
      **         for each database configuration token (dbconf.cbl's
      **         token names) the lowest and highest value allowed --
      **         the same value in both columns for an exact value,
      **         999999999 as the highest for a floor alone.  Lines
      **         read:
      **
      **           1        LOGPRIMARY   000000010 999999999
      **           1        LOCKLIST     000001000 999999999
      **           2        DFT_DEGREE   000000001 000000001
      **
      **         The sweep reads the live configuration of every
      **         database in the SITEPARM.CFG list, looks up its tier
      **         in DBOWNER.CTL, and reports each token outside its
      **         tier's standard.  A database with no tier on file is
      **         reported UNCLASSIFIED; one whose tier has no standard
      **         lines, NO STANDARD.  The page closes with each tier's
      **         compliance -- the percentage of its databases wholly
      **         in standard, and of its token checks passed -- for
      **         the management pack.  The run ends with return code 4
      **         when anything is out of standard.
      **
      ** DB2 APIs USED:
      **         sqlgxdb  -- GET DATABASE CONFIGURATION
      **         sqlgaddr -- GET ADDRESS
      **
      ** INPUT FILES:  SITEPARM.CFG (database list, via siteparm)
      **               DBOWNER.CTL  (criticality tier per database)
      **               CFGSTD.CTL   (configuration standard per tier)
      ** OUTPUT FILE:  CFGSTD.RPT   (compliance report, via rptwrite)
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
       Program-Id. "cfgstd".

       Environment Division.
       Input-Output Section.
       File-Control.
           select owner-file assign to "DBOWNER.CTL"
               organization is line sequential
               file status is owner-fs.
           select standard-file assign to "CFGSTD.CTL"
               organization is line sequential
               file status is standard-fs.

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

       FD  standard-file.
       01  standard-rec.
           05 sd-tier         pic x(8).
           05 filler          pic x.
           05 sd-token-name   pic x(12).
           05 filler          pic x.
           05 sd-min          pic 9(9).
           05 filler          pic x.
           05 sd-max          pic 9(9).

       Working-Storage Section.

       copy "sqlutil.cbl".
       copy "sqlca.cbl".
       copy "sqlsitep.cbl".
       copy "sqlrptw.cbl".

      * Local variables
       77 rc                  pic s9(9) comp-5.
       77 owner-fs            pic xx.
       77 standard-fs         pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

      * the 8 database tokens in dbconf.cbl's token-name order
       01 token-names.
          05 filler pic x(12) value "LOCKLIST".
          05 filler pic x(12) value "BUFF_PAGE".
          05 filler pic x(12) value "MAXFILOP".
          05 filler pic x(12) value "SOFTMAX".
          05 filler pic x(12) value "LOGFILSIZ".
          05 filler pic x(12) value "LOGPRIMARY".
          05 filler pic x(12) value "LOGSECOND".
          05 filler pic x(12) value "DFT_DEGREE".
       01 token-name-table redefines token-names.
          05 token-name occurs 8 times pic x(12).
       01 live-values.
          05 live-value occurs 8 times pic s9(9) comp-5.

      * the criticality tier of each owned database
       77 owner-count         pic 9(4) comp-5 value 0.
       01 owner-table.
          05 owner-entry occurs 100 times.
             10 ot-dbname     pic x(18).
             10 ot-crit       pic x(8).

      * the standard, one line per tier and token
       77 standard-count      pic 9(4) comp-5 value 0.
       01 standard-table.
          05 standard-entry occurs 100 times.
             10 st-tier       pic x(8).
             10 st-token-idx  pic 9(4) comp-5.
             10 st-min        pic s9(9) comp-5.
             10 st-max        pic s9(9) comp-5.

      * the per-tier tally printed at the foot of the page
       77 tally-count         pic 9(4) comp-5 value 0.
       01 tally-table.
          05 tally-entry occurs 20 times.
             10 ty-tier       pic x(8).
             10 ty-dbs        pic 9(4) comp-5.
             10 ty-compliant  pic 9(4) comp-5.
             10 ty-checks     pic 9(6) comp-5.
             10 ty-passed     pic 9(6) comp-5.

       77 db-idx              pic 9(4) comp-5.
       77 scan-idx            pic 9(4) comp-5.
       77 tally-idx           pic 9(4) comp-5.
       77 token-idx           pic 9(4) comp-5.
       77 found-sw            pic x.
           88 entry-found         value "Y".

      * the judgement of one database
       77 row-tier            pic x(8).
       77 row-checks          pic 9(4) comp-5.
       77 row-out             pic 9(4) comp-5.
       77 unclassified-count  pic 9(4) comp-5 value 0.
       77 unreadable-count    pic 9(4) comp-5 value 0.
       77 nostandard-count    pic 9(4) comp-5 value 0.
       77 out-count           pic 9(4) comp-5 value 0.
       77 compliant-count     pic 9(4) comp-5 value 0.

       77 live-disp           pic -(9)9.
       77 min-disp            pic z(8)9.
       77 max-disp            pic z(8)9.
       77 count-disp          pic z(3)9.
       77 count-disp2         pic z(3)9.
       77 check-disp          pic z(5)9.
       77 check-disp2         pic z(5)9.
       77 pct-work            pic 9(3)v9.
       77 pct-disp            pic zz9.9.
       77 pct-disp2           pic zz9.9.
       77 now-date            pic 9(8).
       01 rpt-line            pic x(132).

      * variables for GET DATABASE CONFIGURATION
       77 cfg-dbname          pic x(8).
       77 cfg-dbname-len      pic s9(4) comp-5 value 0.
       77 db-listnumber       pic s9(4) comp-5 value 8.
       77 locklist            pic s9(4) comp-5.
       77 buff-page           pic 9(9)  comp-5.
       77 maxfilop            pic s9(4) comp-5.
       77 softmax             pic s9(4) comp-5.
       77 logfilsiz           pic s9(9) comp-5.
       77 logprimary          pic s9(4) comp-5.
       77 logsecond           pic s9(4) comp-5.
       77 dft-degree          pic s9(4) comp-5.
       01 db-tokenlist.
          05 db-tokens occurs 8 times.
             10 db-token      pic 9(4) comp-5.
             $IF P64 SET
                 10 filler    pic x(6).
             $ELSE
                 10 filler    pic x(2).
             $END
             10 db-tokenptr   usage is pointer.

       Procedure Division.
       cfgstd-pgm section.

           display "Sample COBOL Program : CFGSTD.CBL".

           call "siteparm" using SITEPARM-AREA.
           if SITE-DB-COUNT equal 0
              display "no site parameter database list -- nothing ",
                 "to sweep"
              go to end-cfgstd.

           accept now-date from date yyyymmdd.

           perform Load-Owners thru End-Load-Owners.
           perform Load-Standard thru End-Load-Standard.
           if standard-count equal 0
              display "CFGSTD.CTL holds no standard -- nothing to ",
                 "judge against"
              go to end-cfgstd.

           perform Set-Token-Addresses thru End-Set-Token-Addresses.

           move "O" to RPTW-FUNCTION.
           move "CFGSTD.RPT" to RPTW-FILE-NAME.
           move spaces to RPTW-TITLE.
           string "CONFIGURATION STANDARDS COMPLIANCE AS OF "
                     delimited by size
                  now-date delimited by size
                  into RPTW-TITLE.
           move "  DATABASE            TIER      TOKEN              LIVE
      -         "    STANDARD" to RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           perform Judge-One-Database thru End-Judge-One-Database
               varying db-idx from 1 by 1
               until db-idx is greater than SITE-DB-COUNT.

           perform Print-Tier-Tally thru End-Print-Tier-Tally.

           move "C" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.

           display " ".
           display compliant-count, " in standard, ", out-count,
              " out of standard, ", unclassified-count,
              " unclassified -- see CFGSTD.RPT".

           if out-count is greater than 0
              move 4 to RETURN-CODE.

       end-cfgstd. stop run.

       Load-Owners.
           open input owner-file.
           if owner-fs equal "35"
              display "DBOWNER.CTL not found -- every database is ",
                 "UNCLASSIFIED"
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
      * Load-Standard reads CFGSTD.CTL, dropping any line that names a
      * token dbconf.cbl does not track or carries a non-numeric
      * limit, with a message, rather than judging against it.
      ***********************************************************************
       Load-Standard.
           open input standard-file.
           if standard-fs equal "35"
              go to End-Load-Standard.

           move "N" to file-eof.
           perform Load-One-Standard thru End-Load-One-Standard
               until no-more-records.
           close standard-file.
           move "N" to file-eof.
       End-Load-Standard. exit.

       Load-One-Standard.
           read standard-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Standard
           end-read.

           if sd-tier equal spaces
              or sd-tier (1:1) equal "*"
              go to End-Load-One-Standard.
           if sd-min not numeric or sd-max not numeric
              display "CFGSTD.CTL line for tier ", sd-tier, " ",
                 sd-token-name, " has a non-numeric limit -- ignored"
              go to End-Load-One-Standard.

           move 0 to scan-idx.
           perform Match-One-Token-Name thru End-Match-One-Token-Name
               varying token-idx from 1 by 1
               until token-idx is greater than 8.
           if scan-idx equal 0
              display "CFGSTD.CTL names unknown token ", sd-token-name,
                 " -- line ignored"
              go to End-Load-One-Standard.

           if standard-count is less than 100
              add 1 to standard-count
              move sd-tier  to st-tier (standard-count)
              move scan-idx to st-token-idx (standard-count)
              move sd-min   to st-min (standard-count)
              move sd-max   to st-max (standard-count).
       End-Load-One-Standard. exit.

       Match-One-Token-Name.
           if token-name (token-idx) equal sd-token-name
              move token-idx to scan-idx.
       End-Match-One-Token-Name. exit.

       Set-Token-Addresses.
           move SQLF-DBTN-LOCKLIST    to db-token(1).
           move SQLF-DBTN-BUFF-PAGE   to db-token(2).
           move SQLF-DBTN-MAXFILOP    to db-token(3).
           move SQLF-DBTN-SOFTMAX     to db-token(4).
           move SQLF-DBTN-LOGFILSIZ   to db-token(5).
           move SQLF-DBTN-LOGPRIMARY  to db-token(6).
           move SQLF-DBTN-LOGSECOND   to db-token(7).
           move SQLF-DBTN-DFT-DEGREE  to db-token(8).

      **************************
      * GET ADDRESS API called *
      **************************
           call "sqlgaddr" using by reference locklist
                                 by reference db-tokenptr(1)
                           returning rc.
           call "sqlgaddr" using by reference buff-page
                                 by reference db-tokenptr(2)
                           returning rc.
           call "sqlgaddr" using by reference maxfilop
                                 by reference db-tokenptr(3)
                           returning rc.
           call "sqlgaddr" using by reference softmax
                                 by reference db-tokenptr(4)
                           returning rc.
           call "sqlgaddr" using by reference logfilsiz
                                 by reference db-tokenptr(5)
                           returning rc.
           call "sqlgaddr" using by reference logprimary
                                 by reference db-tokenptr(6)
                           returning rc.
           call "sqlgaddr" using by reference logsecond
                                 by reference db-tokenptr(7)
                           returning rc.
           call "sqlgaddr" using by reference dft-degree
                                 by reference db-tokenptr(8)
                           returning rc.
       End-Set-Token-Addresses. exit.

      ***********************************************************************
      * Judge-One-Database checks one site database's live
      * configuration against every standard line for its tier.  A
      * database whose configuration cannot be read is reported and
      * counted against its tier, since it could not be shown to
      * comply.
      ***********************************************************************
       Judge-One-Database.
           perform Find-Tier thru End-Find-Tier.
           if row-tier equal spaces
              add 1 to unclassified-count
              move spaces to rpt-line
              string "  "                  delimited by size
                     SITE-DB-NAME (db-idx) delimited by size
                     "  UNCLASSIFIED -- no tier in DBOWNER.CTL"
                        delimited by size
                     into rpt-line
              perform Write-Std-Line thru End-Write-Std-Line
              go to End-Judge-One-Database.

           move 0 to row-checks.
           perform Count-One-Standard thru End-Count-One-Standard
               varying scan-idx from 1 by 1
               until scan-idx is greater than standard-count.
           if row-checks equal 0
              add 1 to nostandard-count
              move spaces to rpt-line
              string "  "                  delimited by size
                     SITE-DB-NAME (db-idx) delimited by size
                     "  "                  delimited by size
                     row-tier              delimited by size
                     "  NO STANDARD -- tier has no CFGSTD.CTL lines"
                        delimited by size
                     into rpt-line
              perform Write-Std-Line thru End-Write-Std-Line
              go to End-Judge-One-Database.

           perform Find-Tally thru End-Find-Tally.
           if tally-idx equal 0
              go to End-Judge-One-Database.
           add 1 to ty-dbs (tally-idx).

           perform Get-Live-Config thru End-Get-Live-Config.
           if sqlcode is less than 0
              add 1 to unreadable-count
              add 1 to out-count
              add row-checks to ty-checks (tally-idx)
              move sqlcode to live-disp
              move spaces to rpt-line
              string "**"                  delimited by size
                     SITE-DB-NAME (db-idx) delimited by size
                     "  "                  delimited by size
                     row-tier              delimited by size
                     "  NOT CHECKED -- configuration not readable,"
                        delimited by size
                     " sqlcode" delimited by size
                     live-disp delimited by size
                     into rpt-line
              perform Write-Std-Line thru End-Write-Std-Line
              go to End-Judge-One-Database.

           move 0 to row-out.
           perform Check-One-Standard thru End-Check-One-Standard
               varying scan-idx from 1 by 1
               until scan-idx is greater than standard-count.
           add row-checks to ty-checks (tally-idx).
           compute ty-passed (tally-idx) =
              ty-passed (tally-idx) + row-checks - row-out.

           if row-out equal 0
              add 1 to compliant-count
              add 1 to ty-compliant (tally-idx)
              move row-checks to count-disp
              move spaces to rpt-line
              string "  "                  delimited by size
                     SITE-DB-NAME (db-idx) delimited by size
                     "  "                  delimited by size
                     row-tier              delimited by size
                     "  IN STANDARD --"    delimited by size
                     count-disp            delimited by size
                     " token(s) checked"   delimited by size
                     into rpt-line
              perform Write-Std-Line thru End-Write-Std-Line
           else
              add 1 to out-count.
       End-Judge-One-Database. exit.

       Find-Tier.
           move spaces to row-tier.
           perform Match-One-Owner thru End-Match-One-Owner
               varying scan-idx from 1 by 1
               until scan-idx is greater than owner-count.
       End-Find-Tier. exit.

       Match-One-Owner.
           if ot-dbname (scan-idx) equal SITE-DB-NAME (db-idx)
              and ot-crit (scan-idx) not equal spaces
              move ot-crit (scan-idx) to row-tier.
       End-Match-One-Owner. exit.

       Count-One-Standard.
           if st-tier (scan-idx) equal row-tier
              add 1 to row-checks.
       End-Count-One-Standard. exit.

       Get-Live-Config.
           move SITE-DB-NAME (db-idx) to cfg-dbname.
           move 0 to cfg-dbname-len.
           inspect cfg-dbname tallying cfg-dbname-len
              for characters before initial " ".

      **************************************************
      * GET DATABASE CONFIGURATION API called *
      **************************************************
           call "sqlgxdb" using by value     cfg-dbname-len
                                by value     db-listnumber
                                by reference db-tokenlist
                                by reference sqlca
                                by reference cfg-dbname
                           returning rc.
           if sqlcode is less than 0
              go to End-Get-Live-Config.

           move locklist   to live-value(1).
           move buff-page  to live-value(2).
           move maxfilop   to live-value(3).
           move softmax    to live-value(4).
           move logfilsiz  to live-value(5).
           move logprimary to live-value(6).
           move logsecond  to live-value(7).
           move dft-degree to live-value(8).
       End-Get-Live-Config. exit.

       Check-One-Standard.
           if st-tier (scan-idx) not equal row-tier
              go to End-Check-One-Standard.
           move st-token-idx (scan-idx) to token-idx.
           if live-value (token-idx) not less than st-min (scan-idx)
              and live-value (token-idx)
                  not greater than st-max (scan-idx)
              go to End-Check-One-Standard.

           add 1 to row-out.
           move live-value (token-idx) to live-disp.
           move st-min (scan-idx) to min-disp.
           move st-max (scan-idx) to max-disp.
           move spaces to rpt-line.
           if st-min (scan-idx) equal st-max (scan-idx)
              string "**"                  delimited by size
                     SITE-DB-NAME (db-idx) delimited by size
                     "  "                  delimited by size
                     row-tier              delimited by size
                     "  "                  delimited by size
                     token-name (token-idx) delimited by size
                     live-disp             delimited by size
                     "    exactly"         delimited by size
                     min-disp              delimited by size
                     into rpt-line
           else
              if st-max (scan-idx) equal 999999999
                 string "**"                  delimited by size
                        SITE-DB-NAME (db-idx) delimited by size
                        "  "                  delimited by size
                        row-tier              delimited by size
                        "  "                  delimited by size
                        token-name (token-idx) delimited by size
                        live-disp             delimited by size
                        "    at least"        delimited by size
                        min-disp              delimited by size
                        into rpt-line
              else
                 string "**"                  delimited by size
                        SITE-DB-NAME (db-idx) delimited by size
                        "  "                  delimited by size
                        row-tier              delimited by size
                        "  "                  delimited by size
                        token-name (token-idx) delimited by size
                        live-disp             delimited by size
                        "    "                delimited by size
                        min-disp              delimited by size
                        " to"                 delimited by size
                        max-disp              delimited by size
                        into rpt-line.
           perform Write-Std-Line thru End-Write-Std-Line.
       End-Check-One-Standard. exit.

       Find-Tally.
           move "N" to found-sw.
           perform Match-One-Tally thru End-Match-One-Tally
               varying tally-idx from 1 by 1
               until tally-idx is greater than tally-count
                  or entry-found.
           if entry-found
              subtract 1 from tally-idx
              go to End-Find-Tally.

           if tally-count is not less than 20
              move 0 to tally-idx
              go to End-Find-Tally.
           add 1 to tally-count.
           move tally-count to tally-idx.
           move row-tier to ty-tier (tally-idx).
           move 0 to ty-dbs (tally-idx).
           move 0 to ty-compliant (tally-idx).
           move 0 to ty-checks (tally-idx).
           move 0 to ty-passed (tally-idx).
       End-Find-Tally. exit.

       Match-One-Tally.
           if ty-tier (tally-idx) equal row-tier
              move "Y" to found-sw.
       End-Match-One-Tally. exit.

      ***********************************************************************
      * Print-Tier-Tally closes the page with each tier's compliance:
      * databases wholly in standard, and token checks passed, each
      * as a percentage.
      ***********************************************************************
       Print-Tier-Tally.
           move spaces to rpt-line.
           perform Write-Std-Line thru End-Write-Std-Line.
           move "  --- compliance by tier ---" to rpt-line.
           perform Write-Std-Line thru End-Write-Std-Line.

           perform Print-One-Tally thru End-Print-One-Tally
               varying tally-idx from 1 by 1
               until tally-idx is greater than tally-count.

           if unclassified-count is greater than 0
              move unclassified-count to count-disp
              move spaces to rpt-line
              string "  UNCLASSIFIED"     delimited by size
                     count-disp           delimited by size
                     " database(s) with no tier -- not judged"
                        delimited by size
                     into rpt-line
              perform Write-Std-Line thru End-Write-Std-Line.
           if nostandard-count is greater than 0
              move nostandard-count to count-disp
              move spaces to rpt-line
              string "  NO STANDARD "     delimited by size
                     count-disp           delimited by size
                     " database(s) in a tier with no standard"
                        delimited by size
                     into rpt-line
              perform Write-Std-Line thru End-Write-Std-Line.
       End-Print-Tier-Tally. exit.

       Print-One-Tally.
           move 0 to pct-work.
           if ty-dbs (tally-idx) is greater than 0
              compute pct-work rounded =
                 (ty-compliant (tally-idx) * 100) / ty-dbs (tally-idx).
           move pct-work to pct-disp.
           move 0 to pct-work.
           if ty-checks (tally-idx) is greater than 0
              compute pct-work rounded =
                 (ty-passed (tally-idx) * 100) / ty-checks (tally-idx).
           move pct-work to pct-disp2.
           move ty-compliant (tally-idx) to count-disp.
           move ty-dbs (tally-idx) to count-disp2.
           move ty-passed (tally-idx) to check-disp.
           move ty-checks (tally-idx) to check-disp2.

           move spaces to rpt-line.
           string "  tier "              delimited by size
                  ty-tier (tally-idx)    delimited by size
                  count-disp             delimited by size
                  " of"                  delimited by size
                  count-disp2            delimited by size
                  " database(s) in standard " delimited by size
                  pct-disp               delimited by size
                  "%,"                   delimited by size
                  check-disp             delimited by size
                  " of"                  delimited by size
                  check-disp2            delimited by size
                  " token check(s) passed " delimited by size
                  pct-disp2              delimited by size
                  "%"                    delimited by size
                  into rpt-line.
           perform Write-Std-Line thru End-Write-Std-Line.
       End-Print-One-Tally. exit.

       Write-Std-Line.
           move rpt-line to RPTW-LINE.
           move "W" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Std-Line. exit.
