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
      ** SOURCE FILE NAME: swlevel.cbl
      **
      ** SAMPLE: DB2 software level and end-of-support report
      **
      **         "Which instances are behind the fix pack security
      **         asked for" used to take a week of logins.  dbinst.cbl
      **         now records in DBINST.INV the product level each
      **         instance answers its attach with -- the SQLvvrrm
      **         signature: version, release, and the modification
      **         level the fix packs advance.  SUPLEVEL.CTL holds, per
      **         release, the level the site wants every instance at
      **         and the vendor's end-of-support date:
      **
      **           SQL1105  SQL11059  20300430  V11.5
      **           SQL1101  SQL11016  20250430  V11.1
      **
      **         (release, target level, end of support yyyymmdd, and
      **         a free label; "**" lines are comments).  The report
      **         lists every inventoried instance twice: ranked by how
      **         many modification levels it is behind its target, and
      **         ranked by how soon its release goes out of support.
      **         An instance whose release leaves support within 180
      **         days raises a WARNING through alertq.cbl, and one
      **         already past it a CRITICAL.  An instance with no level
      **         on record (inventoried before the level was captured)
      **         or on a release SUPLEVEL.CTL does not name is listed
      **         at the foot of both rankings.
      **
      ** INPUT FILES:  DBINST.INV   (instance inventory, from dbinst)
      **               SUPLEVEL.CTL (target level and end of support)
      ** OUTPUT FILES: SWLEVEL.RPT  (ranked report, via rptwrite)
      **               ALERTQ.DAT   (support warnings, via alertq.cbl)
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
       Program-Id. "swlevel".

       Environment Division.
       Input-Output Section.
       File-Control.
           select inventory-file assign to "DBINST.INV"
               organization is line sequential
               file status is inv-fs.
           select support-file assign to "SUPLEVEL.CTL"
               organization is line sequential
               file status is support-fs.

       Data Division.
       File Section.
       FD  inventory-file.
       01  inventory-rec.
           05 iv-instance      pic x(18).
           05 filler           pic x.
           05 iv-maxagents     pic 9(9).
           05 filler           pic x.
           05 iv-numdb         pic s9(4) sign is leading separate.
           05 filler           pic x.
           05 iv-maxcagents    pic 9(9).
           05 filler           pic x.
           05 iv-poolagents    pic 9(9).
           05 filler           pic x.
           05 iv-rqrioblk      pic 9(9).
           05 filler           pic x.
           05 iv-level         pic x(8).

       FD  support-file.
       01  support-rec.
           05 sl-release      pic x(7).
           05 filler          pic x(2).
           05 sl-target       pic x(8).
           05 filler          pic x(2).
           05 sl-eos          pic x(8).
           05 filler          pic x(2).
           05 sl-label        pic x(12).

       Working-Storage Section.

       copy "sqlrptw.cbl".
       copy "sqlalert.cbl".
       copy "sqldtsrv.cbl".

      * Local variables
       77 inv-fs              pic xx.
       77 support-fs          pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

      * the support policy, one line per release
       77 support-count       pic 9(4) comp-5 value 0.
       01 support-table.
          05 support-entry occurs 30 times.
             10 st-release    pic x(7).
             10 st-target     pic x(8).
             10 st-eos        pic x(8).
             10 st-label      pic x(12).

      * one row per inventoried instance, judged against its release
       77 level-count         pic 9(4) comp-5 value 0.
       01 level-table.
          05 level-entry occurs 100 times.
             10 lt-instance   pic x(18).
             10 lt-level      pic x(8).
             10 lt-target     pic x(8).
             10 lt-eos        pic x(8).
             10 lt-label      pic x(12).
             10 lt-behind     pic s9(4) comp-5.
             10 lt-days       pic s9(9) comp-5.
             10 lt-verdict    pic x(12).
       01 swap-entry.
          05 filler           pic x(18).
          05 filler           pic x(8).
          05 filler           pic x(8).
          05 filler           pic x(8).
          05 filler           pic x(12).
          05 filler           pic s9(4) comp-5.
          05 filler           pic s9(9) comp-5.
          05 filler           pic x(12).

       77 tbl-idx             pic 9(4) comp-5.
       77 scan-idx            pic 9(4) comp-5.
       77 sort-idx            pic 9(4) comp-5.
       77 high-idx            pic 9(4) comp-5.
       77 found-sw            pic x.
           88 entry-found         value "Y".

      * ranking: by levels behind target, or by days left in support;
      * an instance with nothing to judge sorts below every other
       77 rank-by             pic x.
           88 rank-by-behind      value "B".
           88 rank-by-support     value "S".
       77 no-behind           pic s9(4) comp-5 value -1.
       77 no-days             pic s9(9) comp-5 value 999999999.
       77 warn-days           pic s9(9) comp-5 value 180.

      * modification digits of the running and target levels
       77 level-mod           pic 9.
       77 target-mod          pic 9.

       77 now-date            pic 9(8).
       77 now-ts              pic x(17).
       77 current-count       pic 9(4) comp-5 value 0.
       77 behind-count        pic 9(4) comp-5 value 0.
       77 warn-count          pic 9(4) comp-5 value 0.
       77 unsupported-count   pic 9(4) comp-5 value 0.
       77 unjudged-count      pic 9(4) comp-5 value 0.

       77 behind-disp         pic z(3)9.
       77 days-disp           pic -(8)9.
       77 count-disp          pic z(3)9.
       01 rpt-line            pic x(132).

       Procedure Division.
       swlevel-pgm section.

           display "Sample COBOL Program : SWLEVEL.CBL".

           accept now-date from date yyyymmdd.
           move spaces to now-ts.
           string now-date   delimited by size
                  "-00000000" delimited by size
                  into now-ts.

           perform Load-Support thru End-Load-Support.
           perform Load-Levels thru End-Load-Levels.
           if level-count equal 0
              display "DBINST.INV has no instances -- run dbinst's ",
                 "batch attach first"
              go to end-swlevel.

           perform Judge-One-Instance thru End-Judge-One-Instance
               varying tbl-idx from 1 by 1
               until tbl-idx is greater than level-count.

           move "O" to RPTW-FUNCTION.
           move "SWLEVEL.RPT" to RPTW-FILE-NAME.
           move spaces to RPTW-TITLE.
           string "DB2 SOFTWARE LEVEL AND END OF SUPPORT AS OF "
                     delimited by size
                  now-date delimited by size
                  into RPTW-TITLE.
           move "  INSTANCE            LEVEL     TARGET    BEHIND  RELEA
      -         "SE       END OF SUPPORT  DAYS LEFT  VERDICT"
              to RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           move "  --- ranked by levels behind target ---" to rpt-line.
           perform Write-Level-Line thru End-Write-Level-Line.
           move "B" to rank-by.
           perform Rank-Instances thru End-Rank-Instances.
           perform Print-One-Instance thru End-Print-One-Instance
               varying tbl-idx from 1 by 1
               until tbl-idx is greater than level-count.

           move spaces to rpt-line.
           perform Write-Level-Line thru End-Write-Level-Line.
           move "  --- ranked by end of support ---" to rpt-line.
           perform Write-Level-Line thru End-Write-Level-Line.
           move "S" to rank-by.
           perform Rank-Instances thru End-Rank-Instances.
           perform Print-One-Instance thru End-Print-One-Instance
               varying tbl-idx from 1 by 1
               until tbl-idx is greater than level-count.

           perform Print-Totals thru End-Print-Totals.

           move "C" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.

           display " ".
           display current-count, " current, ", behind-count,
              " behind target, ", warn-count,
              " near end of support, ", unsupported-count,
              " out of support -- see SWLEVEL.RPT".

       end-swlevel. stop run.

      ***********************************************************************
      * Load-Support reads SUPLEVEL.CTL.  A line whose end-of-support
      * date is not a date is ignored with a message rather than
      * judged against a made-up date.
      ***********************************************************************
       Load-Support.
           open input support-file.
           if support-fs equal "35"
              display "SUPLEVEL.CTL not found -- every instance is ",
                 "listed without a target"
              go to End-Load-Support.

           move "N" to file-eof.
           perform Load-One-Support thru End-Load-One-Support
               until no-more-records.
           close support-file.
           move "N" to file-eof.
       End-Load-Support. exit.

       Load-One-Support.
           read support-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Support
           end-read.

           if sl-release equal spaces
              or support-rec (1:2) equal "**"
              go to End-Load-One-Support.
           if sl-eos not numeric
              display "SUPLEVEL.CTL entry for ", sl-release,
                 " has no end-of-support date -- entry ignored"
              go to End-Load-One-Support.

           if support-count is less than 30
              add 1 to support-count
              move sl-release to st-release (support-count)
              move sl-target  to st-target (support-count)
              move sl-eos     to st-eos (support-count)
              move sl-label   to st-label (support-count).
       End-Load-One-Support. exit.

       Load-Levels.
           open input inventory-file.
           if inv-fs equal "35"
              go to End-Load-Levels.

           move "N" to file-eof.
           perform Load-One-Level thru End-Load-One-Level
               until no-more-records.
           close inventory-file.
           move "N" to file-eof.
       End-Load-Levels. exit.

       Load-One-Level.
           read inventory-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Level
           end-read.

           if iv-instance equal spaces
              go to End-Load-One-Level.
           if level-count is less than 100
              add 1 to level-count
              move iv-instance to lt-instance (level-count)
              move iv-level    to lt-level (level-count).
       End-Load-One-Level. exit.

      ***********************************************************************
      * Judge-One-Instance finds the instance's release (the first
      * seven bytes of its level) in the support policy, counts the
      * modification levels it is behind the target, and the days
      * left before its release leaves support.
      ***********************************************************************
       Judge-One-Instance.
           move spaces to lt-target (tbl-idx).
           move spaces to lt-eos (tbl-idx).
           move spaces to lt-label (tbl-idx).
           move no-behind to lt-behind (tbl-idx).
           move no-days to lt-days (tbl-idx).

           if lt-level (tbl-idx) equal spaces
              move "NO LEVEL" to lt-verdict (tbl-idx)
              add 1 to unjudged-count
              go to End-Judge-One-Instance.

           move "N" to found-sw.
           perform Match-One-Release thru End-Match-One-Release
               varying scan-idx from 1 by 1
               until scan-idx is greater than support-count
                  or entry-found.
           if not entry-found
              move "NOPOLICY" to lt-verdict (tbl-idx)
              add 1 to unjudged-count
              go to End-Judge-One-Instance.
           subtract 1 from scan-idx.

           move st-target (scan-idx) to lt-target (tbl-idx).
           move st-eos (scan-idx)    to lt-eos (tbl-idx).
           move st-label (scan-idx)  to lt-label (tbl-idx).

           move 0 to lt-behind (tbl-idx).
           if lt-level (tbl-idx) (8:1) numeric
              and lt-target (tbl-idx) (8:1) numeric
              move lt-level (tbl-idx) (8:1) to level-mod
              move lt-target (tbl-idx) (8:1) to target-mod
              if target-mod is greater than level-mod
                 compute lt-behind (tbl-idx) = target-mod - level-mod
              end-if
           end-if.

           move now-ts to DT-FROM-TS.
           move spaces to DT-TO-TS.
           string lt-eos (tbl-idx) delimited by size
                  "-00000000"      delimited by size
                  into DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           if DT-VALID-SW equal "Y"
              compute lt-days (tbl-idx) rounded = DT-MINUTES / 1440.

           if lt-days (tbl-idx) is less than 0
              move "UNSUPPORTED" to lt-verdict (tbl-idx)
              add 1 to unsupported-count
              move "CRITICAL" to ALERT-SEVERITY
              perform Raise-Support thru End-Raise-Support
              go to End-Judge-One-Instance.
           if lt-days (tbl-idx) is not greater than warn-days
              move "EOS-SOON" to lt-verdict (tbl-idx)
              add 1 to warn-count
              move "WARNING" to ALERT-SEVERITY
              perform Raise-Support thru End-Raise-Support
              go to End-Judge-One-Instance.
           if lt-behind (tbl-idx) is greater than 0
              move "BEHIND" to lt-verdict (tbl-idx)
              add 1 to behind-count
           else
              move "CURRENT" to lt-verdict (tbl-idx)
              add 1 to current-count.
       End-Judge-One-Instance. exit.

       Match-One-Release.
           if st-release (scan-idx) equal lt-level (tbl-idx) (1:7)
              move "Y" to found-sw.
       End-Match-One-Release. exit.

       Raise-Support.
           move "swlevel" to ALERT-SOURCE.
           move spaces to ALERT-KEY.
           string lt-instance (tbl-idx) delimited by space
                  " EOS"                 delimited by size
                  into ALERT-KEY.
           move lt-days (tbl-idx) to days-disp.
           move spaces to ALERT-TEXT.
           if lt-days (tbl-idx) is less than 0
              string lt-instance (tbl-idx) delimited by space
                     " runs "             delimited by size
                     lt-level (tbl-idx)   delimited by size
                     ", out of support since " delimited by size
                     lt-eos (tbl-idx)     delimited by size
                     into ALERT-TEXT
           else
              string lt-instance (tbl-idx) delimited by space
                     " runs "             delimited by size
                     lt-level (tbl-idx)   delimited by size
                     ", support ends "    delimited by size
                     lt-eos (tbl-idx)     delimited by size
                     " ("                 delimited by size
                     days-disp            delimited by size
                     " days)"             delimited by size
                     into ALERT-TEXT.
           call "alertq" using ALERT-AREA.
       End-Raise-Support. exit.

      ***********************************************************************
      * Rank-Instances orders the table worst first -- by levels
      * behind (then days left) or by days left (then levels behind),
      * as rank-by asks.
      ***********************************************************************
       Rank-Instances.
           perform Rank-One-Slot thru End-Rank-One-Slot
               varying tbl-idx from 1 by 1
               until tbl-idx is not less than level-count.
       End-Rank-Instances. exit.

       Rank-One-Slot.
           move tbl-idx to high-idx.
           compute sort-idx = tbl-idx + 1.
           perform Find-Worse-Instance thru End-Find-Worse-Instance
               varying sort-idx from sort-idx by 1
               until sort-idx is greater than level-count.

           if high-idx not equal tbl-idx
              move level-entry (tbl-idx) to swap-entry
              move level-entry (high-idx) to level-entry (tbl-idx)
              move swap-entry to level-entry (high-idx).
       End-Rank-One-Slot. exit.

       Find-Worse-Instance.
           if rank-by-behind
              if lt-behind (sort-idx) is greater than
                    lt-behind (high-idx)
                 or (lt-behind (sort-idx) equal lt-behind (high-idx)
                    and lt-days (sort-idx) is less than
                       lt-days (high-idx))
                 move sort-idx to high-idx
              end-if
           else
              if lt-days (sort-idx) is less than lt-days (high-idx)
                 or (lt-days (sort-idx) equal lt-days (high-idx)
                    and lt-behind (sort-idx) is greater than
                       lt-behind (high-idx))
                 move sort-idx to high-idx
              end-if
           end-if.
       End-Find-Worse-Instance. exit.

       Print-One-Instance.
           move spaces to rpt-line.
           if lt-verdict (tbl-idx) equal "NO LEVEL"
              or lt-verdict (tbl-idx) equal "NOPOLICY"
              string "  "                  delimited by size
                     lt-instance (tbl-idx) delimited by size
                     "  "                  delimited by size
                     lt-level (tbl-idx)    delimited by size
                     "  "                  delimited by size
                     lt-verdict (tbl-idx)  delimited by size
                     into rpt-line
              perform Write-Level-Line thru End-Write-Level-Line
              go to End-Print-One-Instance.

           move lt-behind (tbl-idx) to behind-disp.
           move lt-days (tbl-idx) to days-disp.
           string "  "                  delimited by size
                  lt-instance (tbl-idx) delimited by size
                  "  "                  delimited by size
                  lt-level (tbl-idx)    delimited by size
                  "  "                  delimited by size
                  lt-target (tbl-idx)   delimited by size
                  "  "                  delimited by size
                  behind-disp           delimited by size
                  "    "                delimited by size
                  lt-label (tbl-idx)    delimited by size
                  " "                   delimited by size
                  lt-eos (tbl-idx)      delimited by size
                  "  "                  delimited by size
                  days-disp             delimited by size
                  "  "                  delimited by size
                  lt-verdict (tbl-idx)  delimited by size
                  into rpt-line.
           if lt-verdict (tbl-idx) equal "UNSUPPORTED"
              or lt-verdict (tbl-idx) equal "EOS-SOON"
              move "**" to rpt-line (1:2).
           perform Write-Level-Line thru End-Write-Level-Line.
       End-Print-One-Instance. exit.

       Print-Totals.
           move spaces to rpt-line.
           perform Write-Level-Line thru End-Write-Level-Line.
           move current-count to count-disp.
           move spaces to rpt-line.
           string "  current              :" delimited by size
                  count-disp                 delimited by size
                  into rpt-line.
           perform Write-Level-Line thru End-Write-Level-Line.
           move behind-count to count-disp.
           move spaces to rpt-line.
           string "  behind target        :" delimited by size
                  count-disp                 delimited by size
                  into rpt-line.
           perform Write-Level-Line thru End-Write-Level-Line.
           move warn-count to count-disp.
           move spaces to rpt-line.
           string "  support ends soon    :" delimited by size
                  count-disp                 delimited by size
                  into rpt-line.
           perform Write-Level-Line thru End-Write-Level-Line.
           move unsupported-count to count-disp.
           move spaces to rpt-line.
           string "  out of support       :" delimited by size
                  count-disp                 delimited by size
                  into rpt-line.
           perform Write-Level-Line thru End-Write-Level-Line.
           move unjudged-count to count-disp.
           move spaces to rpt-line.
           string "  no level or policy   :" delimited by size
                  count-disp                 delimited by size
                  into rpt-line.
           perform Write-Level-Line thru End-Write-Level-Line.
       End-Print-Totals. exit.

       Write-Level-Line.
           move rpt-line to RPTW-LINE.
           move "W" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Level-Line. exit.
