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
      ** SOURCE FILE NAME: cfgasof.cbl
      **
      ** SAMPLE: Point-in-time database configuration reconstruction
      **
      **         "What did this database's configuration look like
      **         last Tuesday?" used to mean reading DBCONF.AUD by eye.
      **         Given a database and a past date, this program
      **         rebuilds the value of every token dbconf.cbl tracks
      **         as it stood at the end of that day: it starts from
      **         the CFGDRIFT.BAS baseline cfgdrift.cbl saves and
      **         replays, in order, every change DBCONF.AUD records
      **         for the database up to that date.  A token the
      **         trail never touched by then, but changed later,
      **         takes the OLD value of that later change -- the
      **         trail's own record of what it was before -- so a
      **         baseline saved after the date cannot mislead.
      **         Periods audarch.cbl has archived are replayed first,
      **         from the SEALED segments AUDARCH.CAT lists, in
      **         catalog order, and then the live file.  A period
      **         whose segment is purged or no longer on file is
      **         named, since changes made in it cannot be replayed.
      **
      **         The as-of values are shown beside the database's
      **         live configuration, with the source of each, and on
      **         request the tokens that differ are written as a
      **         DBCONF.SET change set that would revert the database
      **         to the as-of state.  The revert is not applied here:
      **         it goes through dbconf.cbl's guardrails, audit trail,
      **         and push like any other change set.
      **
      ** DB2 APIs USED:
      **         sqlgxdb  -- GET DATABASE CONFIGURATION
      **         sqlgaddr -- GET ADDRESS
      **
      ** INPUT FILES:  CFGDRIFT.BAS (saved configuration baseline)
      **               DBCONF.AUD   (configuration change audit trail)
      **               AUDARCH.CAT, DBCONF.Annnn (archived periods)
      ** OUTPUT FILE:  DBCONF.SET   (revert change set, on request)
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
       Program-Id. "cfgasof".

       Environment Division.
       Input-Output Section.
       File-Control.
           select baseline-file assign to "CFGDRIFT.BAS"
               organization is line sequential
               file status is baseline-fs.
           select audit-file assign to "DBCONF.AUD"
               organization is line sequential
               file status is audit-fs.
           select change-set-file assign to "DBCONF.SET"
               organization is line sequential.
           select cat-file assign to "AUDARCH.CAT"
               organization is line sequential
               file status is cat-fs.
           select seg-file assign to dynamic seg-name
               organization is line sequential
               file status is seg-fs.

       Data Division.
       File Section.
       FD  baseline-file.
       01  baseline-rec       pic s9(9) sign is leading separate.

      * the DBCONF.AUD line dbconf.cbl's Write-Audit-Record writes
       FD  audit-file.
       01  audit-rec.
           05 au-when         pic x(17).
           05 filler          pic x.
           05 au-dbname       pic x(8).
           05 filler          pic x.
           05 au-token        pic x(12).
           05 filler          pic x.
           05 au-what.
              10 au-old-tag   pic x(4).
              10 au-old-value pic x(10).
              10 au-new-tag   pic x(5).
              10 au-new-value pic x(10).
              10 filler       pic x(11).
           05 filler          pic x(40).

      * the audarch.cbl catalog line, as far as the replay needs it
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

       FD  change-set-file.
       01  change-set-rec.
           05 cs-token-name    pic x(12).
           05 filler           pic x.
           05 cs-value-text    pic x(12).

       Working-Storage Section.

       copy "sqlutil.cbl".
       copy "sqlca.cbl".

      * Local variables
       77 rc                  pic s9(9) comp-5.
       77 errloc              pic x(80).
       77 baseline-fs         pic xx.
       77 audit-fs            pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

      * archived periods of the trail (audarch.cbl)
       77 cat-fs              pic xx.
       77 seg-fs              pic xx.
       77 seg-name            pic x(14).
       77 cat-eof             pic x.
           88 no-more-segments    value "Y".
       77 seg-eof             pic x.
           88 no-more-seg-records value "Y".
       77 seg-replayed-count  pic 9(4) comp-5 value 0.

      * the 8 database tokens in dbconf.cbl's token-name order -- items
      * 6 to 13 of cfgdrift.cbl's baseline
       01 value-names.
          05 filler pic x(12) value "LOCKLIST".
          05 filler pic x(12) value "BUFF_PAGE".
          05 filler pic x(12) value "MAXFILOP".
          05 filler pic x(12) value "SOFTMAX".
          05 filler pic x(12) value "LOGFILSIZ".
          05 filler pic x(12) value "LOGPRIMARY".
          05 filler pic x(12) value "LOGSECOND".
          05 filler pic x(12) value "DFT_DEGREE".
       01 value-name-table redefines value-names.
          05 value-name occurs 8 times pic x(12).

      * per token: the as-of value and where it came from, whether a
      * change at or before the date was replayed, and the live value
       01 asof-table.
          05 asof-entry occurs 8 times.
             10 asof-value    pic s9(9) comp-5.
             10 asof-source   pic x(26).
             10 asof-known-sw pic x.
             10 asof-replayed-sw pic x.
             10 later-seen-sw pic x.
       01 live-values.
          05 live-value occurs 8 times pic s9(9) comp-5.

       77 val-idx             pic 9(4) comp-5.
       77 load-idx            pic 9(4) comp-5.
       77 replay-count        pic 9(4) comp-5 value 0.
       77 diff-count          pic 9(4) comp-5 value 0.
       77 written-count       pic 9(4) comp-5 value 0.
       77 asof-disp           pic -(9)9.
       77 live-disp           pic -(9)9.
       77 set-value-digits    pic 9(9).
       77 set-value-abs       pic s9(9) comp-5.
       77 confirm-sw          pic x.
           88 revert-confirmed    value "Y" "y".

      * parsing the audit trail's edited OLD= and NEW= values
       77 audit-dbname        pic x(8).
       77 value-text          pic x(10).
       77 value-work          pic s9(9) comp-5.
       77 value-negative-sw   pic x.
       77 value-chx           pic 9(4) comp-5.
       77 digit-work          pic 9.

       77 target-dbname       pic x(8).
       77 target-dbname-len   pic s9(4) comp-5 value 0.
       77 asof-date           pic x(8).

      * variables for GET DATABASE CONFIGURATION
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
       cfgasof-pgm section.

           display "Sample COBOL Program : CFGASOF.CBL".

           display "enter the database name : " with no advancing.
           accept target-dbname.
           inspect target-dbname converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect target-dbname tallying target-dbname-len
              for characters before initial " ".
           if target-dbname-len equal 0
              display "no database named -- nothing to rebuild"
              go to end-cfgasof.

           display "rebuild the configuration as of (yyyymmdd) : "
              with no advancing.
           accept asof-date.
           if asof-date not numeric
              display "as-of date must be yyyymmdd"
              go to end-cfgasof.

           perform Load-Baseline thru End-Load-Baseline.
           perform Replay-Audit-Trail thru End-Replay-Audit-Trail.
           perform Get-Live-Config thru End-Get-Live-Config.

           display " ".
           display "--- ", target-dbname, " configuration as of ",
              asof-date, " vs live ---".
           perform Show-One-Value thru End-Show-One-Value
               varying val-idx from 1 by 1
               until val-idx is greater than 8.
           display replay-count, " audited change(s) replayed".

           if diff-count equal 0
              display "the live configuration matches the as-of ",
                 "state -- nothing to revert"
              go to end-cfgasof.

           display " ".
           display "write the differing tokens to DBCONF.SET as a ",
              "revert change set? (Y/N) : " with no advancing.
           accept confirm-sw.
           if not revert-confirmed
              display "no change set written"
              go to end-cfgasof.

           open output change-set-file.
           move spaces to change-set-rec.
           move "* REVERT" to cs-token-name.
           string target-dbname delimited by space
                  " "           delimited by size
                  asof-date     delimited by size
                  into cs-value-text.
           write change-set-rec.
           perform Write-One-Set-Line thru End-Write-One-Set-Line
               varying val-idx from 1 by 1
               until val-idx is greater than 8.
           close change-set-file.

           display written-count, " token(s) written to DBCONF.SET",
              " -- list only ", target-dbname, " in DBCONF.LST and",
              " run dbconf's fleet push to apply".

       end-cfgasof. stop run.

      ***********************************************************************
      * Load-Baseline seeds every token from items 6 to 13 of
      * CFGDRIFT.BAS.  Without a baseline a token is known only once
      * the audit trail speaks for it.
      ***********************************************************************
       Load-Baseline.
           perform Clear-One-Token thru End-Clear-One-Token
               varying val-idx from 1 by 1
               until val-idx is greater than 8.

           open input baseline-file.
           if baseline-fs equal "35"
              display "CFGDRIFT.BAS not found -- tokens the audit ",
                 "trail never changed will show as unknown"
              go to End-Load-Baseline.

           move "N" to file-eof.
           move 0 to load-idx.
           perform Load-One-Baseline thru End-Load-One-Baseline
               until no-more-records or load-idx equal 13.
           close baseline-file.
           move "N" to file-eof.
       End-Load-Baseline. exit.

       Clear-One-Token.
           move 0 to asof-value (val-idx).
           move "unknown" to asof-source (val-idx).
           move "N" to asof-known-sw (val-idx).
           move "N" to asof-replayed-sw (val-idx).
           move "N" to later-seen-sw (val-idx).
       End-Clear-One-Token. exit.

       Load-One-Baseline.
           read baseline-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Baseline
           end-read.
           add 1 to load-idx.
           if load-idx is less than 6
              go to End-Load-One-Baseline.

           compute val-idx = load-idx - 5.
           move baseline-rec to asof-value (val-idx).
           move "baseline" to asof-source (val-idx).
           move "Y" to asof-known-sw (val-idx).
       End-Load-One-Baseline. exit.

      ***********************************************************************
      * Replay-Audit-Trail walks DBCONF.AUD in order.  A change to the
      * database dated on or before the as-of date sets the token to
      * its NEW value; the first later change to a token not yet
      * replayed supplies its OLD value instead.
      ***********************************************************************
       Replay-Audit-Trail.
           perform Replay-Segments thru End-Replay-Segments.

           open input audit-file.
           if audit-fs equal "35"
              if seg-replayed-count equal 0
                 display "DBCONF.AUD not found -- as-of values are ",
                    "the baseline's"
              end-if
              go to End-Replay-Audit-Trail.

           move "N" to file-eof.
           perform Replay-One-Change thru End-Replay-One-Change
               until no-more-records.
           close audit-file.
           move "N" to file-eof.
       End-Replay-Audit-Trail. exit.

       Replay-One-Change.
           read audit-file
               at end
                  move "Y" to file-eof
                  go to End-Replay-One-Change
           end-read.

      * a restarted live file opens with the close of the last
      * archived period; with no archive to replay, changes before
      * it are not on file here
           if au-token equal "CARRY FWD"
              if seg-replayed-count equal 0
                 and au-when (1:8) is greater than asof-date
                 display "*** DBCONF.AUD restarts ", au-when (1:8),
                    " and no archived period was replayed -- earlier",
                    " changes are missing"
              end-if
              go to End-Replay-One-Change.

           perform Replay-Change-Record thru End-Replay-Change-Record.
       End-Replay-One-Change. exit.

      ***********************************************************************
      * Replay-Change-Record applies one audited change, from the live
      * file or an archived segment.
      ***********************************************************************
       Replay-Change-Record.
           if au-when (1:8) not numeric
              or au-old-tag not equal "OLD="
              go to End-Replay-Change-Record.
           move au-dbname to audit-dbname.
           inspect audit-dbname converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if audit-dbname not equal target-dbname
              go to End-Replay-Change-Record.

           move 0 to load-idx.
           perform Match-One-Token thru End-Match-One-Token
               varying val-idx from 1 by 1
               until val-idx is greater than 8.
           if load-idx equal 0
              go to End-Replay-Change-Record.
           move load-idx to val-idx.

           if au-when (1:8) is greater than asof-date
              go to Replay-Later-Change.

           move au-new-value to value-text.
           perform Parse-Audit-Value thru End-Parse-Audit-Value.
           move value-work to asof-value (val-idx).
           move "Y" to asof-known-sw (val-idx).
           move "Y" to asof-replayed-sw (val-idx).
           move spaces to asof-source (val-idx).
           string "changed " delimited by size
                  au-when    delimited by size
                  into asof-source (val-idx).
           add 1 to replay-count.
           go to End-Replay-Change-Record.

       Replay-Later-Change.
           if asof-replayed-sw (val-idx) equal "Y"
              or later-seen-sw (val-idx) equal "Y"
              go to End-Replay-Change-Record.

           move au-old-value to value-text.
           perform Parse-Audit-Value thru End-Parse-Audit-Value.
           move value-work to asof-value (val-idx).
           move "Y" to asof-known-sw (val-idx).
           move "Y" to later-seen-sw (val-idx).
           move spaces to asof-source (val-idx).
           string "before " delimited by size
                  au-when   delimited by size
                  into asof-source (val-idx).
       End-Replay-Change-Record. exit.

      ***********************************************************************
      * Replay-Segments replays the trail's archived periods, in the
      * order AUDARCH.CAT lists them, ahead of the live file.  The
      * segment's header and seal lines are not changes.
      ***********************************************************************
       Replay-Segments.
           open input cat-file.
           if cat-fs equal "35"
              go to End-Replay-Segments.

           move "N" to cat-eof.
           perform Replay-One-Segment thru End-Replay-One-Segment
               until no-more-segments.
           close cat-file.
       End-Replay-Segments. exit.

       Replay-One-Segment.
           read cat-file
               at end
                  move "Y" to cat-eof
                  go to End-Replay-One-Segment
           end-read.
           if ac-log not equal "DBCONF.AUD"
              go to End-Replay-One-Segment.

           if ac-state not equal "SEALED"
              display "*** DBCONF.AUD ", ac-from, " to ", ac-to,
                 " purged on retention -- its changes are not replayed"
              go to End-Replay-One-Segment.

           move ac-segment to seg-name.
           open input seg-file.
           if seg-fs not equal "00"
              display "*** ", ac-segment, " (", ac-from, " to ", ac-to,
                 ") is catalogued but not on file -- its changes are",
                 " not replayed"
              go to End-Replay-One-Segment.

           add 1 to seg-replayed-count.
           move "N" to seg-eof.
           perform Replay-One-Seg-Record thru End-Replay-One-Seg-Record
               until no-more-seg-records.
           close seg-file.
       End-Replay-One-Segment. exit.

       Replay-One-Seg-Record.
           read seg-file
               at end
                  move "Y" to seg-eof
                  go to End-Replay-One-Seg-Record
           end-read.
           if sg-tag equal "*SEGMENT "
              or sg-tag equal "*SEALED  "
              go to End-Replay-One-Seg-Record.

           move seg-rec to audit-rec.
           if au-token equal "CARRY FWD"
              go to End-Replay-One-Seg-Record.
           perform Replay-Change-Record thru End-Replay-Change-Record.
       End-Replay-One-Seg-Record. exit.

       Match-One-Token.
           if value-name (val-idx) equal au-token
              move val-idx to load-idx.
       End-Match-One-Token. exit.

      ***********************************************************************
      * Parse-Audit-Value reads an edited -(9)9 value from the trail:
      * leading spaces, an optional minus, then the digits.
      ***********************************************************************
       Parse-Audit-Value.
           move 0 to value-work.
           move "N" to value-negative-sw.
           perform Parse-One-Audit-Char thru End-Parse-One-Audit-Char
               varying value-chx from 1 by 1
               until value-chx is greater than 10.
           if value-negative-sw equal "Y"
              compute value-work = 0 - value-work.
       End-Parse-Audit-Value. exit.

       Parse-One-Audit-Char.
           if value-text (value-chx:1) equal "-"
              move "Y" to value-negative-sw
              go to End-Parse-One-Audit-Char.
           if value-text (value-chx:1) numeric
              move value-text (value-chx:1) to digit-work
              compute value-work = (value-work * 10) + digit-work.
       End-Parse-One-Audit-Char. exit.

       Get-Live-Config.
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

      **************************************************
      * GET DATABASE CONFIGURATION API called *
      **************************************************
           call "sqlgxdb" using by value     target-dbname-len
                                by value     db-listnumber
                                by reference db-tokenlist
                                by reference sqlca
                                by reference target-dbname
                           returning rc.
           move "get database config" to errloc.
           call "checkerr" using SQLCA errloc.

           move locklist   to live-value(1).
           move buff-page  to live-value(2).
           move maxfilop   to live-value(3).
           move softmax    to live-value(4).
           move logfilsiz  to live-value(5).
           move logprimary to live-value(6).
           move logsecond  to live-value(7).
           move dft-degree to live-value(8).
       End-Get-Live-Config. exit.

       Show-One-Value.
           move live-value (val-idx) to live-disp.
           if asof-known-sw (val-idx) not equal "Y"
              display "  ", value-name (val-idx), " as-of=   unknown",
                 " live=", live-disp
              go to End-Show-One-Value.

           move asof-value (val-idx) to asof-disp.
           if asof-value (val-idx) equal live-value (val-idx)
              display "  ", value-name (val-idx), " as-of=", asof-disp,
                 " live=", live-disp, "  (same)  ",
                 asof-source (val-idx)
              go to End-Show-One-Value.

           add 1 to diff-count.
           display "  ", value-name (val-idx), " as-of=", asof-disp,
              " live=", live-disp, "  ** DIFFERS **  ",
              asof-source (val-idx).
       End-Show-One-Value. exit.

      ***********************************************************************
      * Write-One-Set-Line writes one differing token's as-of value to
      * the change set, laid down the way cfgpromo.cbl lays it down
      * for dbconf.cbl's Load-Change-Set.  A token whose as-of value
      * is unknown is never written.
      ***********************************************************************
       Write-One-Set-Line.
           if asof-known-sw (val-idx) not equal "Y"
              or asof-value (val-idx) equal live-value (val-idx)
              go to End-Write-One-Set-Line.

           move spaces to change-set-rec.
           move value-name (val-idx) to cs-token-name.

           move asof-value (val-idx) to set-value-abs.
           if set-value-abs is less than 0
              compute set-value-abs = 0 - set-value-abs
              move set-value-abs to set-value-digits
              string "-"              delimited by size
                     set-value-digits delimited by size
                     into cs-value-text
           else
              move set-value-abs to set-value-digits
              move set-value-digits to cs-value-text.

           write change-set-rec.
           add 1 to written-count.
       End-Write-One-Set-Line. exit.
