      **         each with its statement text.  The one report the
      **         application developers ask for most.
      **
      **         Each statement is identified by a fingerprint of its
      **         text -- folded case and spacing, so the same
      **         statement keeps the same fingerprint from day to day
      **         -- and the snapshot is kept in the statement history
      **         STMTHIST.DAT, one snapshot per database per day (a
      **         second run the same day replaces the first), for
      **         stmtregr.cbl to find the statements that got worse.
      **         The report's title and every line of it name the
      **         database, so burst.cbl can route it to the team that
      **         owns it.
      **
      ** DB2 APIs USED:
      **         sqlgmnss -- DATABASE MONITOR SNAPSHOT
      **
      ** OUTPUT FILES: SQLCACHE.RPT (top-statement report, via rptwrite)
      **               STMTHIST.DAT (daily statement cache history)
      **               STMTHIST.WRK (work copy while the day is replaced)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.

       Environment Division.
       Input-Output Section.
       File-Control.
           select history-file assign to "STMTHIST.DAT"
               organization is line sequential
               file status is history-fs.
           select work-file assign to "STMTHIST.WRK"
               organization is line sequential
               file status is work-fs.

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

       FD  work-file.
       01  work-rec           pic x(133).

       Working-Storage Section.

       77 elem-idx            pic 9(4) comp-5.
       77 stmt-count          pic 9(4) comp-5 value 0.

      * the fingerprint of each cached statement, and the history
      * the day's snapshot is kept in
       01 fingerprint-table.
          05 stmt-fingerprint occurs 40 times pic 9(9) comp-5.
       77 norm-text           pic x(184).
       77 norm-len            pic 9(4) comp-5.
       77 text-idx            pic 9(4) comp-5.
       77 prev-char           pic x.
       77 chain-val           pic 9(18) comp-5.
       77 chain-quot          pic 9(18) comp-5.
       01 ord-work.
          05 ord-high         pic x.
          05 ord-low          pic x.
       01 ord-num redefines ord-work pic 9(4) comp.

       77 history-fs          pic xx.
       77 work-fs             pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".
       77 snap-dbname         pic x(8).
       77 snap-ts             pic x(17).
       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 fp-disp             pic 9(9).

      * ranked views over the cached statements
       01 rank-table.
          05 rank-entry occurs 40 times pic 9(4) comp-5.
                 "the statement monitor switch on?"
              go to end-stmtcach.

           perform Fingerprint-One-Stmt thru End-Fingerprint-One-Stmt
               varying elem-idx from 1 by 1
               until elem-idx is greater than stmt-count.
           perform Save-History thru End-Save-History.

           move "O" to RPTW-FUNCTION.
           move "SQLCACHE.RPT" to RPTW-FILE-NAME.
           move spaces to RPTW-TITLE.
           string "DYNAMIC SQL STATEMENT CACHE REPORT "
                                         delimited by size
                  snap-dbname            delimited by space
                  into RPTW-TITLE.
           move spaces to RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           move "EXECS" to rank-metric.
           move spaces to rpt-line.
           string snap-dbname delimited by size
                  "  top statements by executions"
                              delimited by size
                  into rpt-line.
           perform Write-Cache-Line thru End-Write-Cache-Line.
           perform Rank-And-List thru End-Rank-And-List.

           move spaces to rpt-line.
           perform Write-Cache-Line thru End-Write-Cache-Line.
           move "ROWS" to rank-metric.
           move spaces to rpt-line.
           string snap-dbname delimited by size
                  "  top statements by rows read"
                              delimited by size
                  into rpt-line.
           perform Write-Cache-Line thru End-Write-Cache-Line.
           perform Rank-And-List thru End-Rank-And-List.

           move spaces to rpt-line.
           perform Write-Cache-Line thru End-Write-Cache-Line.
           move "SORTS" to rank-metric.
           move spaces to rpt-line.
           string snap-dbname delimited by size
                  "  top statements by sort activity"
                              delimited by size
                  into rpt-line.
           perform Write-Cache-Line thru End-Write-Cache-Line.
           perform Rank-And-List thru End-Rank-And-List.

           call "rptwrite" using RPTW-AREA.

           display stmt-count, " cached statement(s) reported -- ",
              "see SQLCACHE.RPT, history kept in STMTHIST.DAT".

       end-stmtcach.
           move "E" to RH-FUNCTION.
           add 1 to stmt-count.
       End-Count-One-Stmt. exit.

      ***********************************************************************
      * Fingerprint-One-Stmt folds a statement's text into a number
      * that stays the same for the same statement: the text is
      * upper-cased and each run of spaces cut to one before it is
      * folded, with the check arithmetic the audit chain uses.
      ***********************************************************************
       Fingerprint-One-Stmt.
           move ce-stmt-text (elem-idx) to norm-text.
           inspect norm-text converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect norm-text replacing all X'00' by " ".

           move 0 to norm-len.
           move " " to prev-char.
           perform Squeeze-One-Char thru End-Squeeze-One-Char
               varying text-idx from 1 by 1
               until text-idx is greater than 184.
           if norm-len is less than 184
              move spaces to norm-text (norm-len + 1:).

           move 0 to chain-val.
           perform Fold-One-Char thru End-Fold-One-Char
               varying text-idx from 1 by 1
               until text-idx is greater than norm-len.
           move chain-val to stmt-fingerprint (elem-idx).
       End-Fingerprint-One-Stmt. exit.

      * norm-text is squeezed in place; the write position never
      * passes the read position
       Squeeze-One-Char.
           if norm-text (text-idx:1) equal " "
              and prev-char equal " "
              go to End-Squeeze-One-Char.
           move norm-text (text-idx:1) to prev-char.
           add 1 to norm-len.
           move prev-char to norm-text (norm-len:1).
       End-Squeeze-One-Char. exit.

       Fold-One-Char.
           move low-value to ord-high.
           move norm-text (text-idx:1) to ord-low.
           compute chain-val = (chain-val * 31) + ord-num.
           divide chain-val by 999999937
              giving chain-quot remainder chain-val.
       End-Fold-One-Char. exit.

      ***********************************************************************
      * Save-History keeps the snapshot in STMTHIST.DAT.  The history
      * is copied to STMTHIST.WRK without any earlier snapshot of this
      * database taken today, today's statements are added, and the
      * work copy is copied back.
      ***********************************************************************
       Save-History.
           move database-name (1:database-length) to snap-dbname.
           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to snap-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into snap-ts.

           open output work-file.
           open input history-file.
           if history-fs not equal "35"
              move "N" to file-eof
              perform Keep-One-History thru End-Keep-One-History
                  until no-more-records
              close history-file.

           perform Add-One-History thru End-Add-One-History
               varying elem-idx from 1 by 1
               until elem-idx is greater than stmt-count.
           close work-file.

           open input work-file.
           open output history-file.
           move "N" to file-eof.
           perform Copy-Back-One thru End-Copy-Back-One
               until no-more-records.
           close work-file.
           close history-file.
       End-Save-History. exit.

       Keep-One-History.
           read history-file
               at end
                  move "Y" to file-eof
                  go to End-Keep-One-History
           end-read.

           if sh-dbname equal snap-dbname
              and sh-timestamp (1:8) equal snap-ts (1:8)
              go to End-Keep-One-History.
           write work-rec from history-rec.
       End-Keep-One-History. exit.

       Add-One-History.
           move spaces to history-rec.
           move snap-ts to sh-timestamp.
           move snap-dbname to sh-dbname.
           move stmt-fingerprint (elem-idx) to sh-fingerprint.
           move ce-execs (elem-idx) to sh-execs.
           move ce-rows-read (elem-idx) to sh-rows-read.
           move ce-sorts (elem-idx) to sh-sorts.
           move ce-stmt-text (elem-idx) to sh-stmt-text.
           write work-rec from history-rec.
       End-Add-One-History. exit.

       Copy-Back-One.
           read work-file
               at end
                  move "Y" to file-eof
                  go to End-Copy-Back-One
           end-read.
           write history-rec from work-rec.
       End-Copy-Back-One. exit.

      ***********************************************************************
      * Rank-And-List orders the statements by the chosen metric with
      * a selection sort over an index table and lists the top ten,
           move ce-execs (elem-idx)     to execs-disp.
           move ce-rows-read (elem-idx) to rows-disp.
           move ce-sorts (elem-idx)     to sorts-disp.
           move stmt-fingerprint (elem-idx) to fp-disp.

           move spaces to rpt-line.
           string snap-dbname delimited by size
                  "  fp="     delimited by size
                  fp-disp     delimited by size
                  " execs="   delimited by size
                  execs-disp  delimited by size
                  " rows="    delimited by size
                  rows-disp   delimited by size
           perform Write-Cache-Line thru End-Write-Cache-Line.

           move spaces to rpt-line.
           string snap-dbname delimited by size
                  "    "      delimited by size
                  ce-stmt-text (elem-idx) (1:120) delimited by size
                  into rpt-line.
           perform Write-Cache-Line thru End-Write-Cache-Line.
