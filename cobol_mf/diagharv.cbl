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
      ** SOURCE FILE NAME: diagharv.cbl
      **
      ** SAMPLE: Harvest the instance diagnostic log into the error log
      **
      **         ERRLOG.IDX only ever sees the SQLCODEs the suite's own
      **         programs hit through checkerr.cbl.  The instance's
      **         db2diag.log records the severe events no suite program
      **         asks about -- a crashed agent, a disk-full write, a
      **         failed log archive.  This harvester reads the
      **         diagnostic log (linked or copied as DB2DIAG.LOG from
      **         the instance's diagnostic path) from where its last
      **         run stopped, and writes every Severe, Error, or
      **         Critical record into ERRLOG.IDX under the program id
      **         "diagharv", keyed by the record's own timestamp, with
      **         the database, the reporting function, and the message
      **         text -- so errinq.cbl, errsum.cbl, and incwksht.cbl
      **         show DB2's own story beside the suite's.
      **
      **         The read position (lines consumed, and the log's first
      **         line so a rotated or replaced log is recognised and
      **         read from its top) is kept in DIAGHARV.STA.  Only
      **         whole records are consumed: a record still being
      **         written when the log ends is read again next run, and
      **         nothing is read twice.  If the error log cannot be
      **         opened the position is left alone, so nothing is lost.
      **
      **         DIAGPAT.CTL decides which harvested records raise an
      **         alert through alertq.cbl: each line carries an action
      **         (WARNING, CRITICAL, or IGNORE) in columns 1-8 and a text
      **         from column 10 that is looked for anywhere in the
      **         record.  The first pattern that matches wins; a record
      **         no pattern matches is logged but not alerted.
      **
      ** INPUT FILES:  DB2DIAG.LOG  (instance diagnostic log)
      **               DIAGPAT.CTL  (site alert patterns)
      ** OUTPUT FILES: ERRLOG.IDX   (keyed error history)
      **               ALERTQ.DAT   (matched records, via alertq)
      ** STATE FILE:   DIAGHARV.STA (read position)
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
       Program-Id. "diagharv".

       Environment Division.
       Input-Output Section.
       File-Control.
           select diag-log assign to "DB2DIAG.LOG"
               organization is line sequential
               file status is diag-fs.
           select pattern-file assign to "DIAGPAT.CTL"
               organization is line sequential
               file status is pattern-fs.
           select state-file assign to "DIAGHARV.STA"
               organization is line sequential
               file status is state-fs.
           select error-log assign to "ERRLOG.IDX"
               organization is indexed
               access is dynamic
               record key is el-key
               file status is errlog-fs.

       Data Division.
       File Section.
       FD  diag-log.
       01  diag-line          pic x(200).

       FD  pattern-file.
       01  pattern-rec.
           05 pr-action       pic x(8).
           05 filler          pic x.
           05 pr-text         pic x(60).

       FD  state-file.
       01  state-rec.
           05 st-lines        pic 9(9).
           05 filler          pic x.
           05 st-first-line   pic x(60).

       FD  error-log.
       01  error-log-rec.
           05 el-key.
              10 el-key-date  pic 9(8).
              10 el-key-time  pic 9(8).
              10 el-key-prog  pic x(10).
              10 el-key-seq   pic 9(3).
           05 el-progid       pic x(40).
           05 el-sqlcode      pic x(10).
           05 el-sqlstate     pic x(5).
           05 el-severity     pic x(8).
           05 el-sqlmsg       pic x(60).
           05 el-message      pic x(80).
           05 el-runid        pic x(16).

       Working-Storage Section.

       copy "sqlalert.cbl".
       copy "sqlrunid.cbl".
       copy "sqlrunh.cbl".

      * Local variables
       77 diag-fs             pic xx.
       77 pattern-fs          pic xx.
       77 state-fs            pic xx.
       77 errlog-fs           pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".
       77 written-sw          pic x.

      * bounded retry with backoff for the shared error log, the same
      * way checkerr.cbl opens it
       77 retry-count         pic 9(4) comp-5.
       77 retry-limit         pic 9(4) comp-5 value 5.
       77 delay-idx           pic 9(9) comp-5.
       77 delay-limit         pic 9(9) comp-5.

      * the site's alert patterns, first match wins
       77 pattern-count       pic 9(4) comp-5 value 0.
       01 pattern-table.
          05 pattern-entry occurs 50 times.
             10 pn-action     pic x(8).
             10 pn-text       pic x(60).
             10 pn-len        pic 9(4) comp-5.
       77 pat-idx             pic 9(4) comp-5.
       77 hit-tally           pic 9(4) comp-5.

      * the read position: lines consumed by earlier runs, lines
      * read this run, and the last line that ended a whole record
       77 saved-lines         pic 9(9) comp-5 value 0.
       77 saved-first-line    pic x(60) value spaces.
       77 line-count          pic 9(9) comp-5 value 0.
       77 safe-lines          pic 9(9) comp-5 value 0.
       77 first-line          pic x(60) value spaces.

      * the diagnostic record being assembled
       77 rec-active-sw       pic x value "N".
           88 rec-active          value "Y".
       77 rec-date            pic 9(8).
       77 rec-time            pic 9(8).
       77 rec-level           pic x(8).
       77 rec-dbname          pic x(8).
       77 rec-function        pic x(80).
       77 rec-message         pic x(60).
       77 rec-match-idx       pic 9(4) comp-5.
       01 ts-parts.
          05 tp-yyyy          pic 9(4).
          05 tp-mm            pic 99.
          05 tp-dd            pic 99.
          05 tp-hh            pic 99.
          05 tp-mi            pic 99.
          05 tp-ss            pic 99.
          05 tp-cc            pic 99.
       77 split-head          pic x(200).
       77 split-tail          pic x(200).

       77 harvested-count     pic 9(9) comp-5 value 0.
       77 alerted-count       pic 9(9) comp-5 value 0.
       77 passed-count        pic 9(9) comp-5 value 0.

       Procedure Division.
       diagharv-pgm section.

           display "Sample COBOL Program : DIAGHARV.CBL".

           move "diagharv" to RH-PROGRAM.
           move "S" to RH-FUNCTION.
           call "runhist" using RUNHIST-AREA.

           open input diag-log.
           if diag-fs equal "35"
              display "DB2DIAG.LOG not found -- nothing to harvest"
              go to end-diagharv.

           perform Load-Patterns thru End-Load-Patterns.
           perform Load-State thru End-Load-State.

           perform Open-Errlog-With-Retry
              thru End-Open-Errlog-With-Retry.
           if errlog-fs (1:1) not equal "0"
              display "diagharv: ERRLOG.IDX busy after ",
                 retry-limit, " tries -- position kept, nothing ",
                 "harvested"
              close diag-log
              move 8 to RETURN-CODE
              go to end-diagharv.

           move "Q" to RID-FUNCTION.
           call "runid" using RUNID-AREA.

           move "N" to file-eof.
           perform Harvest-One-Line thru End-Harvest-One-Line
               until no-more-records.
           close diag-log.
           close error-log.

      * a log shorter than the saved position was cut back in place;
      * reading resumes from its present end
           if line-count is less than saved-lines
              display "DB2DIAG.LOG is shorter than the saved ",
                 "position -- position reset"
              move line-count to safe-lines.

           perform Save-State thru End-Save-State.

           display harvested-count, " diagnostic record(s) harvested, ",
              alerted-count, " alerted, ",
              passed-count, " below Error passed over".
           if alerted-count is greater than 0
              move 4 to RETURN-CODE.

       end-diagharv.
           move "E" to RH-FUNCTION.
           move RETURN-CODE to RH-RETCODE.
           call "runhist" using RUNHIST-AREA.
           stop run.

      ***********************************************************************
      * Load-Patterns reads the site's alert patterns.  Blank lines
      * and "*" comment lines are allowed.
      ***********************************************************************
       Load-Patterns.
           open input pattern-file.
           if pattern-fs equal "35"
              display "DIAGPAT.CTL not found -- records are logged ",
                 "but none alerted"
              go to End-Load-Patterns.

           move "N" to file-eof.
           perform Load-One-Pattern thru End-Load-One-Pattern
               until no-more-records.
           close pattern-file.
           move "N" to file-eof.
       End-Load-Patterns. exit.

       Load-One-Pattern.
           read pattern-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Pattern
           end-read.

           if pr-action equal spaces
              or pr-action (1:1) equal "*"
              or pr-text equal spaces
              go to End-Load-One-Pattern.

           if pr-action not equal "WARNING"
              and pr-action not equal "CRITICAL"
              and pr-action not equal "IGNORE"
              display "DIAGPAT.CTL action ", pr-action,
                 " not known -- line ignored"
              go to End-Load-One-Pattern.

           if pattern-count is not less than 50
              go to End-Load-One-Pattern.
           add 1 to pattern-count.
           move pr-action to pn-action (pattern-count).
           move pr-text to pn-text (pattern-count).
           move 60 to pn-len (pattern-count).
           perform Trim-Pattern thru End-Trim-Pattern
               until pn-text (pattern-count)
                        (pn-len (pattern-count):1) not equal space.
       End-Load-One-Pattern. exit.

       Trim-Pattern.
           subtract 1 from pn-len (pattern-count).
       End-Trim-Pattern. exit.

      ***********************************************************************
      * Load-State reads the position left by the last run.
      ***********************************************************************
       Load-State.
           open input state-file.
           if state-fs equal "35"
              go to End-Load-State.

           read state-file
               at end move spaces to state-rec
           end-read.
           if st-lines numeric
              move st-lines to saved-lines
              move st-first-line to saved-first-line.
           close state-file.
       End-Load-State. exit.

       Save-State.
           open output state-file.
           move spaces to state-rec.
           move safe-lines to st-lines.
           move first-line to st-first-line.
           write state-rec.
           close state-file.
       End-Save-State. exit.

      ***********************************************************************
      * Harvest-One-Line reads the next diagnostic log line.  Lines
      * consumed by an earlier run are passed over; a header line (one
      * beginning with the record's timestamp) or a blank line ends the
      * record being assembled, and any other line is folded into it.
      ***********************************************************************
       Harvest-One-Line.
           read diag-log
               at end
                  move "Y" to file-eof
                  go to End-Harvest-One-Line
           end-read.
           add 1 to line-count.

      * a log whose first line has changed was rotated or replaced
      * and is read from its top
           if line-count equal 1
              move diag-line (1:60) to first-line
              if saved-first-line not equal spaces
                 and saved-first-line not equal first-line
                 display "DB2DIAG.LOG was rotated -- reading from ",
                    "its top"
                 move 0 to saved-lines
              end-if.

           if line-count is not greater than saved-lines
              move line-count to safe-lines
              go to End-Harvest-One-Line.

           if diag-line equal spaces
              perform Finish-Record thru End-Finish-Record
              move line-count to safe-lines
              go to End-Harvest-One-Line.

           if diag-line (1:4) numeric
              and diag-line (5:1) equal "-"
              and diag-line (11:1) equal "-"
              perform Finish-Record thru End-Finish-Record
              compute safe-lines = line-count - 1
              perform Start-Record thru End-Start-Record
              go to End-Harvest-One-Line.

           if not rec-active
              move line-count to safe-lines
              go to End-Harvest-One-Line.

           perform Fold-Record-Line thru End-Fold-Record-Line.
       End-Harvest-One-Line. exit.

      ***********************************************************************
      * Start-Record opens a new record from its header line: the
      * timestamp (yyyy-mm-dd-hh.mm.ss.ffffff) and the LEVEL.
      ***********************************************************************
       Start-Record.
           move "Y" to rec-active-sw.
           move spaces to rec-level.
           move spaces to rec-dbname.
           move spaces to rec-function.
           move spaces to rec-message.
           move 0 to rec-match-idx.

           move diag-line (1:4)  to tp-yyyy.
           move diag-line (6:2)  to tp-mm.
           move diag-line (9:2)  to tp-dd.
           move diag-line (12:2) to tp-hh.
           move diag-line (15:2) to tp-mi.
           move diag-line (18:2) to tp-ss.
           move diag-line (21:2) to tp-cc.
           if ts-parts not numeric
              move "N" to rec-active-sw
              go to End-Start-Record.
           compute rec-date = (tp-yyyy * 10000) + (tp-mm * 100) + tp-dd.
           compute rec-time = (tp-hh * 1000000) + (tp-mi * 10000)
                            + (tp-ss * 100) + tp-cc.

           move spaces to split-tail.
           unstring diag-line delimited by "LEVEL: "
               into split-head split-tail.
           move split-tail (1:8) to rec-level.
           inspect rec-level converting
              "abcdefghijklmnopqrstuvwxyz" to
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           perform Match-Patterns thru End-Match-Patterns.
       End-Start-Record. exit.

      ***********************************************************************
      * Fold-Record-Line picks the database, the reporting function,
      * and the message out of a record's body lines, and tries the
      * site patterns against every line.
      ***********************************************************************
       Fold-Record-Line.
           move 0 to hit-tally.
           inspect diag-line tallying hit-tally for all "DB   : ".
           if hit-tally is greater than 0
              move spaces to split-tail
              unstring diag-line delimited by "DB   : "
                  into split-head split-tail
              move split-tail (1:8) to rec-dbname.

           if diag-line (1:9) equal "FUNCTION:"
              move diag-line (11:80) to rec-function.
           if diag-line (1:9) equal "MESSAGE :"
              and rec-message equal spaces
              move diag-line (11:60) to rec-message.

           perform Match-Patterns thru End-Match-Patterns.
       End-Fold-Record-Line. exit.

       Match-Patterns.
           if rec-match-idx is greater than 0
              go to End-Match-Patterns.
           perform Match-One-Pattern thru End-Match-One-Pattern
               varying pat-idx from 1 by 1
               until pat-idx is greater than pattern-count
                  or rec-match-idx is greater than 0.
       End-Match-Patterns. exit.

       Match-One-Pattern.
           move 0 to hit-tally.
           inspect diag-line tallying hit-tally for all
              pn-text (pat-idx) (1:pn-len (pat-idx)).
           if hit-tally is greater than 0
              move pat-idx to rec-match-idx.
       End-Match-One-Pattern. exit.

      ***********************************************************************
      * Finish-Record logs a finished Severe, Error, or Critical record
      * and raises its alert when a site pattern asks for one.  Lower
      * levels are passed over.
      ***********************************************************************
       Finish-Record.
           if not rec-active
              go to End-Finish-Record.
           move "N" to rec-active-sw.

           if rec-level not equal "SEVERE"
              and rec-level not equal "ERROR"
              and rec-level not equal "CRITICAL"
              add 1 to passed-count
              go to End-Finish-Record.

           perform Write-Diag-Errlog thru End-Write-Diag-Errlog.
           add 1 to harvested-count.

           if rec-match-idx equal 0
              go to End-Finish-Record.
           if pn-action (rec-match-idx) equal "IGNORE"
              go to End-Finish-Record.

           move "diagharv" to ALERT-SOURCE.
           move pn-action (rec-match-idx) to ALERT-SEVERITY.
           move spaces to ALERT-KEY.
           string "DB2DIAG "  delimited by size
                  rec-dbname  delimited by space
                  into ALERT-KEY.
           if rec-message equal spaces
              move rec-function to ALERT-TEXT
           else
              move rec-message to ALERT-TEXT.
           call "alertq" using ALERT-AREA.
           add 1 to alerted-count.
       End-Finish-Record. exit.

      ***********************************************************************
      * Write-Diag-Errlog lays the record into the keyed error log
      * under its own timestamp, with the same bumped duplicate
      * counter checkerr.cbl uses.
      ***********************************************************************
       Write-Diag-Errlog.
           move spaces to error-log-rec.
           move rec-date to el-key-date.
           move rec-time to el-key-time.
           move "diagharv" to el-key-prog.
           move 0 to el-key-seq.

           move "diagharv" to el-progid.
           move rec-level to el-severity.
           move rec-message to el-sqlmsg.
           string "DB="          delimited by size
                  rec-dbname     delimited by space
                  " "            delimited by size
                  rec-function   delimited by size
                  into el-message.
           move RID-VALUE to el-runid.

           move "N" to written-sw.
           perform Write-One-Errlog thru End-Write-One-Errlog
               until written-sw equal "Y"
                  or el-key-seq equal 999.
       End-Write-Diag-Errlog. exit.

       Write-One-Errlog.
           write error-log-rec
               invalid key
                  add 1 to el-key-seq
               not invalid key
                  move "Y" to written-sw
           end-write.
       End-Write-One-Errlog. exit.

      ***********************************************************************
      * Open-Errlog-With-Retry opens the shared error log for keyed
      * append, creating it on first use, and backing off and
      * retrying a bounded number of times when another writer holds
      * it.
      ***********************************************************************
       Open-Errlog-With-Retry.
           move 0 to retry-count.
           open i-o error-log.
           if errlog-fs equal "35"
              open output error-log
              close error-log
              open i-o error-log.
           perform Retry-Errlog-Open thru End-Retry-Errlog-Open
               until errlog-fs (1:1) equal "0"
                  or retry-count is not less than retry-limit.
       End-Open-Errlog-With-Retry. exit.

       Retry-Errlog-Open.
           add 1 to retry-count.
           compute delay-limit = retry-count * 400000.
           move 1 to delay-idx.
           perform Wait-Errlog-Tick thru End-Wait-Errlog-Tick
               until delay-idx is greater than delay-limit.
           open i-o error-log.
       End-Retry-Errlog-Open. exit.

       Wait-Errlog-Tick.
           add 1 to delay-idx.
       End-Wait-Errlog-Tick. exit.
