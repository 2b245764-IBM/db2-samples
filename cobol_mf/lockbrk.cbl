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
      ** SOURCE FILE NAME: lockbrk.cbl
      **
      ** SAMPLE: Operation lock review and break
      **
      **         A driver that dies mid-run -- checkerr's fatal path,
      **         a kill, a machine going down -- leaves its claim in
      **         the operation lock registry (OPLOCK.DAT, kept by
      **         oplock.cbl), and every later run that needs the
      **         target is refused.  This program lists every lock
      **         held and judges each one:
      **
      **           DEAD   -- the holder's run id is on record as
      **                     finished: a RUNHIST.IDX end record, or an
      **                     ERRLOG.IDX error that checkerr.cbl ends
      **                     the run on
      **           STALE  -- no such record, but the lock is older
      **                     than twelve hours
      **           HELD   -- the holder is presumed still running
      **
      **         An operator holding the FORCE class may break a DEAD
      **         or STALE lock; a HELD lock cannot be broken here.
      **         Every break is recorded in the operations audit
      **         trail with the lock's holder.
      **
      ** INPUT FILES:       RUNHIST.IDX (run history)
      **                    ERRLOG.IDX  (error log)
      ** INPUT/OUTPUT FILE: OPLOCK.DAT  (lock registry, via oplock)
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
       Program-Id. "lockbrk".

       Environment Division.
       Input-Output Section.
       File-Control.
           select lock-file assign to "OPLOCK.DAT"
               organization is line sequential
               file status is lock-fs.
           select history-file assign to "RUNHIST.IDX"
               organization is indexed
               access is sequential
               record key is hr-key
               file status is history-fs.
           select error-log assign to "ERRLOG.IDX"
               organization is indexed
               access is sequential
               record key is el-key
               file status is errlog-fs.

       Data Division.
       File Section.
       FD  lock-file.
       01  lock-rec.
           05 lk-target       pic x(18).
           05 filler          pic x(2).
           05 lk-class        pic x(8).
           05 filler          pic x(2).
           05 lk-operator     pic x(8).
           05 filler          pic x(2).
           05 lk-program      pic x(10).
           05 filler          pic x(2).
           05 lk-runid        pic x(16).
           05 filler          pic x(2).
           05 lk-since        pic x(17).

       FD  history-file.
       01  history-rec.
           05 hr-key          pic x(29).
           05 filler          pic x(45).
           05 hr-runid        pic x(16).

       FD  error-log.
       01  error-log-rec.
           05 el-key          pic x(29).
           05 filler          pic x(55).
           05 el-severity     pic x(8).
           05 filler          pic x(140).
           05 el-runid        pic x(16).

       Working-Storage Section.

       copy "sqlauth.cbl".
       copy "sqlaudit.cbl".
       copy "sqldtsrv.cbl".
       copy "sqloplk.cbl".

      * Local variables
       77 lock-fs             pic xx.
       77 history-fs          pic xx.
       77 errlog-fs           pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 operator-id         pic x(8).

       77 lock-count          pic 9(4) comp-5 value 0.
       01 lock-table.
          05 lock-entry occurs 100 times.
             10 lt-target     pic x(18).
             10 lt-class      pic x(8).
             10 lt-operator   pic x(8).
             10 lt-program    pic x(10).
             10 lt-runid      pic x(16).
             10 lt-since      pic x(17).
             10 lt-state      pic x(5).
             10 lt-why        pic x(20).
       77 lock-idx            pic 9(4) comp-5.

      * a lock older than this many minutes with no end on record is
      * judged stale
       77 stale-minutes       pic 9(9) comp-5 value 720.

       77 pick-num            pic 9(4).
       77 pick-disp           pic z(3)9.
       77 broken-count        pic 9(4) comp-5 value 0.
       77 confirm-sw          pic x.
           88 break-confirmed     value "Y" "y".
       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).

       Procedure Division.
       lockbrk-pgm section.

           display "Sample COBOL Program : LOCKBRK.CBL".

           display "enter operator id : " with no advancing.
           accept operator-id.

           move operator-id to AUTH-OPERATOR.
           move "FORCE" to AUTH-CLASS.
           call "opsauth" using OPSAUTH-AREA.
           if AUTH-ALLOWED-SW not equal "Y"
              display "operator ", operator-id,
                 " is not authorized for FORCE -- refused"
              go to end-lockbrk.

           perform Load-Locks thru End-Load-Locks.
           if lock-count equal 0
              display "no operation locks are held"
              go to end-lockbrk.

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           perform Judge-By-Age thru End-Judge-By-Age
               varying lock-idx from 1 by 1
               until lock-idx is greater than lock-count.
           perform Scan-Run-History thru End-Scan-Run-History.
           perform Scan-Error-Log thru End-Scan-Error-Log.

           move 1 to pick-num.
           perform Break-One-Lock thru End-Break-One-Lock
               until pick-num equal 0.

           display " ".
           display broken-count, " lock(s) broken".

       end-lockbrk. stop run.

       Load-Locks.
           open input lock-file.
           if lock-fs equal "35"
              go to End-Load-Locks.

           move "N" to file-eof.
           perform Load-One-Lock thru End-Load-One-Lock
               until no-more-records.
           close lock-file.
           move "N" to file-eof.
       End-Load-Locks. exit.

       Load-One-Lock.
           read lock-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Lock
           end-read.

           if lk-target equal spaces
              go to End-Load-One-Lock.
           if lock-count is less than 100
              add 1 to lock-count
              move lk-target   to lt-target (lock-count)
              move lk-class    to lt-class (lock-count)
              move lk-operator to lt-operator (lock-count)
              move lk-program  to lt-program (lock-count)
              move lk-runid    to lt-runid (lock-count)
              move lk-since    to lt-since (lock-count)
              move "HELD"      to lt-state (lock-count)
              move spaces      to lt-why (lock-count).
       End-Load-One-Lock. exit.

      ***********************************************************************
      * Judge-By-Age marks a lock held longer than the stale limit;
      * the history scans below may still find it DEAD.
      ***********************************************************************
       Judge-By-Age.
           move lt-since (lock-idx) to DT-FROM-TS.
           move now-ts to DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           if DT-VALID-SW not equal "Y"
              or DT-MINUTES is greater than stale-minutes
              move "STALE" to lt-state (lock-idx)
              move "held over 12 hours" to lt-why (lock-idx).
       End-Judge-By-Age. exit.

      ***********************************************************************
      * Scan-Run-History marks DEAD every lock whose run has written
      * its end record -- the run finished without giving the lock
      * back.
      ***********************************************************************
       Scan-Run-History.
           open input history-file.
           if history-fs equal "35"
              go to End-Scan-Run-History.

           move "N" to file-eof.
           perform Scan-One-History thru End-Scan-One-History
               until no-more-records.
           close history-file.
           move "N" to file-eof.
       End-Scan-Run-History. exit.

       Scan-One-History.
           read history-file
               at end
                  move "Y" to file-eof
                  go to End-Scan-One-History
           end-read.

           if hr-runid equal spaces
              go to End-Scan-One-History.
           perform Match-History-Run thru End-Match-History-Run
               varying lock-idx from 1 by 1
               until lock-idx is greater than lock-count.
       End-Scan-One-History. exit.

       Match-History-Run.
           if lt-runid (lock-idx) equal hr-runid
              move "DEAD" to lt-state (lock-idx)
              move "run ended" to lt-why (lock-idx).
       End-Match-History-Run. exit.

      ***********************************************************************
      * Scan-Error-Log marks DEAD every lock whose run logged an
      * ERROR or SEVERE record -- checkerr.cbl ends the run on those,
      * before any end record is written.
      ***********************************************************************
       Scan-Error-Log.
           open input error-log.
           if errlog-fs equal "35"
              go to End-Scan-Error-Log.

           move "N" to file-eof.
           perform Scan-One-Error thru End-Scan-One-Error
               until no-more-records.
           close error-log.
           move "N" to file-eof.
       End-Scan-Error-Log. exit.

       Scan-One-Error.
           read error-log
               at end
                  move "Y" to file-eof
                  go to End-Scan-One-Error
           end-read.

           if el-runid equal spaces
              or el-severity equal "WARNING"
              go to End-Scan-One-Error.
           perform Match-Error-Run thru End-Match-Error-Run
               varying lock-idx from 1 by 1
               until lock-idx is greater than lock-count.
       End-Scan-One-Error. exit.

       Match-Error-Run.
           if lt-runid (lock-idx) equal el-runid
              move "DEAD" to lt-state (lock-idx)
              move "run stopped on error" to lt-why (lock-idx).
       End-Match-Error-Run. exit.

      ***********************************************************************
      * Break-One-Lock lists the locks and breaks the one the operator
      * picks, once confirmed.  0 ends the run.
      ***********************************************************************
       Break-One-Lock.
           display " ".
           display "operation locks held :".
           perform List-One-Lock thru End-List-One-Lock
               varying lock-idx from 1 by 1
               until lock-idx is greater than lock-count.

           display "lock number to break (0 to end) : "
              with no advancing.
           accept pick-num.
           if pick-num equal 0
              go to End-Break-One-Lock.
           if pick-num is greater than lock-count
              display "no such lock"
              go to End-Break-One-Lock.
           if lt-target (pick-num) equal spaces
              display "that lock is already broken"
              go to End-Break-One-Lock.
           if lt-state (pick-num) equal "HELD"
              display "the holder is presumed still running -- ",
                 "a HELD lock is not broken here"
              go to End-Break-One-Lock.

           display "break ", lt-target (pick-num), " held by ",
              lt-program (pick-num), " for ", lt-operator (pick-num),
              "? (Y/N) : " with no advancing.
           accept confirm-sw.
           if not break-confirmed
              go to End-Break-One-Lock.

           move "B" to OL-FUNCTION.
           move lt-target (pick-num)  to OL-TARGET.
           move lt-program (pick-num) to OL-HOLDER-PROGRAM.
           move lt-since (pick-num)   to OL-HOLDER-SINCE.
           call "oplock" using OPLOCK-AREA.

           move operator-id to AUD-OPERATOR.
           move "LOCK BROKEN" to AUD-ACTION.
           move lt-target (pick-num) to AUD-TARGET.
           move spaces to AUD-OUTCOME.
           string lt-program (pick-num) delimited by space
                  " "                   delimited by size
                  lt-state (pick-num)   delimited by space
                  into AUD-OUTCOME.
           if OL-STATUS not equal "BROKEN"
              move "ALREADY GONE" to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.

           if OL-STATUS equal "BROKEN"
              add 1 to broken-count
              display "lock broken"
           else
              display "the lock was already released".
           move spaces to lt-target (pick-num).
       End-Break-One-Lock. exit.

       List-One-Lock.
           if lt-target (lock-idx) equal spaces
              go to End-List-One-Lock.
           move lock-idx to pick-disp.
           display pick-disp, " ", lt-target (lock-idx), " ",
              lt-class (lock-idx), " ", lt-program (lock-idx), " ",
              lt-operator (lock-idx), " since ", lt-since (lock-idx),
              " ", lt-state (lock-idx), " ", lt-why (lock-idx).
       End-List-One-Lock. exit.
