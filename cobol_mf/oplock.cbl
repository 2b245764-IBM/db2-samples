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
      ** SOURCE FILE NAME: oplock.cbl
      **
      ** SAMPLE: Target-level operation lock registry
      **
      **         A restore could start against a database while the
      **         nightly reorg was still running on it, or a refresh
      **         attach an instance another operator was stopping --
      **         nothing stopped two state-changing drivers from
      **         working the same target at once.  Every such driver
      **         now CALLs here (see sqloplk.cbl) to claim its
      **         database or instance before touching it and to
      **         release the claim when it is done.  A claim records
      **         the operator, the program, the run-correlation id
      **         (runid.cbl; one is allocated for a driver that has
      **         not taken its own), and the compatibility class:
      **
      **           SHARE  -- reads and copies; coexists with SHARE
      **                     and MAINT
      **           MAINT  -- online maintenance; coexists with SHARE
      **                     only
      **           EXCL   -- restore, stop, quiesce, refresh; coexists
      **                     with nothing
      **
      **         A conflicting claim is refused with the holder named.
      **         A claim on "INSTANCE" conflicts with every database
      **         lock, as every database lock conflicts with it.  A
      **         run's repeated claim on a target it already holds is
      **         granted.  A lock left behind by a run that died is
      **         found and broken with lockbrk.cbl.  A claim that
      **         cannot be recorded because the registry is full is
      **         refused, with the holder class given as FULL.
      **
      ** INPUT/OUTPUT FILE: OPLOCK.DAT (lock registry, rewritten)
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
       Program-ID. "oplock".

       Environment Division.
       Input-Output Section.
       File-Control.
           select lock-file assign to "OPLOCK.DAT"
               organization is line sequential
               file status is lock-fs.

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

       Working-Storage Section.

       copy "sqlrunid.cbl".

      * Local variables
       77 lock-fs             pic xx.
       77 lock-eof            pic x.
           88 no-more-locks       value "Y".

       77 lock-count          pic 9(4) comp-5 value 0.
       01 lock-table.
          05 lock-entry occurs 100 times.
             10 lt-target     pic x(18).
             10 lt-class      pic x(8).
             10 lt-operator   pic x(8).
             10 lt-program    pic x(10).
             10 lt-runid      pic x(16).
             10 lt-since      pic x(17).

       77 lock-idx            pic 9(4) comp-5.
       77 conflict-idx        pic 9(4) comp-5.
       77 own-idx             pic 9(4) comp-5.
       77 removed-count       pic 9(4) comp-5.
       77 caller-runid        pic x(16).
       77 caller-class        pic x(8).
       77 held-class          pic x(8).
       77 compatible-sw       pic x.
       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).

       Linkage Section.
       copy "sqloplk.cbl".

       Procedure Division using OPLOCK-AREA.
       Oplock Section.
           perform Load-Locks thru End-Load-Locks.

           move spaces to OL-STATUS.
           move "Q" to RID-FUNCTION.
           call "runid" using RUNID-AREA.
           move RID-VALUE to caller-runid.

           evaluate OL-FUNCTION
              when "C"
              when "c"
                 perform Claim-Lock thru End-Claim-Lock
              when "R"
              when "r"
                 perform Release-Lock thru End-Release-Lock
              when "B"
              when "b"
                 perform Break-Lock thru End-Break-Lock
              when other
                 continue
           end-evaluate.
       End-Oplock. exit program.

       Load-Locks.
           move 0 to lock-count.
           open input lock-file.
           if lock-fs equal "35"
              go to End-Load-Locks.

           move "N" to lock-eof.
           perform Load-One-Lock thru End-Load-One-Lock
               until no-more-locks.
           close lock-file.
       End-Load-Locks. exit.

       Load-One-Lock.
           read lock-file
               at end
                  move "Y" to lock-eof
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
              move lk-since    to lt-since (lock-count).
       End-Load-One-Lock. exit.

      ***********************************************************************
      * Claim-Lock grants the claim unless another run holds the
      * target -- or the whole instance -- in a class the claim cannot
      * coexist with.  A run with no correlation id is given one
      * here, so the lock can be traced back to its run and judged
      * dead once that run has ended.
      ***********************************************************************
       Claim-Lock.
           if caller-runid equal spaces
              move "G" to RID-FUNCTION
              call "runid" using RUNID-AREA
              move RID-VALUE to caller-runid.

           move OL-CLASS to caller-class.
           if caller-class not equal "SHARE"
              and caller-class not equal "MAINT"
              move "EXCL" to caller-class.

           move 0 to conflict-idx.
           move 0 to own-idx.
           perform Check-One-Conflict thru End-Check-One-Conflict
               varying lock-idx from 1 by 1
               until lock-idx is greater than lock-count
                  or conflict-idx is greater than 0.

           if conflict-idx is greater than 0
              move "REFUSED" to OL-STATUS
              move lt-target (conflict-idx)   to OL-HOLDER-TARGET
              move lt-operator (conflict-idx) to OL-HOLDER-OPERATOR
              move lt-program (conflict-idx)  to OL-HOLDER-PROGRAM
              move lt-class (conflict-idx)    to OL-HOLDER-CLASS
              move lt-since (conflict-idx)    to OL-HOLDER-SINCE
              move lt-runid (conflict-idx)    to OL-HOLDER-RUNID
              go to End-Claim-Lock.

           move "GRANTED" to OL-STATUS.
           if own-idx is greater than 0
              go to End-Claim-Lock.

      * a claim that cannot be recorded would not be seen by the
      * next claimant, so it is refused, the registry named as holder
           perform Set-Now-Ts thru End-Set-Now-Ts.
           if lock-count is not less than 100
              display "oplock: OPLOCK.DAT is full -- claim on ",
                 OL-TARGET, " refused"
              move "REFUSED"  to OL-STATUS
              move OL-TARGET  to OL-HOLDER-TARGET
              move spaces     to OL-HOLDER-OPERATOR
              move "oplock"   to OL-HOLDER-PROGRAM
              move "FULL"     to OL-HOLDER-CLASS
              move now-ts     to OL-HOLDER-SINCE
              move spaces     to OL-HOLDER-RUNID
              go to End-Claim-Lock.

           add 1 to lock-count.
           move OL-TARGET    to lt-target (lock-count).
           move caller-class to lt-class (lock-count).
           move OL-OPERATOR  to lt-operator (lock-count).
           move OL-PROGRAM   to lt-program (lock-count).
           move caller-runid to lt-runid (lock-count).
           move now-ts       to lt-since (lock-count).
           perform Save-Locks thru End-Save-Locks.
       End-Claim-Lock. exit.

      ***********************************************************************
      * Check-One-Conflict weighs one held lock against the claim.
      * The caller's own locks never conflict; the same target in the
      * same class is remembered so the claim is not recorded twice.
      ***********************************************************************
       Check-One-Conflict.
           if lt-target (lock-idx) not equal OL-TARGET
              and lt-target (lock-idx) not equal "INSTANCE"
              and OL-TARGET not equal "INSTANCE"
              go to End-Check-One-Conflict.

           if lt-runid (lock-idx) equal caller-runid
              and lt-program (lock-idx) equal OL-PROGRAM
              if lt-target (lock-idx) equal OL-TARGET
                 and lt-class (lock-idx) equal caller-class
                 move lock-idx to own-idx
              end-if
              go to End-Check-One-Conflict.

           move lt-class (lock-idx) to held-class.
           move "N" to compatible-sw.
           if held-class equal "SHARE"
              and caller-class not equal "EXCL"
              move "Y" to compatible-sw.
           if caller-class equal "SHARE"
              and held-class not equal "EXCL"
              move "Y" to compatible-sw.

           if compatible-sw equal "N"
              move lock-idx to conflict-idx.
       End-Check-One-Conflict. exit.

      ***********************************************************************
      * Release-Lock drops every lock this run's program holds on the
      * target, whatever its class.
      ***********************************************************************
       Release-Lock.
           move 0 to removed-count.
           perform Release-One-Lock thru End-Release-One-Lock
               varying lock-idx from 1 by 1
               until lock-idx is greater than lock-count.

           if removed-count equal 0
              move "NOTHELD" to OL-STATUS
           else
              move "RELEASED" to OL-STATUS
              perform Save-Locks thru End-Save-Locks.
       End-Release-Lock. exit.

       Release-One-Lock.
           if lt-target (lock-idx) equal OL-TARGET
              and lt-program (lock-idx) equal OL-PROGRAM
              and lt-runid (lock-idx) equal caller-runid
              move spaces to lt-target (lock-idx)
              add 1 to removed-count.
       End-Release-One-Lock. exit.

      ***********************************************************************
      * Break-Lock removes a lock some other run left behind, named
      * by its target, holding program, and claim time.
      ***********************************************************************
       Break-Lock.
           move 0 to removed-count.
           perform Break-One-Lock thru End-Break-One-Lock
               varying lock-idx from 1 by 1
               until lock-idx is greater than lock-count.

           if removed-count equal 0
              move "NOTHELD" to OL-STATUS
           else
              move "BROKEN" to OL-STATUS
              perform Save-Locks thru End-Save-Locks.
       End-Break-Lock. exit.

       Break-One-Lock.
           if lt-target (lock-idx) equal OL-TARGET
              and lt-program (lock-idx) equal OL-HOLDER-PROGRAM
              and lt-since (lock-idx) equal OL-HOLDER-SINCE
              move spaces to lt-target (lock-idx)
              add 1 to removed-count.
       End-Break-One-Lock. exit.

       Set-Now-Ts.
           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.
       End-Set-Now-Ts. exit.

       Save-Locks.
           open output lock-file.
           perform Save-One-Lock thru End-Save-One-Lock
               varying lock-idx from 1 by 1
               until lock-idx is greater than lock-count.
           close lock-file.
       End-Save-Locks. exit.

       Save-One-Lock.
           if lt-target (lock-idx) equal spaces
              go to End-Save-One-Lock.
           move spaces to lock-rec.
           move lt-target (lock-idx)   to lk-target.
           move lt-class (lock-idx)    to lk-class.
           move lt-operator (lock-idx) to lk-operator.
           move lt-program (lock-idx)  to lk-program.
           move lt-runid (lock-idx)    to lk-runid.
           move lt-since (lock-idx)    to lk-since.
           write lock-rec.
       End-Save-One-Lock. exit.
