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
      ** SOURCE FILE NAME: audarch.cbl
      **
      ** SAMPLE: Archival of the chained audit trails
      **
      **         OPSAUDIT.LOG and DBCONF.AUD are kept out of
      **         logroll.cbl's rotation, because truncating either one
      **         would break the chain audverif.cbl checks, so both
      **         grew forever.  This program keeps the live files
      **         small without breaking the chain:
      **
      **           A  archive -- every record dated on or before a
      **              cutoff date is closed into a sealed archive
      **              segment, <log>.Annnn (OPSAUDIT.A0001,
      **              DBCONF.A0001, ...).  The segment holds the
      **              records unchanged between a "*SEGMENT" header,
      **              carrying the first sequence number it holds and
      **              the check value it chains from, and a "*SEALED"
      **              trailer carrying the closing sequence number and
      **              check value, the record count, and a seal check
      **              folded over every record in it.  The live file
      **              is restarted with a CARRY FORWARD record that
      **              restates the closing sequence and check, so the
      **              records after it chain on unbroken.
      **           L  list the segments
      **           H  put a segment under legal hold, with the
      **              matter it is held for
      **           R  release a legal hold (class PURGE, opsauth.cbl)
      **           P  purge the segments past the retention period
      **              (class PURGE) -- never one under legal hold
      **
      **         Every segment is recorded in AUDARCH.CAT with its
      **         period, opening and closing sequence and check, record
      **         count, seal, who sealed it, and its hold.  A purged
      **         segment stays in the catalog marked PURGED, so
      **         audverif.cbl can tell a segment retention removed
      **         from one that has gone missing.  The retention period
      **         is RETAIN in AUDARCH.CTL, in years (seven when the
      **         file gives none).
      **
      **         The writers append while they hold the live file, so
      **         an archive that finds the chain head has moved on
      **         while it worked (a record written meanwhile) discards
      **         its segment and leaves the live file alone; it is
      **         simply run again.
      **
      ** INPUT/OUTPUT FILES: OPSAUDIT.LOG, DBCONF.AUD (live trails)
      **                    AUDARCH.CAT (archive segment catalog)
      ** INPUT FILES:        OPSAUDIT.SEQ, DBCONF.SEQ (chain heads)
      **                    AUDARCH.CTL (retention period)
      ** OUTPUT FILES:       OPSAUDIT.Annnn, DBCONF.Annnn (segments)
      **                    AUDARCH.TMP (work file)
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
       Program-Id. "audarch".

       Environment Division.
       Input-Output Section.
       File-Control.
           select live-file assign to dynamic live-name
               organization is line sequential
               file status is live-fs.
           select head-file assign to dynamic head-name
               organization is line sequential
               file status is head-fs.
           select seg-file assign to dynamic seg-name
               organization is line sequential
               file status is seg-fs.
           select hold-file assign to "AUDARCH.TMP"
               organization is line sequential
               file status is hold-fs.
           select cat-file assign to "AUDARCH.CAT"
               organization is line sequential
               file status is cat-fs.
           select control-file assign to "AUDARCH.CTL"
               organization is line sequential
               file status is control-fs.

       Data Division.
       File Section.
       FD  live-file.
       01  live-rec           pic x(150).
       01  live-ops.
           05 al-timestamp    pic x(17).
           05 filler          pic x(2).
           05 al-operator     pic x(8).
           05 filler          pic x(2).
           05 al-action       pic x(20).
           05 filler          pic x(2).
           05 al-target       pic x(18).
           05 filler          pic x(2).
           05 al-outcome      pic x(16).
           05 filler          pic x(2).
           05 al-seq          pic x(6).
           05 filler          pic x(2).
           05 al-check        pic x(9).
           05 filler          pic x(44).
       01  live-conf.
           05 cl-when         pic x(17).
           05 filler          pic x(1).
           05 cl-dbname       pic x(8).
           05 filler          pic x(1).
           05 cl-token        pic x(12).
           05 filler          pic x(1).
           05 cl-what         pic x(40).
           05 filler          pic x(1).
           05 cl-sqlcode      pic x(10).
           05 filler          pic x(2).
           05 cl-seq          pic x(6).
           05 filler          pic x(2).
           05 cl-check        pic x(9).
           05 filler          pic x(40).

       FD  head-file.
       01  head-rec.
           05 hd-seq          pic 9(6).
           05 filler          pic x.
           05 hd-check        pic 9(9).

       FD  seg-file.
       01  seg-rec            pic x(150).
       01  seg-head.
           05 sg-tag          pic x(9).
           05 sg-log          pic x(12).
           05 filler          pic x.
           05 sg-open-seq     pic 9(6).
           05 filler          pic x.
           05 sg-open-check   pic 9(9).
           05 filler          pic x.
           05 sg-from         pic 9(8).
           05 filler          pic x.
           05 sg-to           pic 9(8).
           05 filler          pic x(94).
       01  seg-trail.
           05 st-tag          pic x(9).
           05 st-close-seq    pic 9(6).
           05 filler          pic x.
           05 st-close-check  pic 9(9).
           05 filler          pic x.
           05 st-records      pic 9(6).
           05 filler          pic x.
           05 st-seal         pic 9(9).
           05 filler          pic x.
           05 st-sealed-ts    pic x(17).
           05 filler          pic x(90).

       FD  hold-file.
       01  hold-rec           pic x(150).

       FD  cat-file.
       01  cat-rec.
           05 ac-log          pic x(12).
           05 filler          pic x.
           05 ac-segment      pic x(14).
           05 filler          pic x.
           05 ac-from         pic 9(8).
           05 filler          pic x.
           05 ac-to           pic 9(8).
           05 filler          pic x.
           05 ac-open-seq     pic 9(6).
           05 filler          pic x.
           05 ac-open-check   pic 9(9).
           05 filler          pic x.
           05 ac-close-seq    pic 9(6).
           05 filler          pic x.
           05 ac-close-check  pic 9(9).
           05 filler          pic x.
           05 ac-records      pic 9(6).
           05 filler          pic x.
           05 ac-seal         pic 9(9).
           05 filler          pic x.
           05 ac-sealed-ts    pic x(17).
           05 filler          pic x.
           05 ac-sealed-by    pic x(8).
           05 filler          pic x.
           05 ac-state        pic x(6).
           05 filler          pic x.
           05 ac-hold         pic x.
           05 filler          pic x.
           05 ac-hold-ref     pic x(20).

       FD  control-file.
       01  control-rec.
           05 ct-keyword      pic x(9).
           05 ct-value        pic x(2).
           05 filler          pic x(69).

       Working-Storage Section.

       copy "sqlaudit.cbl".
       copy "sqlauth.cbl".

      * Local variables
       77 live-fs             pic xx.
       77 head-fs             pic xx.
       77 seg-fs              pic xx.
       77 hold-fs             pic xx.
       77 cat-fs              pic xx.
       77 control-fs          pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 operator-id         pic x(8).
       77 action-pick         pic x.
           88 wants-archive       value "A" "a".
           88 wants-list          value "L" "l".
           88 wants-hold          value "H" "h".
           88 wants-release       value "R" "r".
           88 wants-purge         value "P" "p".

       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).
       77 cutoff-date         pic 9(8).
       77 retain-years        pic 9(2) value 07.
       77 expiry-date         pic 9(8).

      * the log being archived: which trail, its files, its names
       77 log-kind            pic x.
           88 log-is-ops          value "O".
           88 log-is-conf         value "C".
       77 log-label           pic x(12).
       77 seg-prefix          pic x(8).
       77 live-name           pic x(14).
       77 head-name           pic x(14).
       77 seg-name            pic x(14).
       77 seg-num             pic 9(4).
       77 rm-cmd              pic x(40).

      * one record of the live file, whichever trail it is from
       77 rec-date            pic x(8).
       77 rec-seq             pic x(6).
       77 rec-check           pic x(9).
       77 carry-sw            pic x.
       77 archiving-sw        pic x.

      * the segment being built
       77 seed-seq            pic 9(6) comp-5.
       77 seed-check          pic 9(9) comp-5.
       77 close-seq           pic 9(6) comp-5.
       77 close-check         pic 9(9) comp-5.
       77 arch-count          pic 9(6) comp-5.
       77 keep-count          pic 9(6) comp-5.
       77 arch-from           pic 9(8).
       77 seal-check          pic 9(9) comp-5.
       77 head-before-seq     pic 9(6) comp-5.
       77 head-before-check   pic 9(9) comp-5.
       77 head-seq            pic 9(6) comp-5.
       77 head-check          pic 9(9) comp-5.

      * the segment catalog, held while it is changed
       77 cat-count           pic 9(4) comp-5 value 0.
       01 cat-table.
          05 cat-entry occurs 500 times.
             10 ce-log         pic x(12).
             10 ce-segment     pic x(14).
             10 ce-from        pic 9(8).
             10 ce-to          pic 9(8).
             10 ce-open-seq    pic 9(6).
             10 ce-open-check  pic 9(9).
             10 ce-close-seq   pic 9(6).
             10 ce-close-check pic 9(9).
             10 ce-records     pic 9(6).
             10 ce-seal        pic 9(9).
             10 ce-sealed-ts   pic x(17).
             10 ce-sealed-by   pic x(8).
             10 ce-state       pic x(6).
             10 ce-hold        pic x.
             10 ce-hold-ref    pic x(20).
       77 cat-idx             pic 9(4) comp-5.
       77 pick-idx            pic 9(4) comp-5.
       77 last-idx            pic 9(4) comp-5.
       77 purged-count        pic 9(4) comp-5.
       77 held-count          pic 9(4) comp-5.
       77 in-segment          pic x(14).
       77 in-ref              pic x(20).

      * the check fold, the arithmetic the audit chain uses
       77 chain-val           pic 9(18) comp-5.
       77 chain-quot          pic 9(18) comp-5.
       77 chain-idx           pic 9(4) comp-5.
       01 ord-work.
          05 ord-high         pic x.
          05 ord-low          pic x.
       01 ord-num redefines ord-work pic 9(4) comp.

       77 count-disp          pic z(5)9.

       Procedure Division.
       audarch-pgm section.

           display "Sample COBOL Program : AUDARCH.CBL".

           display "enter operator id : " with no advancing.
           accept operator-id.
           display "A = archive, L = list segments, H = legal hold, ",
              "R = release hold, P = purge expired : "
              with no advancing.
           accept action-pick.
           display " ".

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           perform Load-Catalog thru End-Load-Catalog.

           if wants-archive
              perform Archive-Trails thru End-Archive-Trails.
           if wants-list
              perform List-Segments thru End-List-Segments.
           if wants-hold
              perform Hold-Segment thru End-Hold-Segment.
           if wants-release
              perform Release-Segment thru End-Release-Segment.
           if wants-purge
              perform Purge-Expired thru End-Purge-Expired.

       end-audarch. stop run.

       Load-Catalog.
           move 0 to cat-count.
           open input cat-file.
           if cat-fs equal "35"
              go to End-Load-Catalog.

           move "N" to file-eof.
           perform Load-One-Entry thru End-Load-One-Entry
               until no-more-records.
           close cat-file.
           move "N" to file-eof.
       End-Load-Catalog. exit.

       Load-One-Entry.
           read cat-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Entry
           end-read.

           if ac-log equal spaces or ac-log (1:1) equal "*"
              go to End-Load-One-Entry.
           if cat-count is not less than 500
              display "AUDARCH.CAT holds more than 500 segments -- ",
                 "the rest are not shown"
              go to End-Load-One-Entry.

           add 1 to cat-count.
           move ac-log         to ce-log (cat-count).
           move ac-segment     to ce-segment (cat-count).
           move ac-from        to ce-from (cat-count).
           move ac-to          to ce-to (cat-count).
           move ac-open-seq    to ce-open-seq (cat-count).
           move ac-open-check  to ce-open-check (cat-count).
           move ac-close-seq   to ce-close-seq (cat-count).
           move ac-close-check to ce-close-check (cat-count).
           move ac-records     to ce-records (cat-count).
           move ac-seal        to ce-seal (cat-count).
           move ac-sealed-ts   to ce-sealed-ts (cat-count).
           move ac-sealed-by   to ce-sealed-by (cat-count).
           move ac-state       to ce-state (cat-count).
           move ac-hold        to ce-hold (cat-count).
           move ac-hold-ref    to ce-hold-ref (cat-count).
       End-Load-One-Entry. exit.

       Save-Catalog.
           open output cat-file.
           perform Save-One-Entry thru End-Save-One-Entry
               varying cat-idx from 1 by 1
               until cat-idx is greater than cat-count.
           close cat-file.
       End-Save-Catalog. exit.

       Save-One-Entry.
           move spaces to cat-rec.
           move ce-log (cat-idx)         to ac-log.
           move ce-segment (cat-idx)     to ac-segment.
           move ce-from (cat-idx)        to ac-from.
           move ce-to (cat-idx)          to ac-to.
           move ce-open-seq (cat-idx)    to ac-open-seq.
           move ce-open-check (cat-idx)  to ac-open-check.
           move ce-close-seq (cat-idx)   to ac-close-seq.
           move ce-close-check (cat-idx) to ac-close-check.
           move ce-records (cat-idx)     to ac-records.
           move ce-seal (cat-idx)        to ac-seal.
           move ce-sealed-ts (cat-idx)   to ac-sealed-ts.
           move ce-sealed-by (cat-idx)   to ac-sealed-by.
           move ce-state (cat-idx)       to ac-state.
           move ce-hold (cat-idx)        to ac-hold.
           move ce-hold-ref (cat-idx)    to ac-hold-ref.
           write cat-rec.
       End-Save-One-Entry. exit.

      ***********************************************************************
      * Archive-Trails closes both trails to the same cutoff date, so
      * a configuration change and the operations record beside it
      * are always archived together.  Today's records are never
      * archived.
      ***********************************************************************
       Archive-Trails.
           display "archive records dated up to (YYYYMMDD) : "
              with no advancing.
           accept cutoff-date.
           if cutoff-date not numeric or cutoff-date equal 0
              display "no cutoff date given -- nothing archived"
              move 8 to return-code
              go to End-Archive-Trails.
           if cutoff-date is not less than now-date
              display "the cutoff must be before today -- nothing ",
                 "archived"
              move 8 to return-code
              go to End-Archive-Trails.

           move "O" to log-kind.
           move "OPSAUDIT.LOG" to log-label.
           move "OPSAUDIT" to seg-prefix.
           move "OPSAUDIT.LOG" to live-name.
           move "OPSAUDIT.SEQ" to head-name.
           perform Archive-One-Trail thru End-Archive-One-Trail.

           move "C" to log-kind.
           move "DBCONF.AUD" to log-label.
           move "DBCONF" to seg-prefix.
           move "DBCONF.AUD" to live-name.
           move "DBCONF.SEQ" to head-name.
           perform Archive-One-Trail thru End-Archive-One-Trail.
       End-Archive-Trails. exit.

      ***********************************************************************
      * Archive-One-Trail seals one trail's records up to the cutoff
      * into the next segment.  A counting pass finds what the
      * segment will hold -- its first and last sequence and check,
      * its record count, and its seal -- so the header can be
      * written before the records; the copying pass then writes the
      * segment and sets the later records aside, and the live file
      * is restarted with the CARRY FORWARD record and those later
      * records.
      ***********************************************************************
       Archive-One-Trail.
           perform Read-Chain-Head thru End-Read-Chain-Head.
           move head-seq to head-before-seq.
           move head-check to head-before-check.

           perform Find-Last-Segment thru End-Find-Last-Segment.
           move 0 to seed-seq.
           move 0 to seed-check.
           if last-idx not equal 0
              move ce-close-seq (last-idx) to seed-seq
              move ce-close-check (last-idx) to seed-check.
           move seed-seq to close-seq.
           move seed-check to close-check.
           move 0 to arch-count.
           move 0 to keep-count.
           move 0 to arch-from.
           move 0 to seal-check.

      * counting pass
           open input live-file.
           if live-fs equal "35"
              display log-label, " not found -- nothing archived"
              go to End-Archive-One-Trail.
           move "Y" to archiving-sw.
           move "N" to file-eof.
           perform Count-One-Live thru End-Count-One-Live
               until no-more-records.
           close live-file.
           move "N" to file-eof.

           if arch-count equal 0
              display log-label, " holds nothing dated on or before ",
                 cutoff-date, " -- nothing archived"
              go to End-Archive-One-Trail.

           compute seg-num = seg-num + 1.
           move spaces to seg-name.
           string seg-prefix delimited by space
                  ".A"       delimited by size
                  seg-num    delimited by size
                  into seg-name.

      * copying pass
           open output seg-file.
           move spaces to seg-rec.
           move "*SEGMENT " to sg-tag.
           move log-label   to sg-log.
           compute sg-open-seq = seed-seq + 1.
           move seed-check  to sg-open-check.
           move arch-from   to sg-from.
           move cutoff-date to sg-to.
           write seg-rec.

           open output hold-file.
           open input live-file.
           move "Y" to archiving-sw.
           move "N" to file-eof.
           perform Copy-One-Live thru End-Copy-One-Live
               until no-more-records.
           close live-file.
           move "N" to file-eof.
           close hold-file.

           move spaces to seg-rec.
           move "*SEALED  "  to st-tag.
           move close-seq    to st-close-seq.
           move close-check  to st-close-check.
           move arch-count   to st-records.
           move seal-check   to st-seal.
           move now-ts       to st-sealed-ts.
           write seg-rec.
           close seg-file.

      * a record appended meanwhile would be lost by the restart
           perform Read-Chain-Head thru End-Read-Chain-Head.
           if head-seq not equal head-before-seq
              or head-check not equal head-before-check
              display log-label, " was written to while it was ",
                 "being archived -- ", seg-name, " discarded; ",
                 "run the archive again"
              move spaces to rm-cmd
              string "rm -f "  delimited by size
                     seg-name  delimited by space
                     into rm-cmd
              call "SYSTEM" using rm-cmd
              move 8 to return-code
              go to End-Archive-One-Trail.

           if cat-count is not less than 500
              display "AUDARCH.CAT is full -- ", seg-name,
                 " discarded"
              move spaces to rm-cmd
              string "rm -f "  delimited by size
                     seg-name  delimited by space
                     into rm-cmd
              call "SYSTEM" using rm-cmd
              move 8 to return-code
              go to End-Archive-One-Trail.

           add 1 to cat-count.
           move log-label     to ce-log (cat-count).
           move seg-name      to ce-segment (cat-count).
           move arch-from     to ce-from (cat-count).
           move cutoff-date   to ce-to (cat-count).
           compute ce-open-seq (cat-count) = seed-seq + 1.
           move seed-check    to ce-open-check (cat-count).
           move close-seq     to ce-close-seq (cat-count).
           move close-check   to ce-close-check (cat-count).
           move arch-count    to ce-records (cat-count).
           move seal-check    to ce-seal (cat-count).
           move now-ts        to ce-sealed-ts (cat-count).
           move operator-id   to ce-sealed-by (cat-count).
           move "SEALED"      to ce-state (cat-count).
           move "N"           to ce-hold (cat-count).
           move spaces        to ce-hold-ref (cat-count).
           perform Save-Catalog thru End-Save-Catalog.

           perform Restart-Live thru End-Restart-Live.

           move arch-count to count-disp.
           display log-label, ": ", count-disp, " record(s) sealed ",
              "into ", seg-name.
           move keep-count to count-disp.
           display "  live file restarted with a CARRY FORWARD ",
              "record and ", count-disp, " later record(s)".
       End-Archive-One-Trail. exit.

       Read-Chain-Head.
           move 0 to head-seq.
           move 0 to head-check.
           open input head-file.
           if head-fs equal "35"
              go to End-Read-Chain-Head.
           read head-file
               at end go to Close-Chain-Head
           end-read.
           if hd-seq numeric and hd-check numeric
              move hd-seq to head-seq
              move hd-check to head-check.
       Close-Chain-Head.
           close head-file.
       End-Read-Chain-Head. exit.

      * the trail's last segment, and the next segment number
       Find-Last-Segment.
           move 0 to last-idx.
           move 0 to seg-num.
           perform Match-Log-Segment thru End-Match-Log-Segment
               varying cat-idx from 1 by 1
               until cat-idx is greater than cat-count.
       End-Find-Last-Segment. exit.

       Match-Log-Segment.
           if ce-log (cat-idx) not equal log-label
              go to End-Match-Log-Segment.
           move cat-idx to last-idx.
           if ce-segment (cat-idx) (11:4) numeric
              and ce-segment (cat-idx) (11:4) is greater than seg-num
              move ce-segment (cat-idx) (11:4) to seg-num.
           if log-is-conf and ce-segment (cat-idx) (9:4) numeric
              and ce-segment (cat-idx) (9:4) is greater than seg-num
              move ce-segment (cat-idx) (9:4) to seg-num.
       End-Match-Log-Segment. exit.

      ***********************************************************************
      * Take-Live-Fields picks the date, sequence, and check out of
      * one live record, and notes the CARRY FORWARD record a
      * previous archive left at the top of the file.
      ***********************************************************************
       Take-Live-Fields.
           move "N" to carry-sw.
           if log-is-ops
              move al-timestamp (1:8) to rec-date
              move al-seq   to rec-seq
              move al-check to rec-check
              if al-action equal "CARRY FORWARD"
                 move "Y" to carry-sw
              end-if
           else
              move cl-when (1:8) to rec-date
              move cl-seq   to rec-seq
              move cl-check to rec-check
              if cl-token equal "CARRY FWD"
                 move "Y" to carry-sw
              end-if
           end-if.

      * archiving stops at the first record after the cutoff, so a
      * segment is always a run of the chain from its start
           if archiving-sw equal "Y" and carry-sw not equal "Y"
              and rec-date numeric
              and rec-date is greater than cutoff-date
              move "N" to archiving-sw.
       End-Take-Live-Fields. exit.

       Count-One-Live.
           read live-file
               at end
                  move "Y" to file-eof
                  go to End-Count-One-Live
           end-read.
           if live-rec equal spaces
              go to End-Count-One-Live.
           perform Take-Live-Fields thru End-Take-Live-Fields.

      * a carry record restates where the chain stood
           if carry-sw equal "Y"
              if rec-seq numeric and rec-check numeric
                 and arch-count equal 0
                 move rec-seq to seed-seq
                 move rec-check to seed-check
                 move rec-seq to close-seq
                 move rec-check to close-check
              end-if
              go to End-Count-One-Live.

           if archiving-sw not equal "Y"
              add 1 to keep-count
              go to End-Count-One-Live.

           add 1 to arch-count.
           if arch-from equal 0 and rec-date numeric
              move rec-date to arch-from.
           if rec-seq numeric and rec-check numeric
              move rec-seq to close-seq
              move rec-check to close-check.
           perform Fold-Seal thru End-Fold-Seal.
       End-Count-One-Live. exit.

       Copy-One-Live.
           read live-file
               at end
                  move "Y" to file-eof
                  go to End-Copy-One-Live
           end-read.
           if live-rec equal spaces
              go to End-Copy-One-Live.
           perform Take-Live-Fields thru End-Take-Live-Fields.
           if carry-sw equal "Y"
              go to End-Copy-One-Live.

           if archiving-sw equal "Y"
              write seg-rec from live-rec
           else
              write hold-rec from live-rec.
       End-Copy-One-Live. exit.

       Fold-Seal.
           move seal-check to chain-val.
           perform Fold-One-Byte thru End-Fold-One-Byte
               varying chain-idx from 1 by 1
               until chain-idx is greater than 150.
           move chain-val to seal-check.
       End-Fold-Seal. exit.

       Fold-One-Byte.
           move low-value to ord-high.
           move live-rec (chain-idx:1) to ord-low.
           compute chain-val = (chain-val * 31) + ord-num.
           divide chain-val by 999999937
              giving chain-quot remainder chain-val.
       End-Fold-One-Byte. exit.

      ***********************************************************************
      * Restart-Live rewrites the live file: the CARRY FORWARD record
      * restating the segment's closing sequence and check, then the
      * records set aside.  The carry record is not itself a link --
      * the next record chains from the check it restates.
      ***********************************************************************
       Restart-Live.
           open output live-file.
           move spaces to live-rec.
           if log-is-ops
              move now-ts          to al-timestamp
              move operator-id     to al-operator
              move "CARRY FORWARD" to al-action
              move seg-name        to al-target
              move "ARCHIVED"      to al-outcome
              move close-seq       to al-seq
              move close-check     to al-check
           else
              move now-ts          to cl-when
              move "AUDARCH"       to cl-dbname
              move "CARRY FWD"     to cl-token
              string "CARRIED FORWARD FROM " delimited by size
                     seg-name                 delimited by space
                     into cl-what
              move close-seq       to cl-seq
              move close-check     to cl-check.
           write live-rec.

           open input hold-file.
           move "N" to file-eof.
           perform Restore-One-Record thru End-Restore-One-Record
               until no-more-records.
           close hold-file.
           move "N" to file-eof.
           close live-file.
       End-Restart-Live. exit.

       Restore-One-Record.
           read hold-file
               at end
                  move "Y" to file-eof
                  go to End-Restore-One-Record
           end-read.
           write live-rec from hold-rec.
       End-Restore-One-Record. exit.

       List-Segments.
           if cat-count equal 0
              display "  (no archive segments)"
              go to End-List-Segments.
           perform List-One-Segment thru End-List-One-Segment
               varying cat-idx from 1 by 1
               until cat-idx is greater than cat-count.
       End-List-Segments. exit.

       List-One-Segment.
           display "  ", ce-segment (cat-idx), " ",
              ce-from (cat-idx), "-", ce-to (cat-idx), " seq ",
              ce-open-seq (cat-idx), "-", ce-close-seq (cat-idx),
              " ", ce-state (cat-idx), " sealed ",
              ce-sealed-ts (cat-idx) (1:8), " by ",
              ce-sealed-by (cat-idx).
           if ce-hold (cat-idx) equal "Y"
              display "      LEGAL HOLD: ", ce-hold-ref (cat-idx).
       End-List-One-Segment. exit.

       Ask-Segment.
           display "segment (e.g. OPSAUDIT.A0001) : " with no advancing.
           accept in-segment.
           move 0 to pick-idx.
           perform Match-Segment thru End-Match-Segment
               varying cat-idx from 1 by 1
               until cat-idx is greater than cat-count
                  or pick-idx is not equal 0.
           if pick-idx equal 0
              display "no segment ", in-segment, " in AUDARCH.CAT".
       End-Ask-Segment. exit.

       Match-Segment.
           if ce-segment (cat-idx) equal in-segment
              move cat-idx to pick-idx.
       End-Match-Segment. exit.

      ***********************************************************************
      * Hold-Segment puts a segment under legal hold for a named
      * matter; Release-Segment lifts one, which takes the same
      * authority as a purge.
      ***********************************************************************
       Hold-Segment.
           perform Ask-Segment thru End-Ask-Segment.
           if pick-idx equal 0
              go to End-Hold-Segment.
           if ce-state (pick-idx) equal "PURGED"
              display in-segment, " was purged on retention -- ",
                 "nothing to hold"
              go to End-Hold-Segment.

           display "matter or case the hold is for : "
              with no advancing.
           accept in-ref.
           if in-ref equal spaces
              display "a legal hold names its matter -- not held"
              go to End-Hold-Segment.

           move "Y"    to ce-hold (pick-idx).
           move in-ref to ce-hold-ref (pick-idx).
           perform Save-Catalog thru End-Save-Catalog.
           display in-segment, " is under legal hold for ", in-ref.

           move operator-id to AUD-OPERATOR.
           move "LEGAL HOLD SET" to AUD-ACTION.
           move in-segment to AUD-TARGET.
           move in-ref to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.
       End-Hold-Segment. exit.

       Release-Segment.
           perform Ask-Segment thru End-Ask-Segment.
           if pick-idx equal 0
              go to End-Release-Segment.
           if ce-hold (pick-idx) not equal "Y"
              display in-segment, " is not under legal hold"
              go to End-Release-Segment.

           move operator-id to AUTH-OPERATOR.
           move "PURGE" to AUTH-CLASS.
           call "opsauth" using OPSAUTH-AREA.
           if AUTH-ALLOWED-SW not equal "Y"
              display "operator ", operator-id,
                 " is not authorized for PURGE -- hold kept"
              go to End-Release-Segment.

           move ce-hold-ref (pick-idx) to in-ref.
           move "N"    to ce-hold (pick-idx).
           move spaces to ce-hold-ref (pick-idx).
           perform Save-Catalog thru End-Save-Catalog.
           display "legal hold on ", in-segment, " for ", in-ref,
              " released".

           move operator-id to AUD-OPERATOR.
           move "LEGAL HOLD RELEASED" to AUD-ACTION.
           move in-segment to AUD-TARGET.
           move in-ref to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.
       End-Release-Segment. exit.

      ***********************************************************************
      * Purge-Expired removes the segments whose period ended more
      * than the retention period ago.  A segment under legal hold is
      * never purged, however old.  A purged segment stays in the
      * catalog marked PURGED.
      ***********************************************************************
       Purge-Expired.
           perform Load-Retention thru End-Load-Retention.

           move operator-id to AUTH-OPERATOR.
           move "PURGE" to AUTH-CLASS.
           call "opsauth" using OPSAUTH-AREA.
           if AUTH-ALLOWED-SW not equal "Y"
              display "operator ", operator-id,
                 " is not authorized for PURGE -- refused"
              move 8 to return-code
              go to End-Purge-Expired.

           move 0 to purged-count.
           move 0 to held-count.
           perform Purge-One-Segment thru End-Purge-One-Segment
               varying cat-idx from 1 by 1
               until cat-idx is greater than cat-count.
           if purged-count is greater than 0
              perform Save-Catalog thru End-Save-Catalog.

           move purged-count to count-disp.
           display count-disp, " segment(s) past the ", retain-years,
              "-year retention purged".
           if held-count is greater than 0
              move held-count to count-disp
              display count-disp, " expired segment(s) kept under ",
                 "legal hold".
       End-Purge-Expired. exit.

       Purge-One-Segment.
           if ce-state (cat-idx) not equal "SEALED"
              go to End-Purge-One-Segment.
           compute expiry-date = ce-to (cat-idx)
              + (retain-years * 10000).
           if expiry-date is not less than now-date
              go to End-Purge-One-Segment.
           if ce-hold (cat-idx) equal "Y"
              add 1 to held-count
              display ce-segment (cat-idx), " is past retention but ",
                 "under legal hold for ", ce-hold-ref (cat-idx),
                 " -- kept"
              go to End-Purge-One-Segment.

           move spaces to rm-cmd.
           string "rm -f "            delimited by size
                  ce-segment (cat-idx) delimited by space
                  into rm-cmd.
           call "SYSTEM" using rm-cmd.
           move "PURGED" to ce-state (cat-idx).
           add 1 to purged-count.
           display "purged ", ce-segment (cat-idx), " (",
              ce-from (cat-idx), " to ", ce-to (cat-idx), ")".

           move operator-id to AUD-OPERATOR.
           move "PURGE AUDIT SEGMENT" to AUD-ACTION.
           move ce-segment (cat-idx) to AUD-TARGET.
           move "PURGED" to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.
       End-Purge-One-Segment. exit.

       Load-Retention.
           open input control-file.
           if control-fs equal "35"
              go to End-Load-Retention.
           move "N" to file-eof.
           perform Load-One-Control thru End-Load-One-Control
               until no-more-records.
           close control-file.
           move "N" to file-eof.
       End-Load-Retention. exit.

       Load-One-Control.
           read control-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Control
           end-read.
           if ct-keyword equal spaces or ct-keyword (1:1) equal "*"
              go to End-Load-One-Control.
           if ct-keyword equal "RETAIN" and ct-value numeric
              and ct-value is greater than 0
              move ct-value to retain-years
           else
              display "AUDARCH.CTL line not understood -- ignored: ",
                 control-rec.
       End-Load-One-Control. exit.
