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
      ** SOURCE FILE NAME: privmask.cbl
      **
      ** SAMPLE: Retention masking of personal identifiers in the
      **         suite's operations files
      **
      **         Several files name people -- user ids, operator ids,
      **         and workstations -- and every one of them was kept
      **         for as long as the file lived.  PRIVACY.POL gives
      **         each such file two limits in days:
      **
      **           CHRGBACK.CSV   0090 0730
      **           OPERMENU.LOG   0180 0000
      **           VICTIMS.DAT    0090 0365 MATTER-2026-114
      **           PSEUDKEY       site-secret-words
      **
      **         A record older than the first limit has its
      **         identifiers replaced by a pseudonym, "#" and seven
      **         digits folded from the identifier and the site's
      **         PSEUDKEY the way the audit chain folds its records,
      **         so one person is the same token in every file and
      **         every run: chrgback.cbl's and billing.cbl's per-user
      **         month totals still reconcile over masked months.
      **         CHRGBACK.CSV is aged by the last day of each row's
      **         month, so a month is masked all at once and never
      **         splits one person across a real id and a token.
      **         Past the second limit (0000 for never) the
      **         identifiers are removed outright -- blanked, or for
      **         the connection allowlist, whose entries mean nothing
      **         without them, the entry is dropped.
      **
      **         Legal holds are the ones audarch.cbl keeps in
      **         AUDARCH.CAT, set and released under PURGE authority:
      **         a record dated inside the period of a held segment
      **         (for CHRGBACK.CSV, a month touching it) is left as it
      **         stands, and reported and audited as HELD for the
      **         hold's reference.  A file carrying a matter in the
      **         policy's own hold column is not touched at all.
      **
      **         The files it knows, and what it takes out of each:
      **
      **           CHRGBACK.CSV  the USERID of each observation
      **           VICTIMS.DAT   the USERID of each forced victim
      **           OPERMENU.LOG  the operator of each console run
      **           ACCTSWP.RPT   the offending authid and workstation
      **                         (aged by the sweep date heading it)
      **           CONNALLW.DAT  authid, workstation, and approver,
      **           CONNNEW.DAT   aged by when the entry was last seen
      **
      **         Each file is masked through a work file and copied
      **         back only if nothing was appended to it meanwhile;
      **         a file that changed is left alone for the next run,
      **         the way audarch.cbl treats a trail that moved on.
      **         PRIVMASK.RPT states, for the privacy register, what
      **         was masked and removed in which file and through
      **         which record date, and every file touched or held is
      **         recorded in the operations audit trail.
      **
      ** INPUT FILES:  PRIVACY.POL  (retention limits per file)
      **               AUDARCH.CAT  (legal holds, from audarch.cbl)
      ** I/O FILES:    the files named above (rewritten)
      ** OUTPUT FILES: PRIVMASK.RPT (privacy register, via rptwrite)
      **               PRIVMASK.TMP (work file, emptied at the end)
      **               OPSAUDIT.LOG (via opsaudit.cbl)
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
       Program-Id. "privmask".

       Environment Division.
       Input-Output Section.
       File-Control.
           select policy-file assign to "PRIVACY.POL"
               organization is line sequential
               file status is policy-fs.
           select cat-file assign to "AUDARCH.CAT"
               organization is line sequential
               file status is cat-fs.
           select live-file assign to dynamic live-name
               organization is line sequential
               file status is live-fs.
           select work-file assign to "PRIVMASK.TMP"
               organization is line sequential
               file status is work-fs.

       Data Division.
       File Section.
       FD  policy-file.
       01  policy-rec.
           05 pr-file         pic x(14).
           05 filler          pic x.
           05 pr-mask-days    pic x(4).
           05 filler          pic x.
           05 pr-remove-days  pic x(4).
           05 filler          pic x.
           05 pr-hold         pic x(20).
       01  policy-key-rec.
           05 pk-keyword      pic x(14).
           05 filler          pic x.
           05 pk-key          pic x(20).

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
           05 filler          pic x.
           05 ac-hold         pic x.
           05 filler          pic x.
           05 ac-hold-ref     pic x(20).

       FD  live-file.
       01  live-rec           pic x(200).

       FD  work-file.
       01  work-rec           pic x(200).

       Working-Storage Section.

       copy "sqlaudit.cbl".
       copy "sqlrptw.cbl".
       copy "sqldtsrv.cbl".
       copy "sqlrunh.cbl".

      * Local variables
       77 policy-fs           pic xx.
       77 cat-fs              pic xx.
       77 live-fs             pic xx.
       77 work-fs             pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).
       77 live-name           pic x(14).

      * the retention policy, one entry per file
       77 pseud-key           pic x(20) value spaces.
       77 pol-count           pic 9(4) comp-5 value 0.
       01 pol-table.
          05 pol-entry occurs 20 times.
             10 pt-file        pic x(14).
             10 pt-mask-days   pic 9(4).
             10 pt-remove-days pic 9(4).
             10 pt-hold        pic x(20).
       77 pol-idx             pic 9(4) comp-5.

      * the legal holds standing in AUDARCH.CAT, and how many records
      * each has kept back in the file being masked
       77 hold-count          pic 9(4) comp-5 value 0.
       01 hold-table.
          05 hold-entry occurs 100 times.
             10 hd-from        pic 9(8).
             10 hd-to          pic 9(8).
             10 hd-ref         pic x(20).
             10 hd-kept        pic 9(9) comp-5.
       77 hold-idx            pic 9(4) comp-5.
       77 held-count          pic 9(9) comp-5.
       77 total-held          pic 9(9) comp-5 value 0.
       77 held-sw             pic x.
           88 record-held         value "Y".
       77 span-from           pic 9(8).
       77 span-to             pic 9(8).

      * where the identifiers sit in the file being masked
       77 lay-known-sw        pic x.
           88 layout-known        value "Y".
       77 lay-date-pos        pic 9(4) comp-5.
       77 lay-date-len        pic 9(4) comp-5.
       77 lay-drop-sw         pic x.
           88 drop-on-remove      value "Y".
       77 lay-heading-sw      pic x.
           88 dated-by-heading    value "Y".
       77 lay-month-sw        pic x.
           88 aged-by-month       value "Y".
       77 lay-id-count        pic 9(4) comp-5.
       01 lay-id-table.
          05 lay-id occurs 3 times.
             10 lay-id-pos     pic 9(4) comp-5.
             10 lay-id-len     pic 9(4) comp-5.
       77 id-idx              pic 9(4) comp-5.

      * one record of the file being masked
       01 work-line           pic x(200).
       77 heading-date        pic x(8).
       77 rec-date            pic x(8).
       77 rec-ts              pic x(17).
       77 age-days            pic 9(9) comp-5.
       77 rec-action          pic x.
           88 rec-keep            value "K".
           88 rec-mask            value "M".
           88 rec-remove          value "R".
       77 rec-changed-sw      pic x.

      * the last day of a record's month, for files aged by month
       01 month-days-values   pic x(24)
                              value "312831303130313130313031".
       01 month-days-table redefines month-days-values.
          05 month-days       pic 99 occurs 12 times.
       01 month-end.
          05 me-year          pic 9(4).
          05 me-month         pic 99.
          05 me-day           pic 99.
       77 leap-quot           pic 9(4) comp-5.
       77 leap-rem-4          pic 9(4) comp-5.
       77 leap-rem-100        pic 9(4) comp-5.
       77 leap-rem-400        pic 9(4) comp-5.

      * what happened to the file being masked
       77 read-count          pic 9(9) comp-5.
       77 recount             pic 9(9) comp-5.
       77 masked-count        pic 9(9) comp-5.
       77 removed-count       pic 9(9) comp-5.
       77 dropped-count       pic 9(9) comp-5.
       77 mask-through        pic x(8).
       77 remove-through      pic x(8).
       77 file-note           pic x(40).

      * the run's totals
       77 files-masked        pic 9(4) comp-5 value 0.
       77 files-held          pic 9(4) comp-5 value 0.
       77 files-left          pic 9(4) comp-5 value 0.
       77 total-masked        pic 9(9) comp-5 value 0.
       77 total-removed       pic 9(9) comp-5 value 0.

      * the pseudonym: the identifier folded with the site's key
       01 fold-work.
          05 fold-key         pic x(20).
          05 fold-id          pic x(20).
       77 token-num           pic 9(7).
       77 token-text          pic x(8).
       77 id-work             pic x(20).
       77 chain-val           pic 9(18) comp-5.
       77 chain-quot          pic 9(18) comp-5.
       77 chain-idx           pic 9(4) comp-5.
       01 ord-work.
          05 ord-high         pic x.
          05 ord-low          pic x.
       01 ord-num redefines ord-work pic 9(4) comp.

      * the pseudonyms handed out this run, so two identifiers that
      * fold to one token are caught and reported
       77 pseud-count         pic 9(4) comp-5 value 0.
       01 pseud-table.
          05 pseud-entry occurs 500 times.
             10 ps-id          pic x(20).
             10 ps-token       pic x(8).
       77 pseud-idx           pic 9(4) comp-5.
       77 collision-count     pic 9(4) comp-5 value 0.
       77 seen-sw             pic x.
           88 pseud-seen          value "Y".

       77 days-disp           pic z(3)9.
       77 rmdays-disp         pic z(3)9.
       77 count-disp          pic z(8)9.
       77 rmcount-disp        pic z(8)9.
       01 rpt-line            pic x(132).

       Procedure Division.
       privmask-pgm section.

           display "Sample COBOL Program : PRIVMASK.CBL".

           move "privmask" to RH-PROGRAM.
           move "S" to RH-FUNCTION.
           call "runhist" using RUNHIST-AREA.

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           perform Load-Policy thru End-Load-Policy.
           perform Load-Holds thru End-Load-Holds.
           if pol-count equal 0
              display "PRIVACY.POL names no files -- nothing masked"
              go to end-privmask.

      * an unkeyed fold could be reversed by folding every known
      * user id, so no pseudonym is made without the site's key
           if pseud-key equal spaces
              display "PRIVACY.POL has no PSEUDKEY line -- nothing ",
                 "masked"
              move 8 to RETURN-CODE
              go to end-privmask.

           move "O" to RPTW-FUNCTION.
           move "PRIVMASK.RPT" to RPTW-FILE-NAME.
           move spaces to RPTW-TITLE.
           string "PRIVACY RETENTION RUN "  delimited by size
                  now-ts                    delimited by size
                  into RPTW-TITLE.
           move "  FILE            MASK RMVE     MASKED    REMOVED  MASK
      -         "ED THRU  REMOVED THRU  NOTE" to RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

           perform Mask-One-File thru End-Mask-One-File
               varying pol-idx from 1 by 1
               until pol-idx is greater than pol-count.

           move spaces to rpt-line.
           perform Write-Mask-Line thru End-Write-Mask-Line.
           move total-masked to count-disp.
           move spaces to rpt-line.
           string "  identifiers masked   :" delimited by size
                  count-disp                 delimited by size
                  into rpt-line.
           perform Write-Mask-Line thru End-Write-Mask-Line.
           move total-removed to count-disp.
           move spaces to rpt-line.
           string "  identifiers removed  :" delimited by size
                  count-disp                 delimited by size
                  into rpt-line.
           perform Write-Mask-Line thru End-Write-Mask-Line.
           move total-held to count-disp.
           move spaces to rpt-line.
           string "  records under hold   :" delimited by size
                  count-disp                 delimited by size
                  into rpt-line.
           perform Write-Mask-Line thru End-Write-Mask-Line.
           move files-held to count-disp.
           move spaces to rpt-line.
           string "  files under hold     :" delimited by size
                  count-disp                 delimited by size
                  into rpt-line.
           perform Write-Mask-Line thru End-Write-Mask-Line.
           if collision-count is greater than 0
              move collision-count to count-disp
              move spaces to rpt-line
              string "  token collisions     :" delimited by size
                     count-disp                 delimited by size
                     " -- distinct identifiers share a pseudonym"
                                                delimited by size
                     into rpt-line
              perform Write-Mask-Line thru End-Write-Mask-Line.

           move "C" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.

      * the work file last held a copy of a file's records; it is
      * emptied rather than left holding the names
           open output work-file.
           close work-file.

           if files-left is greater than 0
              move 4 to RETURN-CODE.

           display total-masked, " identifier(s) masked, ",
              total-removed, " removed -- see PRIVMASK.RPT".

       end-privmask.
           move "E" to RH-FUNCTION.
           move RETURN-CODE to RH-RETCODE.
           call "runhist" using RUNHIST-AREA.
           stop run.

      ***********************************************************************
      * Load-Policy reads PRIVACY.POL.  A line whose limits are not
      * numeric, or whose removal limit does not lie beyond its
      * masking limit, is ignored with a message -- preflight.cbl
      * reports the same faults ahead of the run.
      ***********************************************************************
       Load-Policy.
           open input policy-file.
           if policy-fs equal "35"
              go to End-Load-Policy.

           move "N" to file-eof.
           perform Load-One-Policy thru End-Load-One-Policy
               until no-more-records.
           close policy-file.
       End-Load-Policy. exit.

       Load-One-Policy.
           read policy-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Policy
           end-read.

           if policy-rec equal spaces
              or pr-file (1:1) equal "*"
              go to End-Load-One-Policy.

           if pk-keyword equal "PSEUDKEY"
              move pk-key to pseud-key
              go to End-Load-One-Policy.

           if pr-mask-days not numeric
              or pr-remove-days not numeric
              or pr-mask-days equal "0000"
              display "PRIVACY.POL ", pr-file, " limits are not ",
                 "numeric days -- line ignored"
              go to End-Load-One-Policy.
           if pr-remove-days not equal "0000"
              and pr-remove-days not greater than pr-mask-days
              display "PRIVACY.POL ", pr-file, " removal limit is ",
                 "not beyond its masking limit -- line ignored"
              go to End-Load-One-Policy.

           if pol-count is less than 20
              add 1 to pol-count
              move pr-file        to pt-file (pol-count)
              move pr-mask-days   to pt-mask-days (pol-count)
              move pr-remove-days to pt-remove-days (pol-count)
              move pr-hold        to pt-hold (pol-count).
       End-Load-One-Policy. exit.

      ***********************************************************************
      * Load-Holds takes every segment audarch.cbl has under legal
      * hold.  Its period is what is held, whichever log the segment
      * belongs to: the records of that period are evidence for the
      * matter.  Without a catalog there is no hold.
      ***********************************************************************
       Load-Holds.
           open input cat-file.
           if cat-fs not equal "00"
              go to End-Load-Holds.

           move "N" to file-eof.
           perform Load-One-Hold thru End-Load-One-Hold
               until no-more-records.
           close cat-file.
       End-Load-Holds. exit.

       Load-One-Hold.
           read cat-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Hold
           end-read.

           if ac-hold not equal "Y"
              or ac-from not numeric
              or ac-to not numeric
              go to End-Load-One-Hold.

           if hold-count is less than 100
              add 1 to hold-count
              move ac-from     to hd-from (hold-count)
              move ac-to       to hd-to (hold-count)
              move ac-hold-ref to hd-ref (hold-count).
       End-Load-One-Hold. exit.

      ***********************************************************************
      * Mask-One-File ages every record of one policy file, writing
      * the masked image to the work file, and copies it back over
      * the live file only when the live file still holds exactly the
      * records that were read -- a writer that appended meanwhile
      * would otherwise lose its record.
      ***********************************************************************
       Mask-One-File.
           move 0 to read-count.
           move 0 to masked-count.
           move 0 to removed-count.
           move 0 to dropped-count.
           move 0 to held-count.
           perform Clear-One-Hold thru End-Clear-One-Hold
               varying hold-idx from 1 by 1
               until hold-idx is greater than hold-count.
           move spaces to mask-through.
           move spaces to remove-through.
           move spaces to heading-date.
           move spaces to file-note.

           if pt-hold (pol-idx) not equal spaces
              add 1 to files-held
              move spaces to file-note
              string "HELD for "        delimited by size
                     pt-hold (pol-idx)  delimited by size
                     into file-note
              perform Report-File thru End-Report-File
              move "HELD" to AUD-OUTCOME
              perform Audit-File thru End-Audit-File
              go to End-Mask-One-File.

           perform Set-File-Layout thru End-Set-File-Layout.
           if not layout-known
              add 1 to files-left
              move "no layout known -- not masked" to file-note
              perform Report-File thru End-Report-File
              go to End-Mask-One-File.

           move pt-file (pol-idx) to live-name.
           open input live-file.
           if live-fs equal "35"
              move "not present" to file-note
              perform Report-File thru End-Report-File
              go to End-Mask-One-File.

           open output work-file.
           move "N" to file-eof.
           perform Mask-One-Record thru End-Mask-One-Record
               until no-more-records.
           close live-file.
           close work-file.

           if held-count is greater than 0
              perform Report-One-Hold thru End-Report-One-Hold
                  varying hold-idx from 1 by 1
                  until hold-idx is greater than hold-count.

           if masked-count equal 0
              and removed-count equal 0
              and dropped-count equal 0
              move "nothing newly past its limit" to file-note
              perform Report-File thru End-Report-File
              go to End-Mask-One-File.

           perform Count-Live thru End-Count-Live.
           if recount not equal read-count
              add 1 to files-left
              move "written to meanwhile -- left for next run"
                 to file-note
              perform Report-File thru End-Report-File
              move "CHANGED, RETRY" to AUD-OUTCOME
              perform Audit-File thru End-Audit-File
              go to End-Mask-One-File.

           perform Copy-Back thru End-Copy-Back.

           add 1 to files-masked.
           add masked-count to total-masked.
           add removed-count to total-removed.
           if dropped-count is greater than 0
              move dropped-count to count-disp
              string "entries dropped:" delimited by size
                     count-disp         delimited by size
                     into file-note.
           perform Report-File thru End-Report-File.
           move "MASKED" to AUD-OUTCOME.
           perform Audit-File thru End-Audit-File.
       End-Mask-One-File. exit.

       Clear-One-Hold.
           move 0 to hd-kept (hold-idx).
       End-Clear-One-Hold. exit.

      * each hold that kept records back is its own register line and
      * its own audit record, naming the matter
       Report-One-Hold.
           if hd-kept (hold-idx) equal 0
              go to End-Report-One-Hold.

           move hd-kept (hold-idx) to count-disp.
           move spaces to rpt-line.
           string "  "                    delimited by size
                  pt-file (pol-idx)       delimited by size
                  " HELD"                 delimited by size
                  count-disp              delimited by size
                  " record(s) for "       delimited by size
                  hd-ref (hold-idx)       delimited by size
                  " ("                    delimited by size
                  hd-from (hold-idx)      delimited by size
                  " to "                  delimited by size
                  hd-to (hold-idx)        delimited by size
                  ")"                     delimited by size
                  into rpt-line.
           perform Write-Mask-Line thru End-Write-Mask-Line.

           move "BATCH" to AUD-OPERATOR.
           move "PRIVACY HELD" to AUD-ACTION.
           move pt-file (pol-idx) to AUD-TARGET.
           move hd-ref (hold-idx) to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.
       End-Report-One-Hold. exit.

      ***********************************************************************
      * Set-File-Layout says where each known file keeps its record
      * date and the identifiers to take out of it.
      ***********************************************************************
       Set-File-Layout.
           move "Y" to lay-known-sw.
           move "N" to lay-drop-sw.
           move "N" to lay-heading-sw.
           move "N" to lay-month-sw.
           move 17 to lay-date-len.
           move 1 to lay-date-pos.
           move 1 to lay-id-count.
           move 8 to lay-id-len (1).

           evaluate pt-file (pol-idx)
              when "CHRGBACK.CSV"
                 move "Y" to lay-month-sw
                 move 8  to lay-date-len
                 move 19 to lay-id-pos (1)
              when "VICTIMS.DAT"
                 move 71 to lay-id-pos (1)
              when "OPERMENU.LOG"
                 move 20 to lay-id-pos (1)
              when "ACCTSWP.RPT"
                 move "Y" to lay-heading-sw
                 move 8  to lay-date-len
                 move 2  to lay-id-count
                 move 3  to lay-id-pos (1)
                 move 17 to lay-id-pos (2)
                 move 8  to lay-id-len (2)
              when "CONNALLW.DAT"
                 move "Y" to lay-drop-sw
                 move 114 to lay-date-pos
                 move 3  to lay-id-count
                 move 43 to lay-id-pos (1)
                 move 53 to lay-id-pos (2)
                 move 20 to lay-id-len (2)
                 move 85 to lay-id-pos (3)
                 move 8  to lay-id-len (3)
              when "CONNNEW.DAT"
                 move "Y" to lay-drop-sw
                 move 104 to lay-date-pos
                 move 3  to lay-id-count
                 move 43 to lay-id-pos (1)
                 move 53 to lay-id-pos (2)
                 move 20 to lay-id-len (2)
                 move 130 to lay-id-pos (3)
                 move 8  to lay-id-len (3)
              when other
                 move "N" to lay-known-sw
           end-evaluate.
       End-Set-File-Layout. exit.

      ***********************************************************************
      * Mask-One-Record ages one record by its own date (the sweep
      * report by the date in its heading, the usage file by its
      * month's last day) and masks or removes its identifiers.  A
      * record whose date cannot be read, or that lies under a legal
      * hold, is kept as it stands.
      ***********************************************************************
       Mask-One-Record.
           read live-file
               at end
                  move "Y" to file-eof
                  go to End-Mask-One-Record
           end-read.

           add 1 to read-count.
           move live-rec to work-line.

           if dated-by-heading
              perform Take-Heading-Date thru End-Take-Heading-Date
              if rec-date equal spaces
                 go to Keep-Record
              end-if
           else
              move work-line (lay-date-pos:8) to rec-date.

           if rec-date not numeric
              go to Keep-Record.

           move rec-date to span-from.
           move rec-date to span-to.
           if aged-by-month
              perform Set-Month-End thru End-Set-Month-End
              if month-end equal spaces
                 go to Keep-Record
              end-if
              move month-end to span-to
              move rec-date (1:6) to span-from (1:6)
              move "01" to span-from (7:2).

           if lay-date-len equal 8
              move spaces to rec-ts
              string span-to     delimited by size
                     "-00000000" delimited by size
                     into rec-ts
           else
              move work-line (lay-date-pos:17) to rec-ts.

           move rec-ts to DT-FROM-TS.
           move now-ts to DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           if DT-VALID-SW not equal "Y"
              or DT-MINUTES is less than 0
              go to Keep-Record.
           divide DT-MINUTES by 1440 giving age-days.

           move "K" to rec-action.
           if age-days is greater than pt-mask-days (pol-idx)
              move "M" to rec-action.
           if pt-remove-days (pol-idx) is greater than 0
              and age-days is greater than pt-remove-days (pol-idx)
              move "R" to rec-action.
           if rec-keep
              go to Keep-Record.

           move "N" to held-sw.
           perform Check-One-Hold thru End-Check-One-Hold
               varying hold-idx from 1 by 1
               until hold-idx is greater than hold-count
                  or record-held.
           if record-held
              add 1 to held-count
              add 1 to total-held
              go to Keep-Record.

           move "N" to rec-changed-sw.
           perform Mask-One-Id thru End-Mask-One-Id
               varying id-idx from 1 by 1
               until id-idx is greater than lay-id-count.
           if rec-changed-sw equal "N"
              go to Keep-Record.

           if rec-remove
              if remove-through equal spaces
                 or rec-date is greater than remove-through
                 move rec-date to remove-through
              end-if
              if drop-on-remove
                 add 1 to dropped-count
                 go to End-Mask-One-Record
              end-if
           else
              if mask-through equal spaces
                 or rec-date is greater than mask-through
                 move rec-date to mask-through.

       Keep-Record.
           write work-rec from work-line.
       End-Mask-One-Record. exit.

      * a record is held when its span -- its day, or for a file aged
      * by month the whole month -- touches a held period
       Check-One-Hold.
           if hd-from (hold-idx) is greater than span-to
              or hd-to (hold-idx) is less than span-from
              go to End-Check-One-Hold.
           move "Y" to held-sw.
           add 1 to hd-kept (hold-idx).
       End-Check-One-Hold. exit.

      * the last day of the record's month, February by the leap
      * year rule; a month that is not one leaves month-end blank
       Set-Month-End.
           move rec-date (1:4) to me-year.
           move rec-date (5:2) to me-month.
           if me-month equal 0
              or me-month is greater than 12
              move spaces to month-end
              go to End-Set-Month-End.

           move month-days (me-month) to me-day.
           if me-month not equal 2
              go to End-Set-Month-End.

           divide me-year by 4 giving leap-quot remainder leap-rem-4.
           divide me-year by 100 giving leap-quot
              remainder leap-rem-100.
           divide me-year by 400 giving leap-quot
              remainder leap-rem-400.
           if leap-rem-4 equal 0
              and (leap-rem-100 not equal 0 or leap-rem-400 equal 0)
              move 29 to me-day.
       End-Set-Month-End. exit.

      * the sweep report is dated once, in its heading line, and only
      * its offender lines name anyone
       Take-Heading-Date.
           move spaces to rec-date.
           if work-line (1:39) equal
              "--- accounting-string compliance sweep "
              and work-line (40:8) numeric
              move work-line (40:8) to heading-date
              go to End-Take-Heading-Date.
           if work-line (11:6) equal " from "
              and work-line (25:10) equal " offences="
              move heading-date to rec-date.
       End-Take-Heading-Date. exit.

      ***********************************************************************
      * Mask-One-Id replaces one identifier field by its pseudonym, or
      * blanks it on removal.  Blank fields, "(none)", and fields
      * already holding a pseudonym are left as they are.
      ***********************************************************************
       Mask-One-Id.
           move spaces to id-work.
           move work-line (lay-id-pos (id-idx):lay-id-len (id-idx))
              to id-work.
           if id-work equal spaces
              or id-work equal "(none)"
              go to End-Mask-One-Id.

           if rec-remove
              move spaces to
                 work-line (lay-id-pos (id-idx):lay-id-len (id-idx))
              add 1 to removed-count
              move "Y" to rec-changed-sw
              go to End-Mask-One-Id.

           if id-work (1:1) equal "#"
              and id-work (2:7) numeric
              and id-work (9:12) equal spaces
              go to End-Mask-One-Id.

           perform Make-Token thru End-Make-Token.
           move spaces to
              work-line (lay-id-pos (id-idx):lay-id-len (id-idx)).
           move token-text to work-line (lay-id-pos (id-idx):8).
           add 1 to masked-count.
           move "Y" to rec-changed-sw.
       End-Mask-One-Id. exit.

      ***********************************************************************
      * Make-Token folds the site key and the identifier with the
      * audit chain's arithmetic.  The same identifier always gives
      * the same token, whatever file or field it came from.
      ***********************************************************************
       Make-Token.
           move pseud-key to fold-key.
           move id-work to fold-id.
           move 0 to chain-val.
           perform Fold-One-Byte thru End-Fold-One-Byte
               varying chain-idx from 1 by 1
               until chain-idx is greater than 40.
           divide chain-val by 10000000
              giving chain-quot remainder token-num.
           move spaces to token-text.
           string "#"       delimited by size
                  token-num delimited by size
                  into token-text.

           move "N" to seen-sw.
           perform Check-One-Pseud thru End-Check-One-Pseud
               varying pseud-idx from 1 by 1
               until pseud-idx is greater than pseud-count
                  or pseud-seen.
           if not pseud-seen
              and pseud-count is less than 500
              add 1 to pseud-count
              move id-work    to ps-id (pseud-count)
              move token-text to ps-token (pseud-count).
       End-Make-Token. exit.

       Check-One-Pseud.
           if ps-id (pseud-idx) equal id-work
              move "Y" to seen-sw
              go to End-Check-One-Pseud.
           if ps-token (pseud-idx) equal token-text
              add 1 to collision-count
              move "Y" to seen-sw.
       End-Check-One-Pseud. exit.

       Fold-One-Byte.
           move low-value to ord-high.
           move fold-work (chain-idx:1) to ord-low.
           compute chain-val = (chain-val * 31) + ord-num.
           divide chain-val by 999999937
              giving chain-quot remainder chain-val.
       End-Fold-One-Byte. exit.

       Count-Live.
           move 0 to recount.
           open input live-file.
           if live-fs not equal "00"
              go to End-Count-Live.
           move "N" to file-eof.
           perform Count-One-Live thru End-Count-One-Live
               until no-more-records.
           close live-file.
       End-Count-Live. exit.

       Count-One-Live.
           read live-file
               at end
                  move "Y" to file-eof
                  go to End-Count-One-Live
           end-read.
           add 1 to recount.
       End-Count-One-Live. exit.

       Copy-Back.
           open input work-file.
           open output live-file.
           move "N" to file-eof.
           perform Copy-One-Back thru End-Copy-One-Back
               until no-more-records.
           close work-file.
           close live-file.
       End-Copy-Back. exit.

       Copy-One-Back.
           read work-file
               at end
                  move "Y" to file-eof
                  go to End-Copy-One-Back
           end-read.
           write live-rec from work-rec.
       End-Copy-One-Back. exit.

       Report-File.
           move pt-mask-days (pol-idx) to days-disp.
           move pt-remove-days (pol-idx) to rmdays-disp.
           move masked-count to count-disp.
           move removed-count to rmcount-disp.
           if mask-through equal spaces
              move "-" to mask-through.
           if remove-through equal spaces
              move "-" to remove-through.
           move spaces to rpt-line.
           string "  "                 delimited by size
                  pt-file (pol-idx)    delimited by size
                  " "                  delimited by size
                  days-disp            delimited by size
                  " "                  delimited by size
                  rmdays-disp          delimited by size
                  " "                  delimited by size
                  count-disp           delimited by size
                  "  "                 delimited by size
                  rmcount-disp         delimited by size
                  "  "                 delimited by size
                  mask-through         delimited by size
                  "      "             delimited by size
                  remove-through       delimited by size
                  "      "             delimited by size
                  file-note            delimited by size
                  into rpt-line.
           perform Write-Mask-Line thru End-Write-Mask-Line.
       End-Report-File. exit.

       Audit-File.
           move "BATCH" to AUD-OPERATOR.
           move "PRIVACY MASK" to AUD-ACTION.
           move pt-file (pol-idx) to AUD-TARGET.
           call "opsaudit" using OPSAUDIT-AREA.
       End-Audit-File. exit.

       Write-Mask-Line.
           move rpt-line to RPTW-LINE.
           move "W" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Mask-Line. exit.
