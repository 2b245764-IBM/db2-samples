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
      ** SOURCE FILE NAME: burst.cbl
      **
      ** SAMPLE: Report bursting by owning team
      **
      **         SLARPT.RPT, VICTIMS.RPT, DEADLOCK.RPT, SQLCACHE.RPT,
      **         and the tablespace alerts in ALERTQ.DAT all carry
      **         lines that belong to particular application teams,
      **         yet each went to everyone or to no one.  This program
      **         splits a report into one print-ready extract per
      **         team that receives it.
      **
      **         BURST.CTL is the distribution list -- one line per
      **         report and receiving team:
      **
      **           col 1-14   report file name
      **           col 16-27  team (as named in DBOWNER.CTL)
      **
      **         Each detail line of the report is matched, word by
      **         word, through owner.cbl; a line naming a database
      **         goes to the extract of every receiving team that owns
      **         a database it names.  A line no owner claims, or
      **         whose owners do not receive the report, goes to an
      **         OPERATIONS catch-all extract rather than being
      **         dropped.  The framing rptwrite.cbl puts on a report
      **         -- banner, page headers, trailer -- is taken off, and
      **         each extract is written through rptwrite with the
      **         report's own title and column headings, so it prints
      **         like the original.  A report not written through
      **         rptwrite is burst the same way, line by line.
      **
      **         Extracts are numbered BRnnnnnn.RPT, and every extract
      **         -- or a team's empty share -- is entered in the
      **         delivery register BURST.REG with the report, team,
      **         extract name, and line count, for distribution to
      **         pick up.
      **
      **         The operator names one report, or none to burst every
      **         report on the distribution list.
      **
      ** INPUT FILES:  BURST.CTL   (distribution list)
      **               DBOWNER.CTL (ownership, via owner.cbl)
      **               the reports named in BURST.CTL
      ** INPUT/OUTPUT FILE: BURST.REG (delivery register, appended)
      ** OUTPUT FILES: BRnnnnnn.RPT (team extracts, via rptwrite)
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
       Program-Id. "burst".

       Environment Division.
       Input-Output Section.
       File-Control.
           select dist-file assign to "BURST.CTL"
               organization is line sequential
               file status is dist-fs.
           select register-file assign to "BURST.REG"
               organization is line sequential
               file status is register-fs.
           select source-file assign to dynamic source-name
               organization is line sequential
               file status is source-fs.

       Data Division.
       File Section.
       FD  dist-file.
       01  dist-rec.
           05 ds-report       pic x(14).
           05 filler          pic x.
           05 ds-team         pic x(12).

       FD  register-file.
       01  register-rec.
           05 rg-when         pic x(17).
           05 filler          pic x.
           05 rg-report       pic x(14).
           05 filler          pic x.
           05 rg-team         pic x(12).
           05 filler          pic x.
           05 rg-extract      pic x(14).
           05 filler          pic x.
           05 rg-lines        pic 9(6).
           05 filler          pic x.
           05 rg-status       pic x(8).

       FD  source-file.
       01  source-rec         pic x(240).

       Working-Storage Section.

       copy "sqlrptw.cbl".
       copy "sqlowner.cbl".

      * Local variables
       77 dist-fs             pic xx.
       77 register-fs         pic xx.
       77 source-fs           pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).
       77 in-report           pic x(14).

      * the distribution list
       77 dist-count          pic 9(4) comp-5 value 0.
       01 dist-table.
          05 dist-entry occurs 200 times.
             10 dt-report     pic x(14).
             10 dt-team       pic x(12).
       77 dist-idx            pic 9(4) comp-5.
       77 scan-idx            pic 9(4) comp-5.
       77 first-sw            pic x.

      * the report being burst, and the team whose share is being
      * written
       77 source-name         pic x(14).
       77 report-title        pic x(60).
       77 report-heading      pic x(132).
       77 heading-next-sw     pic x.
       77 source-found-sw     pic x.
       77 pass-team           pic x(12).
       77 catch-all-sw        pic x.
       77 extract-open-sw     pic x.
       77 extract-lines       pic 9(6) comp-5.
       77 extract-num         pic 9(6) value 0.
       77 extract-name        pic x(14).
       77 extract-count       pic 9(4) comp-5 value 0.
       77 report-count        pic 9(4) comp-5 value 0.

      * one detail line and the teams owning what it names
       01 detail-line         pic x(132).
       77 detail-sw           pic x.
       01 line-words.
          05 line-word occurs 16 times pic x(20).
       77 word-count          pic 9(4) comp-5.
       77 word-idx            pic 9(4) comp-5.
       01 line-teams.
          05 line-team occurs 4 times pic x(12).
       77 team-count          pic 9(4) comp-5.
       77 team-idx            pic 9(4) comp-5.
       77 found-sw            pic x.
       77 deliver-sw          pic x.
       77 upper-team          pic x(12).

       77 count-disp          pic z(5)9.

       Procedure Division.
       burst-pgm section.

           display "Sample COBOL Program : BURST.CBL".

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           perform Load-Distribution thru End-Load-Distribution.
           if dist-count equal 0
              display "BURST.CTL names no reports -- nothing to burst"
              move 8 to return-code
              go to end-burst.

           perform Find-Last-Extract thru End-Find-Last-Extract.

           display "report to burst (blank = every report in ",
              "BURST.CTL) : " with no advancing.
           accept in-report.
           inspect in-report converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           perform Burst-Listed-Report thru End-Burst-Listed-Report
               varying dist-idx from 1 by 1
               until dist-idx is greater than dist-count.

           if report-count equal 0
              display "no report ", in-report, " in BURST.CTL"
              move 8 to return-code
              go to end-burst.

           move extract-count to count-disp.
           display " ".
           display count-disp, " extract(s) written -- see BURST.REG".

       end-burst. stop run.

       Load-Distribution.
           open input dist-file.
           if dist-fs equal "35"
              go to End-Load-Distribution.
           move "N" to file-eof.
           perform Load-One-Dist thru End-Load-One-Dist
               until no-more-records.
           close dist-file.
           move "N" to file-eof.
       End-Load-Distribution. exit.

       Load-One-Dist.
           read dist-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Dist
           end-read.
           if ds-report equal spaces or ds-report (1:1) equal "*"
              or ds-team equal spaces
              go to End-Load-One-Dist.
           if dist-count is not less than 200
              display "BURST.CTL holds more than 200 lines -- the ",
                 "rest are ignored"
              move "Y" to file-eof
              go to End-Load-One-Dist.

           add 1 to dist-count.
           move ds-report to dt-report (dist-count).
           move ds-team   to dt-team (dist-count).
           inspect dt-report (dist-count) converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect dt-team (dist-count) converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       End-Load-One-Dist. exit.

      * extract numbers carry on from the highest in the register
       Find-Last-Extract.
           open input register-file.
           if register-fs equal "35"
              go to End-Find-Last-Extract.
           move "N" to file-eof.
           perform Scan-One-Register thru End-Scan-One-Register
               until no-more-records.
           close register-file.
           move "N" to file-eof.
       End-Find-Last-Extract. exit.

       Scan-One-Register.
           read register-file
               at end
                  move "Y" to file-eof
                  go to End-Scan-One-Register
           end-read.
           if rg-extract (1:2) equal "BR"
              and rg-extract (3:6) numeric
              and rg-extract (3:6) is greater than extract-num
              move rg-extract (3:6) to extract-num.
       End-Scan-One-Register. exit.

      ***********************************************************************
      * Burst-Listed-Report bursts the report on a distribution line
      * the first time the report appears in the list -- once for
      * each receiving team, then once for the catch-all.
      ***********************************************************************
       Burst-Listed-Report.
           if in-report not equal spaces
              and dt-report (dist-idx) not equal in-report
              go to End-Burst-Listed-Report.

           move "Y" to first-sw.
           perform Check-First-Listing thru End-Check-First-Listing
               varying scan-idx from 1 by 1
               until scan-idx is not less than dist-idx.
           if first-sw not equal "Y"
              go to End-Burst-Listed-Report.

           add 1 to report-count.
           move dt-report (dist-idx) to source-name.
           display " ".
           display "bursting ", source-name.

           perform Read-Framing thru End-Read-Framing.
           if source-found-sw not equal "Y"
              display "  ", source-name, " not found -- not burst"
              go to End-Burst-Listed-Report.

           move "N" to catch-all-sw.
           perform Burst-For-Team thru End-Burst-For-Team
               varying scan-idx from dist-idx by 1
               until scan-idx is greater than dist-count.

           move "Y" to catch-all-sw.
           move "OPERATIONS" to pass-team.
           perform Write-Team-Share thru End-Write-Team-Share.
       End-Burst-Listed-Report. exit.

       Check-First-Listing.
           if dt-report (scan-idx) equal dt-report (dist-idx)
              move "N" to first-sw.
       End-Check-First-Listing. exit.

       Burst-For-Team.
           if dt-report (scan-idx) not equal source-name
              go to End-Burst-For-Team.
           move dt-team (scan-idx) to pass-team.
           perform Write-Team-Share thru End-Write-Team-Share.
       End-Burst-For-Team. exit.

      ***********************************************************************
      * Read-Framing takes the title and the column headings off the
      * banner and the first page header rptwrite wrote.  A report
      * with no banner is titled by its file name.
      ***********************************************************************
       Read-Framing.
           move "N" to source-found-sw.
           move source-name to report-title.
           move spaces to report-heading.
           open input source-file.
           if source-fs not equal "00"
              go to End-Read-Framing.
           move "Y" to source-found-sw.

           move "N" to heading-next-sw.
           move "N" to file-eof.
           perform Read-One-Framing thru End-Read-One-Framing
               until no-more-records.
           close source-file.
           move "N" to file-eof.
       End-Read-Framing. exit.

       Read-One-Framing.
           read source-file
               at end
                  move "Y" to file-eof
                  go to End-Read-One-Framing
           end-read.
           if source-rec (1:5) equal "***  "
              move source-rec (6:60) to report-title
              go to End-Read-One-Framing.
           if heading-next-sw equal "Y"
              move source-rec (1:132) to report-heading
              move "Y" to file-eof
              go to End-Read-One-Framing.
           if source-rec (61:11) equal "  RUN DATE "
              move "Y" to heading-next-sw.
       End-Read-One-Framing. exit.

      ***********************************************************************
      * Write-Team-Share makes one pass over the report and writes
      * every detail line belonging to pass-team -- or, on the
      * catch-all pass, every line no receiving team took.  The
      * extract is opened at its first line, so a team with no share
      * gets no empty extract; either way the register records it.
      ***********************************************************************
       Write-Team-Share.
           move "N" to extract-open-sw.
           move 0 to extract-lines.
           move "N" to heading-next-sw.

           open input source-file.
           move "N" to file-eof.
           perform Share-One-Line thru End-Share-One-Line
               until no-more-records.
           close source-file.
           move "N" to file-eof.

           move spaces to register-rec.
           move now-ts      to rg-when.
           move source-name to rg-report.
           move pass-team   to rg-team.
           move extract-lines to rg-lines.
           if extract-open-sw equal "Y"
              move "C" to RPTW-FUNCTION
              call "rptwrite" using RPTW-AREA
              move extract-name to rg-extract
              move "PRODUCED" to rg-status
              add 1 to extract-count
              move extract-lines to count-disp
              display "  ", pass-team, count-disp, " line(s) to ",
                 extract-name
           else
              move "NONE" to rg-extract
              move "NOTHING" to rg-status.

           open extend register-file.
           if register-fs equal "35"
              open output register-file.
           write register-rec.
           close register-file.
       End-Write-Team-Share. exit.

       Share-One-Line.
           read source-file
               at end
                  move "Y" to file-eof
                  go to End-Share-One-Line
           end-read.

           perform Take-Detail-Line thru End-Take-Detail-Line.
           if detail-sw not equal "Y"
              go to End-Share-One-Line.

           perform Find-Line-Owners thru End-Find-Line-Owners.

           move "N" to deliver-sw.
           if catch-all-sw equal "Y"
              perform Judge-Catch-All thru End-Judge-Catch-All
           else
              perform Judge-Team-Line thru End-Judge-Team-Line
                  varying team-idx from 1 by 1
                  until team-idx is greater than team-count.
           if deliver-sw not equal "Y"
              go to End-Share-One-Line.

           if extract-open-sw not equal "Y"
              perform Open-Extract thru End-Open-Extract.
           move detail-line to RPTW-LINE.
           move "W" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
           add 1 to extract-lines.
       End-Share-One-Line. exit.

      * rptwrite's banner, page headers, and trailer are not detail
       Take-Detail-Line.
           move "N" to detail-sw.
           move source-rec (1:132) to detail-line.
           if detail-line equal spaces
              move "N" to heading-next-sw
              go to End-Take-Detail-Line.
           if heading-next-sw equal "Y"
              move "N" to heading-next-sw
              go to End-Take-Detail-Line.
           if detail-line (1:5) equal "*****"
              or detail-line (1:5) equal "***  "
              or detail-line (1:20) equal "*** END OF REPORT --"
              go to End-Take-Detail-Line.
           if detail-line (61:11) equal "  RUN DATE "
              and detail-line (1:60) equal report-title
              if report-heading not equal spaces
                 move "Y" to heading-next-sw
              end-if
              go to End-Take-Detail-Line.
           move "Y" to detail-sw.
       End-Take-Detail-Line. exit.

      ***********************************************************************
      * Find-Line-Owners asks owner.cbl about every word on the line
      * and keeps the distinct teams that own one.
      ***********************************************************************
       Find-Line-Owners.
           move spaces to line-words.
           move 0 to word-count.
           move spaces to line-teams.
           move 0 to team-count.
           unstring detail-line delimited by all " " or "," or "="
               into line-word(1)  line-word(2)  line-word(3)
                    line-word(4)  line-word(5)  line-word(6)
                    line-word(7)  line-word(8)  line-word(9)
                    line-word(10) line-word(11) line-word(12)
                    line-word(13) line-word(14) line-word(15)
                    line-word(16)
               tallying word-count.
           perform Ask-Word-Owner thru End-Ask-Word-Owner
               varying word-idx from 1 by 1
               until word-idx is greater than word-count.
       End-Find-Line-Owners. exit.

       Ask-Word-Owner.
           if line-word (word-idx) equal spaces
              go to End-Ask-Word-Owner.
           move line-word (word-idx) to OWNER-KEY.
           call "owner" using OWNER-AREA.
           if OWNER-FOUND-SW not equal "Y"
              go to End-Ask-Word-Owner.

           move OWNER-TEAM to upper-team.
           inspect upper-team converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move "N" to found-sw.
           perform Match-Line-Team thru End-Match-Line-Team
               varying team-idx from 1 by 1
               until team-idx is greater than team-count.
           if found-sw not equal "Y" and team-count is less than 4
              add 1 to team-count
              move upper-team to line-team (team-count).
       End-Ask-Word-Owner. exit.

       Match-Line-Team.
           if line-team (team-idx) equal upper-team
              move "Y" to found-sw.
       End-Match-Line-Team. exit.

       Judge-Team-Line.
           if line-team (team-idx) equal pass-team
              move "Y" to deliver-sw.
       End-Judge-Team-Line. exit.

      * the catch-all takes what no receiving team of this report
      * owns
       Judge-Catch-All.
           move "Y" to deliver-sw.
           perform Judge-One-Owner thru End-Judge-One-Owner
               varying team-idx from 1 by 1
               until team-idx is greater than team-count.
       End-Judge-Catch-All. exit.

       Judge-One-Owner.
           perform Judge-One-Receiver thru End-Judge-One-Receiver
               varying scan-idx from 1 by 1
               until scan-idx is greater than dist-count.
       End-Judge-One-Owner. exit.

       Judge-One-Receiver.
           if dt-report (scan-idx) equal source-name
              and dt-team (scan-idx) equal line-team (team-idx)
              move "N" to deliver-sw.
       End-Judge-One-Receiver. exit.

       Open-Extract.
           add 1 to extract-num.
           move spaces to extract-name.
           string "BR"        delimited by size
                  extract-num delimited by size
                  ".RPT"      delimited by size
                  into extract-name.

           move extract-name to RPTW-FILE-NAME.
           move spaces to RPTW-TITLE.
           string report-title (1:40) delimited by "  "
                  " FOR "             delimited by size
                  pass-team           delimited by size
                  into RPTW-TITLE.
           move report-heading to RPTW-HEADING.
           move "O" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
           move "Y" to extract-open-sw.
       End-Open-Extract. exit.
