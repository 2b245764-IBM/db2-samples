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
      ** SOURCE FILE NAME: ctlcover.cbl
      **
      ** SAMPLE: Fleet control-file coverage reconciliation
      **
      **         Adding a database means an entry in nine control
      **         files, and one was always forgotten -- found only
      **         when the SLA report silently skipped the database.
      **         This subprogram, CALLed by the weekly preflight.cbl
      **         run (see sqlcover.cbl), lists in CTLCOVER.RPT one row
      **         per database known anywhere in the suite -- any of
      **         the nine files, or the database directory -- with a
      **         column per control file:
      **
      **           SITEPARM  SITEPARM.CFG DATABASE lines
      **           DBOWNER   DBOWNER.CTL (which also gives the tier)
      **           SLATARG   SLATARG.CTL
      **           MONTHRES  MONTHRES.POL (a "*" policy covers all)
      **           DBSNAP    DBSNAP.LST
      **           DBCAT     DBCAT.CTL
      **           DIRREG    DIRREG.DAT DB entries
      **           CREDVLT   CREDVLT.DAT (instance keys are skipped)
      **           DCSALT    DCSALT.CFG
      **
      **         Each cell is PRESENT, MISSING, or NOT-APPLICABLE by
      **         the database's tier: COVRULE.CTL carries one line
      **         per tier -- the tier, then nine bytes in the column
      **         order above, R where the file is required and N
      **         where it is not -- with a "*" line for any tier not
      **         named and for databases with no tier.  With no rule
      **         for a tier, every file but DCSALT.CFG is required.
      **
      **         A DBOWNER.CTL line marked RETIRED (dbdecom.cbl keeps
      **         a decommissioned database's owner line for the
      **         history) is not coverage and is left out.
      **
      **         Entries naming a database the directory no longer
      **         holds are listed as orphans.  The directory is the
      **         current image in DRBUNDLE.EXP (drbundle's nightly
      **         export), or the approved DIRREG.DAT image when there
      **         is no export.
      **
      ** INPUT FILES:  the nine control files above
      **               COVRULE.CTL  (required files per tier)
      **               DRBUNDLE.EXP (current directory image)
      ** OUTPUT FILE:  CTLCOVER.RPT (control-file coverage report)
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
       Program-ID. "ctlcover".

       Environment Division.
       Input-Output Section.
       File-Control.
           select scan-file assign to dynamic scan-file-name
               organization is line sequential
               file status is scan-fs.
           select rule-file assign to "COVRULE.CTL"
               organization is line sequential
               file status is rule-fs.
           select cover-rpt assign to "CTLCOVER.RPT"
               organization is line sequential.

       Data Division.
       File Section.
       FD  scan-file.
       01  scan-rec           pic x(120).

       FD  rule-file.
       01  rule-rec.
           05 cv-tier         pic x(8).
           05 filler          pic x.
           05 cv-mask         pic x(9).

       FD  cover-rpt.
       01  cover-rpt-rec      pic x(132).

       Working-Storage Section.

      * Local variables
       77 scan-fs             pic xx.
       77 rule-fs             pic xx.
       77 scan-file-name      pic x(14).
       77 file-eof            pic x.
           88 no-more-records     value "Y".

      * the nine control files, in report column order
       01 cover-file-names.
          05 filler pic x(14) value "SITEPARM.CFG".
          05 filler pic x(14) value "DBOWNER.CTL".
          05 filler pic x(14) value "SLATARG.CTL".
          05 filler pic x(14) value "MONTHRES.POL".
          05 filler pic x(14) value "DBSNAP.LST".
          05 filler pic x(14) value "DBCAT.CTL".
          05 filler pic x(14) value "DIRREG.DAT".
          05 filler pic x(14) value "CREDVLT.DAT".
          05 filler pic x(14) value "DCSALT.CFG".
       01 cover-file-table redefines cover-file-names.
          05 cover-file occurs 9 times pic x(14).
       77 file-idx            pic 9(4) comp-5.
       77 cover-files         pic 9(4) comp-5 value 9.
       77 monthres-wild-sw    pic x.

      * the database directory orphans are judged against
       77 dir-source          pic x(14).
       77 dir-count           pic 9(4) comp-5.
       01 dir-table.
          05 dir-name occurs 200 times pic x(18).
       77 dir-idx             pic 9(4) comp-5.

      * the instances, whose vault keys are not databases
       77 inst-count          pic 9(4) comp-5.
       01 inst-table.
          05 inst-name occurs 50 times pic x(18).
       77 inst-idx            pic 9(4) comp-5.

      * every database seen, its tier, and the files naming it
       77 db-count            pic 9(4) comp-5.
       01 db-table.
          05 db-entry occurs 200 times.
             10 db-name       pic x(18).
             10 db-tier       pic x(8).
             10 db-seen       pic x(9).
       77 db-idx              pic 9(4) comp-5.

       77 rule-count          pic 9(4) comp-5.
       01 rule-table.
          05 rule-entry occurs 20 times.
             10 rt-tier       pic x(8).
             10 rt-mask       pic x(9).
       77 rule-idx            pic 9(4) comp-5.
       77 default-mask        pic x(9) value "RRRRRRRRN".
       77 row-mask            pic x(9).

       77 orphan-count        pic 9(4) comp-5.
       01 orphan-table.
          05 orphan-entry occurs 100 times.
             10 or-file       pic x(14).
             10 or-name       pic x(18).
       77 orph-idx            pic 9(4) comp-5.

      * one name taken from the file being scanned
       77 scan-name           pic x(18).
       77 scan-tier           pic x(8).
       77 found-sw            pic x.
           88 entry-found         value "Y".

       77 row-gaps            pic 9(4) comp-5.
       77 gap-count           pic 9(4) comp-5.
       77 cell-col            pic 9(4) comp-5.
       77 count-disp          pic z(3)9.
       77 today-date          pic 9(8).
       01 rpt-line            pic x(132).

       Linkage Section.
       copy "sqlcover.cbl".

       Procedure Division using COVER-AREA.
       Ctlcover Section.
           move 0 to dir-count.
           move 0 to inst-count.
           move 0 to db-count.
           move 0 to rule-count.
           move 0 to orphan-count.
           move 0 to gap-count.
           move "N" to monthres-wild-sw.

           perform Load-Directory thru End-Load-Directory.
           perform Load-Cover-Rules thru End-Load-Cover-Rules.
           perform Scan-One-File thru End-Scan-One-File
               varying file-idx from 1 by 1
               until file-idx is greater than cover-files.

           open output cover-rpt.
           perform Write-Cover-Heading thru End-Write-Cover-Heading.
           perform Write-One-Db thru End-Write-One-Db
               varying db-idx from 1 by 1
               until db-idx is greater than db-count.
           perform Write-Orphans thru End-Write-Orphans.
           close cover-rpt.

           move db-count to COVER-DB-COUNT.
           move gap-count to COVER-GAP-COUNT.
           move orphan-count to COVER-ORPHAN-COUNT.
       End-Ctlcover. exit program.

      ***********************************************************************
      * Load-Directory takes the DB entries of the current directory
      * image, or of the approved registry when there is no image.
      * Every directory database is a database of the suite.
      ***********************************************************************
       Load-Directory.
           move "DRBUNDLE.EXP" to dir-source.
           move dir-source to scan-file-name.
           open input scan-file.
           if scan-fs equal "35"
              move "DIRREG.DAT" to dir-source
              move dir-source to scan-file-name
              open input scan-file
              if scan-fs equal "35"
                 move spaces to dir-source
                 go to End-Load-Directory.

           move "N" to file-eof.
           perform Load-One-Dir thru End-Load-One-Dir
               until no-more-records.
           close scan-file.
           move "N" to file-eof.
       End-Load-Directory. exit.

       Load-One-Dir.
           read scan-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Dir
           end-read.

           if scan-rec (1:4) not equal "DB"
              or scan-rec (6:8) equal spaces
              go to End-Load-One-Dir.
           if dir-count is less than 200
              add 1 to dir-count
              move scan-rec (6:8) to dir-name (dir-count).

           move scan-rec (6:8) to scan-name.
           move spaces to scan-tier.
           perform Find-Or-Add-Db thru End-Find-Or-Add-Db.
       End-Load-One-Dir. exit.

       Load-Cover-Rules.
           open input rule-file.
           if rule-fs equal "35"
              go to End-Load-Cover-Rules.

           move "N" to file-eof.
           perform Load-One-Rule thru End-Load-One-Rule
               until no-more-records.
           close rule-file.
           move "N" to file-eof.
       End-Load-Cover-Rules. exit.

       Load-One-Rule.
           read rule-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Rule
           end-read.

           if rule-rec equal spaces
              go to End-Load-One-Rule.
      * a "*" line is the default rule, so only "**" comments it out
           if cv-tier (1:2) equal "**"
              go to End-Load-One-Rule.
           if rule-count is less than 20
              add 1 to rule-count
              move cv-tier to rt-tier (rule-count)
              move cv-mask to rt-mask (rule-count).
       End-Load-One-Rule. exit.

      ***********************************************************************
      * Scan-One-File reads one control file and takes the database
      * each entry names, at the columns its reader uses.
      ***********************************************************************
       Scan-One-File.
           move cover-file (file-idx) to scan-file-name.
           open input scan-file.
           if scan-fs equal "35"
              go to End-Scan-One-File.

           move "N" to file-eof.
           perform Scan-One-Entry thru End-Scan-One-Entry
               until no-more-records.
           close scan-file.
           move "N" to file-eof.
       End-Scan-One-File. exit.

       Scan-One-Entry.
           read scan-file
               at end
                  move "Y" to file-eof
                  go to End-Scan-One-Entry
           end-read.

           if scan-rec equal spaces
              or scan-rec (1:1) equal "*"
              go to End-Scan-One-Entry.

           move spaces to scan-name.
           move spaces to scan-tier.
           evaluate file-idx
              when 1
                 if scan-rec (1:9) equal "INSTANCE"
                    and inst-count is less than 50
                    add 1 to inst-count
                    move scan-rec (11:18) to inst-name (inst-count)
                 end-if
                 if scan-rec (1:9) equal "DATABASE"
                    move scan-rec (11:18) to scan-name
                 end-if
              when 2
                 if scan-rec (78:8) not equal "RETIRED"
                    move scan-rec (1:18) to scan-name
                    move scan-rec (78:8) to scan-tier
                 end-if
              when 4
                 if scan-rec (14:1) equal "*"
                    move "Y" to monthres-wild-sw
                 else
                    move scan-rec (14:8) to scan-name
                 end-if
              when 6
                 move scan-rec (1:8) to scan-name
              when 7
                 if scan-rec (1:4) equal "DB"
                    move scan-rec (6:8) to scan-name
                 end-if
              when 8
                 move scan-rec (1:18) to scan-name
                 perform Skip-Instance-Key thru End-Skip-Instance-Key
              when 9
                 move scan-rec (1:8) to scan-name
              when other
                 move scan-rec (1:18) to scan-name
           end-evaluate.

           if scan-name equal spaces
              go to End-Scan-One-Entry.

           perform Find-Or-Add-Db thru End-Find-Or-Add-Db.
           if db-idx is not greater than db-count
              move "Y" to db-seen (db-idx) (file-idx:1).
           perform Check-Orphan thru End-Check-Orphan.
       End-Scan-One-Entry. exit.

      * a vault key naming an instance is a credential, not a database
       Skip-Instance-Key.
           perform Match-One-Instance thru End-Match-One-Instance
               varying inst-idx from 1 by 1
               until inst-idx is greater than inst-count.
       End-Skip-Instance-Key. exit.

       Match-One-Instance.
           if inst-name (inst-idx) equal scan-name
              move spaces to scan-name.
       End-Match-One-Instance. exit.

      ***********************************************************************
      * Find-Or-Add-Db leaves db-idx on scan-name's row, adding the
      * row when the name is new; a tier from DBOWNER.CTL is kept.
      ***********************************************************************
       Find-Or-Add-Db.
           move "N" to found-sw.
           perform Match-One-Db thru End-Match-One-Db
               varying db-idx from 1 by 1
               until db-idx is greater than db-count
                  or entry-found.

           if entry-found
              subtract 1 from db-idx
           else
              if db-count is less than 200
                 add 1 to db-count
                 move db-count to db-idx
                 move scan-name to db-name (db-idx)
                 move spaces to db-tier (db-idx)
                 move "NNNNNNNNN" to db-seen (db-idx).

           if db-idx is not greater than db-count
              and scan-tier not equal spaces
              move scan-tier to db-tier (db-idx).
       End-Find-Or-Add-Db. exit.

       Match-One-Db.
           if db-name (db-idx) equal scan-name
              move "Y" to found-sw.
       End-Match-One-Db. exit.

       Check-Orphan.
           if dir-source equal spaces
              go to End-Check-Orphan.
           move "N" to found-sw.
           perform Match-One-Dir thru End-Match-One-Dir
               varying dir-idx from 1 by 1
               until dir-idx is greater than dir-count
                  or entry-found.
           if entry-found
              go to End-Check-Orphan.

           if orphan-count is less than 100
              add 1 to orphan-count
              move cover-file (file-idx) to or-file (orphan-count)
              move scan-name to or-name (orphan-count).
       End-Check-Orphan. exit.

       Match-One-Dir.
           if dir-name (dir-idx) equal scan-name
              move "Y" to found-sw.
       End-Match-One-Dir. exit.

      ***********************************************************************
      * Write-One-Db prints a database's row; a required file with no
      * entry is MISSING and stars the row.
      ***********************************************************************
       Write-One-Db.
           move "N" to found-sw.
           perform Match-One-Rule thru End-Match-One-Rule
               varying rule-idx from 1 by 1
               until rule-idx is greater than rule-count
                  or entry-found.
           if not entry-found
              perform Match-Default-Rule thru End-Match-Default-Rule
                  varying rule-idx from 1 by 1
                  until rule-idx is greater than rule-count
                     or entry-found.
           if not entry-found
              move default-mask to row-mask.

           move 0 to row-gaps.
           move spaces to rpt-line.
           move db-name (db-idx) to rpt-line (3:9).
           move db-tier (db-idx) to rpt-line (12:9).
           perform Fill-One-Cell thru End-Fill-One-Cell
               varying file-idx from 1 by 1
               until file-idx is greater than cover-files.
           if row-gaps is greater than 0
              move "*" to rpt-line (1:1).
           perform Write-Cover-Line thru End-Write-Cover-Line.
       End-Write-One-Db. exit.

       Match-One-Rule.
           if db-tier (db-idx) not equal spaces
              and rt-tier (rule-idx) equal db-tier (db-idx)
              move "Y" to found-sw
              move rt-mask (rule-idx) to row-mask.
       End-Match-One-Rule. exit.

       Match-Default-Rule.
           if rt-tier (rule-idx) equal "*"
              move "Y" to found-sw
              move rt-mask (rule-idx) to row-mask.
       End-Match-Default-Rule. exit.

       Fill-One-Cell.
           compute cell-col = 21 + ((file-idx - 1) * 9).
           if db-seen (db-idx) (file-idx:1) equal "Y"
              or (file-idx equal 4 and monthres-wild-sw equal "Y")
              move "PRESENT" to rpt-line (cell-col:8)
              go to End-Fill-One-Cell.
           if row-mask (file-idx:1) equal "R"
              move "MISSING" to rpt-line (cell-col:8)
              add 1 to row-gaps
              add 1 to gap-count
           else
              move "n/a" to rpt-line (cell-col:8).
       End-Fill-One-Cell. exit.

       Write-Cover-Heading.
           accept today-date from date yyyymmdd.
           move spaces to rpt-line.
           string "--- control-file coverage, " delimited by size
                  today-date                    delimited by size
                  " ---"                        delimited by size
                  into rpt-line.
           perform Write-Cover-Line thru End-Write-Cover-Line.
           move spaces to rpt-line.
           if dir-source equal spaces
              move "  no directory image on file -- orphans not judged"
                 to rpt-line
           else
              move dir-count to count-disp
              string "  directory: "  delimited by size
                     dir-source       delimited by space
                     " ("             delimited by size
                     count-disp       delimited by size
                     " database(s))"  delimited by size
                     into rpt-line.
           perform Write-Cover-Line thru End-Write-Cover-Line.
           move "  n/a = NOT-APPLICABLE for the tier (COVRULE.CTL)"
              to rpt-line.
           perform Write-Cover-Line thru End-Write-Cover-Line.
           move spaces to rpt-line.
           perform Write-Cover-Line thru End-Write-Cover-Line.
           move spaces to rpt-line.
           string "  DATABASE TIER     SITEPARM DBOWNER  SLATARG  "
                                            delimited by size
                  "MONTHRES DBSNAP   DBCAT    DIRREG   CREDVLT  "
                                            delimited by size
                  "DCSALT"                  delimited by size
                  into rpt-line.
           perform Write-Cover-Line thru End-Write-Cover-Line.
       End-Write-Cover-Heading. exit.

       Write-Orphans.
           move spaces to rpt-line.
           perform Write-Cover-Line thru End-Write-Cover-Line.
           move "  entries naming a database not in the directory"
              to rpt-line.
           perform Write-Cover-Line thru End-Write-Cover-Line.
           if orphan-count equal 0
              move "    none" to rpt-line
              perform Write-Cover-Line thru End-Write-Cover-Line.
           perform Write-One-Orphan thru End-Write-One-Orphan
               varying orph-idx from 1 by 1
               until orph-idx is greater than orphan-count.

           move spaces to rpt-line.
           perform Write-Cover-Line thru End-Write-Cover-Line.
           move db-count to count-disp.
           move spaces to rpt-line.
           string "  "        delimited by size
                  count-disp  delimited by size
                  " database(s)," delimited by size
                  into rpt-line.
           move gap-count to count-disp.
           string count-disp  delimited by size
                  " MISSING entr(ies)," delimited by size
                  into rpt-line (21:30).
           move orphan-count to count-disp.
           string count-disp  delimited by size
                  " orphan(s)" delimited by size
                  into rpt-line (46:20).
           perform Write-Cover-Line thru End-Write-Cover-Line.
       End-Write-Orphans. exit.

       Write-One-Orphan.
           move spaces to rpt-line.
           string "*   "            delimited by size
                  or-file (orph-idx) delimited by size
                  " names "          delimited by size
                  or-name (orph-idx) delimited by size
                  into rpt-line.
           perform Write-Cover-Line thru End-Write-Cover-Line.
       End-Write-One-Orphan. exit.

       Write-Cover-Line.
           write cover-rpt-rec from rpt-line.
       End-Write-Cover-Line. exit.
