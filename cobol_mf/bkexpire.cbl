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
      ** SOURCE FILE NAME: bkexpire.cbl
      **
      ** SAMPLE: Nightly backup image expiry run
      **
      **         Ages every ACTIVE image in the BKCATLG.DAT catalog
      **         (bkcatlg.cbl) against the retention class it was
      **         taken under.  BKRETAIN.CTL holds the days each class
      **         is kept:
      **
      **           NIGHTLY  0014
      **           REFRESH  0003
      **
      **         An image past its retention is marked EXPIRED in the
      **         catalog and an "rm" line for it goes to BKEXPIRE.CMD
      **         for the operator to review and run.  The script is
      **         written only once the catalog has been rewritten: if
      **         BKCATLG.DAT cannot be saved, BKEXPIRE.CMD is left
      **         empty and nothing is expired, so no image the catalog
      **         still lists as ACTIVE is ever deleted.  The catalog
      **         names an image by its target, database and timestamp;
      **         the file BACKUP writes also carries the instance and
      **         partition between the two (SAMPLE.0.db2inst1.
      **         DBPART000.<timestamp>.001, or NODE0000.CATN0000 on
      **         older levels), so the "rm" line matches that part
      **         with a wildcard.  One image is
      **         never expired, however old: the newest image of a
      **         database taken at or before the start of the
      **         retention window.  dbrstore.cbl restores the newest
      **         OK image at or before its target time, so a
      **         point-in-time restore to any moment inside the window
      **         still needs that image -- it is kept until a newer
      **         image itself ages past the window start.  An image
      **         whose class has no BKRETAIN.CTL line is kept, and so
      **         is every image of the FINAL class -- the last backup
      **         dbdecom.cbl takes of a database it retires.  Every
      **         expiry and every protected image is recorded in the
      **         operations audit trail (opsaudit.cbl), and the run is
      **         listed in BKEXPIRE.RPT.
      **
      ** INPUT FILES:  BKCATLG.DAT  (backup image catalog, rewritten)
      **               BKRETAIN.CTL (retention days per class)
      ** OUTPUT FILES: BKEXPIRE.CMD (deletion script)
      **               BKEXPIRE.RPT (expiry report, via rptwrite)
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
       Program-Id. "bkexpire".

       Environment Division.
       Input-Output Section.
       File-Control.
           select image-catalog assign to "BKCATLG.DAT"
               organization is line sequential
               file status is catalog-fs.
           select retention-file assign to "BKRETAIN.CTL"
               organization is line sequential
               file status is retention-fs.
           select delete-script assign to "BKEXPIRE.CMD"
               organization is line sequential.

       Data Division.
       File Section.
       FD  image-catalog.
       01  image-catalog-rec.
           05 bc-dbname       pic x(18).
           05 filler          pic x(2).
           05 bc-timestamp    pic x(17).
           05 filler          pic x(2).
           05 bc-type         pic x(8).
           05 filler          pic x(2).
           05 bc-class        pic x(8).
           05 filler          pic x(2).
           05 bc-size         pic 9(9).
           05 filler          pic x(2).
           05 bc-status       pic x(8).
           05 filler          pic x(2).
           05 bc-status-ts    pic x(17).
           05 filler          pic x(2).
           05 bc-path         pic x(60).

       FD  retention-file.
       01  retention-rec.
           05 rt-class        pic x(8).
           05 filler          pic x.
           05 rt-days         pic 9(4).

       FD  delete-script.
       01  delete-rec         pic x(80).

       Working-Storage Section.

       copy "sqlaudit.cbl".
       copy "sqlrptw.cbl".
       copy "sqldtsrv.cbl".
       copy "sqlrunh.cbl".

      * Local variables
       77 catalog-fs          pic xx.
       77 retention-fs        pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

      * the retention days of each class
       77 class-count         pic 9(4) comp-5 value 0.
       01 class-table.
          05 class-entry occurs 20 times.
             10 ct-class      pic x(8).
             10 ct-days       pic 9(4) comp-5.

      * the whole catalog, held in storage while it is aged, then
      * rewritten.  Images are appended as they are taken, so the
      * table runs oldest to newest.
       77 cat-count           pic 9(4) comp-5 value 0.
       77 cat-full-sw         pic x value "N".
           88 catalog-full        value "Y".
       01 cat-table.
          05 cat-entry occurs 1000 times.
             10 ce-dbname     pic x(18).
             10 ce-timestamp  pic x(17).
             10 ce-type       pic x(8).
             10 ce-class      pic x(8).
             10 ce-size       pic 9(9) comp-5.
             10 ce-status     pic x(8).
             10 ce-status-ts  pic x(17).
             10 ce-path       pic x(60).
             10 ce-age-mins   pic 9(9) comp-5.

       77 cat-idx             pic 9(4) comp-5.
       77 scan-idx            pic 9(4) comp-5.
       77 class-idx           pic 9(4) comp-5.
       77 limit-mins          pic 9(9) comp-5.
       77 limit-sw            pic x.
           88 limit-found         value "Y".
       77 newer-sw            pic x.
           88 newer-base-found    value "Y".

       77 expired-count       pic 9(4) comp-5 value 0.
       77 kept-count          pic 9(4) comp-5 value 0.
       77 final-count         pic 9(4) comp-5 value 0.
       77 nopolicy-count      pic 9(4) comp-5 value 0.
       77 count-disp          pic z(3)9.
       77 days-disp           pic z(3)9.
       77 decision-text       pic x(44).

      * where the ".0.<timestamp>.001" tail of a catalogued path starts
       77 stamp-pos           pic 9(4) comp-5.
       77 stamp-at            pic 9(4) comp-5.
       77 catalog-saved-sw    pic x.
           88 catalog-saved       value "Y".

       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).
       01 rpt-line            pic x(132).

       Procedure Division.
       bkexpire-pgm section.

           display "Sample COBOL Program : BKEXPIRE.CBL".

           move "bkexpire" to RH-PROGRAM.
           move "S" to RH-FUNCTION.
           call "runhist" using RUNHIST-AREA.

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           perform Load-Retention thru End-Load-Retention.
           perform Load-Catalog thru End-Load-Catalog.
           if cat-count equal 0
              display "BKCATLG.DAT is empty -- nothing to expire"
              go to end-bkexpire.

      * a catalog larger than the table cannot be rewritten without
      * losing the tail -- nothing is expired until it is archived
           if catalog-full
              display "BKCATLG.DAT holds more than 1000 images -- ",
                 "expiry NOT run"
              move 8 to RETURN-CODE
              go to end-bkexpire.

           move "O" to RPTW-FUNCTION.
           move "BKEXPIRE.RPT" to RPTW-FILE-NAME.
           move spaces to RPTW-TITLE.
           string "BACKUP IMAGE EXPIRY RUN "  delimited by size
                  now-ts                      delimited by size
                  into RPTW-TITLE.
           move "  DATABASE            IMAGE TAKEN        CLASS     DAYS
      -         "  DECISION" to RPTW-HEADING.
           call "rptwrite" using RPTW-AREA.

      * newest first, so an image is only ever protected by a newer
      * image that this run has itself decided to keep
           perform Judge-One-Image thru End-Judge-One-Image
               varying cat-idx from cat-count by -1
               until cat-idx is less than 1.

           perform Save-Catalog thru End-Save-Catalog.

      * the deletions follow the catalog, never lead it: an unsaved
      * catalog leaves the script empty
           open output delete-script.
           if catalog-saved
              perform Write-One-Delete thru End-Write-One-Delete
                  varying cat-idx from 1 by 1
                  until cat-idx is greater than cat-count
           else
              move 0 to expired-count
              move spaces to rpt-line
              perform Write-Expire-Line thru End-Write-Expire-Line
              string "  BKCATLG.DAT NOT saved -- nothing expired, "
                                      delimited by size
                     "BKEXPIRE.CMD left empty" delimited by size
                     into rpt-line
              perform Write-Expire-Line thru End-Write-Expire-Line
              move "BATCH" to AUD-OPERATOR
              move "IMAGE EXPIRY" to AUD-ACTION
              move "BKCATLG.DAT" to AUD-TARGET
              move "NOT SAVED" to AUD-OUTCOME
              call "opsaudit" using OPSAUDIT-AREA
              move 8 to RETURN-CODE.
           close delete-script.

           move spaces to rpt-line.
           perform Write-Expire-Line thru End-Write-Expire-Line.
           move expired-count to count-disp.
           move spaces to rpt-line.
           string "  images expired       :" delimited by size
                  count-disp                 delimited by size
                  into rpt-line.
           perform Write-Expire-Line thru End-Write-Expire-Line.
           move kept-count to count-disp.
           move spaces to rpt-line.
           string "  kept as restore base :" delimited by size
                  count-disp                 delimited by size
                  into rpt-line.
           perform Write-Expire-Line thru End-Write-Expire-Line.
           move nopolicy-count to count-disp.
           move spaces to rpt-line.
           string "  kept, no policy      :" delimited by size
                  count-disp                 delimited by size
                  into rpt-line.
           perform Write-Expire-Line thru End-Write-Expire-Line.
           move final-count to count-disp.
           move spaces to rpt-line.
           string "  kept, final image    :" delimited by size
                  count-disp                 delimited by size
                  into rpt-line.
           perform Write-Expire-Line thru End-Write-Expire-Line.

           move "C" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.

           display expired-count, " image(s) expired -- see ",
              "BKEXPIRE.CMD and BKEXPIRE.RPT".

       end-bkexpire.
           move "E" to RH-FUNCTION.
           move RETURN-CODE to RH-RETCODE.
           call "runhist" using RUNHIST-AREA.
           stop run.

       Load-Retention.
           open input retention-file.
           if retention-fs equal "35"
              display "BKRETAIN.CTL not found -- every image is kept"
              go to End-Load-Retention.

           move "N" to file-eof.
           perform Load-One-Retention thru End-Load-One-Retention
               until no-more-records.
           close retention-file.
           move "N" to file-eof.
       End-Load-Retention. exit.

       Load-One-Retention.
           read retention-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Retention
           end-read.

           if rt-class equal spaces
              or rt-class (1:1) equal "*"
              go to End-Load-One-Retention.
           if rt-days not numeric
              display "BKRETAIN.CTL entry for class ", rt-class,
                 " has non-numeric days -- entry ignored"
              go to End-Load-One-Retention.

           if class-count is less than 20
              add 1 to class-count
              move rt-class to ct-class (class-count)
              move rt-days  to ct-days (class-count).
       End-Load-One-Retention. exit.

       Load-Catalog.
           move 0 to cat-count.
           open input image-catalog.
           if catalog-fs equal "35"
              go to End-Load-Catalog.

           move "N" to file-eof.
           perform Load-One-Image thru End-Load-One-Image
               until no-more-records.
           close image-catalog.
           move "N" to file-eof.
       End-Load-Catalog. exit.

       Load-One-Image.
           read image-catalog
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Image
           end-read.

           if bc-dbname equal spaces
              go to End-Load-One-Image.

           if cat-count is not less than 1000
              set catalog-full to true
              go to End-Load-One-Image.

           add 1 to cat-count.
           move bc-dbname    to ce-dbname (cat-count).
           move bc-timestamp to ce-timestamp (cat-count).
           move bc-type      to ce-type (cat-count).
           move bc-class     to ce-class (cat-count).
           move bc-size      to ce-size (cat-count).
           move bc-status    to ce-status (cat-count).
           move bc-status-ts to ce-status-ts (cat-count).
           move bc-path      to ce-path (cat-count).

      * the image's age comes from the shared date/time service
      * (dtserv.cbl), so a DST change does not shift the expiry
           move bc-timestamp to DT-FROM-TS.
           move now-ts to DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           if DT-VALID-SW not equal "Y"
              or DT-MINUTES is less than 0
              move 0 to ce-age-mins (cat-count)
           else
              move DT-MINUTES to ce-age-mins (cat-count).
       End-Load-One-Image. exit.

      ***********************************************************************
      * Judge-One-Image decides one ACTIVE image.  Within retention it
      * is left alone.  Past retention it is expired only when a newer
      * kept image of the same database was itself taken at or before
      * this image's window start -- otherwise this image is the base
      * a point-in-time restore to the window start would need.
      ***********************************************************************
       Judge-One-Image.
           if ce-status (cat-idx) not equal "ACTIVE"
              go to End-Judge-One-Image.

      * the final image of a decommissioned database is kept for good
           if ce-class (cat-idx) equal "FINAL"
              add 1 to final-count
              move "KEPT -- final retention image, never expires"
                 to decision-text
              perform Report-Image thru End-Report-Image
              go to End-Judge-One-Image.

           perform Find-Class-Limit thru End-Find-Class-Limit.
           if not limit-found
              add 1 to nopolicy-count
              move "KEPT -- no retention policy for class"
                 to decision-text
              perform Report-Image thru End-Report-Image
              go to End-Judge-One-Image.

           if ce-age-mins (cat-idx) is not greater than limit-mins
              go to End-Judge-One-Image.

           move "N" to newer-sw.
           perform Check-Newer-Base thru End-Check-Newer-Base
               varying scan-idx from 1 by 1
               until scan-idx is greater than cat-count
                  or newer-base-found.

           if not newer-base-found
              add 1 to kept-count
              move "KEPT -- newest restore base for the window"
                 to decision-text
              perform Report-Image thru End-Report-Image
              move "KEPT PIT BASE" to AUD-OUTCOME
              perform Audit-Decision thru End-Audit-Decision
              go to End-Judge-One-Image.

           add 1 to expired-count.
           move "EXPIRED" to ce-status (cat-idx).
           move now-ts to ce-status-ts (cat-idx).

           move "EXPIRED" to decision-text.
           perform Report-Image thru End-Report-Image.
           move "EXPIRED" to AUD-OUTCOME.
           perform Audit-Decision thru End-Audit-Decision.
       End-Judge-One-Image. exit.

      ***********************************************************************
      * Write-One-Delete writes the "rm" line for an image this run
      * expired, once the catalog that records the expiry is saved.
      ***********************************************************************
       Write-One-Delete.
           if ce-status (cat-idx) not equal "EXPIRED"
              or ce-status-ts (cat-idx) not equal now-ts
              go to End-Write-One-Delete.

           move 0 to stamp-at.
           perform Find-Image-Stamp thru End-Find-Image-Stamp
               varying stamp-pos from 1 by 1
               until stamp-pos is greater than 40
                  or stamp-at is greater than 0.
           move spaces to delete-rec.
           if stamp-at equal 0
              string "rm -f "           delimited by size
                     ce-path (cat-idx)  delimited by space
                     into delete-rec
           else
              string "rm -f "           delimited by size
                     ce-path (cat-idx) (1:stamp-at + 2)
                                        delimited by size
                     "*."               delimited by size
                     ce-path (cat-idx) (stamp-at + 3:)
                                        delimited by space
                     into delete-rec.
           write delete-rec.
       End-Write-One-Delete. exit.

      * the image's own name begins at ".0." followed by the
      * fourteen-digit timestamp and ".001"
       Find-Image-Stamp.
           if ce-path (cat-idx) (stamp-pos:3) equal ".0."
              and ce-path (cat-idx) (stamp-pos + 3:14) numeric
              and ce-path (cat-idx) (stamp-pos + 17:4) equal ".001"
              move stamp-pos to stamp-at.
       End-Find-Image-Stamp. exit.

       Find-Class-Limit.
           move "N" to limit-sw.
           move 0 to limit-mins.
           perform Match-One-Class thru End-Match-One-Class
               varying class-idx from 1 by 1
               until class-idx is greater than class-count
                  or limit-found.
       End-Find-Class-Limit. exit.

       Match-One-Class.
           if ct-class (class-idx) equal ce-class (cat-idx)
              move "Y" to limit-sw
              move ct-days (class-idx) to days-disp
              compute limit-mins = ct-days (class-idx) * 1440.
       End-Match-One-Class. exit.

       Check-Newer-Base.
           if scan-idx equal cat-idx
              go to End-Check-Newer-Base.
           if ce-dbname (scan-idx) not equal ce-dbname (cat-idx)
              go to End-Check-Newer-Base.
           if ce-status (scan-idx) not equal "ACTIVE"
              go to End-Check-Newer-Base.
           if ce-timestamp (scan-idx)
              is not greater than ce-timestamp (cat-idx)
              go to End-Check-Newer-Base.
           if ce-age-mins (scan-idx) is not less than limit-mins
              move "Y" to newer-sw.
       End-Check-Newer-Base. exit.

       Report-Image.
           move spaces to rpt-line.
           if not limit-found
              move "   -" to days-disp.
           string "  "                   delimited by size
                  ce-dbname (cat-idx)    delimited by size
                  "  "                   delimited by size
                  ce-timestamp (cat-idx) delimited by size
                  "  "                   delimited by size
                  ce-class (cat-idx)     delimited by size
                  "  "                   delimited by size
                  days-disp              delimited by size
                  "  "                   delimited by size
                  decision-text          delimited by size
                  into rpt-line.
           perform Write-Expire-Line thru End-Write-Expire-Line.
       End-Report-Image. exit.

       Audit-Decision.
           move "BATCH" to AUD-OPERATOR.
           move "IMAGE EXPIRY" to AUD-ACTION.
           move ce-dbname (cat-idx) to AUD-TARGET.
           call "opsaudit" using OPSAUDIT-AREA.
       End-Audit-Decision. exit.

       Save-Catalog.
           move "N" to catalog-saved-sw.
           open output image-catalog.
           if catalog-fs (1:1) not equal "0"
              display "BKCATLG.DAT cannot be rewritten -- expiry ",
                 "decisions NOT saved"
              move 8 to RETURN-CODE
              go to End-Save-Catalog.

           perform Save-One-Image thru End-Save-One-Image
               varying cat-idx from 1 by 1
               until cat-idx is greater than cat-count.
           close image-catalog.
           if catalog-fs (1:1) equal "0"
              move "Y" to catalog-saved-sw.
       End-Save-Catalog. exit.

       Save-One-Image.
           move spaces to image-catalog-rec.
           move ce-dbname (cat-idx)    to bc-dbname.
           move ce-timestamp (cat-idx) to bc-timestamp.
           move ce-type (cat-idx)      to bc-type.
           move ce-class (cat-idx)     to bc-class.
           move ce-size (cat-idx)      to bc-size.
           move ce-status (cat-idx)    to bc-status.
           move ce-status-ts (cat-idx) to bc-status-ts.
           move ce-path (cat-idx)      to bc-path.
           write image-catalog-rec.
       End-Save-One-Image. exit.

       Write-Expire-Line.
           move rpt-line to RPTW-LINE.
           move "W" to RPTW-FUNCTION.
           call "rptwrite" using RPTW-AREA.
       End-Write-Expire-Line. exit.
