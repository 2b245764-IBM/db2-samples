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
      ** SOURCE FILE NAME: bkcatlg.cbl
      **
      ** SAMPLE: Backup image catalog writer
      **
      **         BACKUP.HIS records only the database, the timestamp,
      **         the outcome and the SQLCODE; where the image landed
      **         and how big it is were kept nowhere, so the backup
      **         disk filled until someone deleted images by hand.  A
      **         small subprogram, linked in the way alertq.cbl is,
      **         that every backup taker calls after a successful
      **         backup: it appends one ACTIVE record to BKCATLG.DAT
      **         with the image's path (built from the backup target
      **         and the timestamp the BACKUP API returned), size,
      **         backup type and retention class.  bkexpire.cbl ages
      **         the catalog against BKRETAIN.CTL.
      **
      ** OUTPUT FILE: BKCATLG.DAT (backup image catalog, appended)
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
       Program-ID. "bkcatlg".

       Environment Division.
       Input-Output Section.
       File-Control.
           select image-catalog assign to "BKCATLG.DAT"
               organization is line sequential
               file status is catalog-fs.

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

       Working-Storage Section.

      * Local variables
       77 catalog-fs          pic xx.
       77 image-stamp         pic x(14).
       77 target-len          pic 9(4) comp-5.

       Linkage Section.
       copy "sqlbkcat.cbl".

       Procedure Division using BKCAT-AREA.
       Bkcatlg Section.
           if BKC-DBNAME equal spaces
              go to End-Bkcatlg.

           move spaces to image-catalog-rec.
           move BKC-DBNAME    to bc-dbname.
           move BKC-TIMESTAMP to bc-timestamp.
           move BKC-TYPE      to bc-type.
           if bc-type equal spaces
              move "OFFLINE" to bc-type.
           move BKC-CLASS     to bc-class.
           if bc-class equal spaces
              move "DEFAULT" to bc-class.
           move BKC-SIZE      to bc-size.
           move "ACTIVE"      to bc-status.
           move BKC-TIMESTAMP to bc-status-ts.

      * the image name carries the timestamp the BACKUP API returned;
      * with none (a simulated run) the history timestamp stands in
           if BKC-IMAGE-TS (1:14) numeric
              move BKC-IMAGE-TS (1:14) to image-stamp
           else
              move BKC-TIMESTAMP (1:8)  to image-stamp (1:8)
              move BKC-TIMESTAMP (10:6) to image-stamp (9:6).

           move 0 to target-len.
           inspect BKC-TARGET tallying target-len
              for characters before initial " ".
           if target-len equal 0
              string BKC-DBNAME  delimited by space
                     ".0."       delimited by size
                     image-stamp delimited by size
                     ".001"      delimited by size
                     into bc-path
           else
              string BKC-TARGET (1:target-len) delimited by size
                     "/"         delimited by size
                     BKC-DBNAME  delimited by space
                     ".0."       delimited by size
                     image-stamp delimited by size
                     ".001"      delimited by size
                     into bc-path.

           open extend image-catalog.
           if catalog-fs equal "35"
              open output image-catalog.
           if catalog-fs (1:1) not equal "0"
              display "bkcatlg: BKCATLG.DAT cannot be opened -- ",
                 "image NOT catalogued:"
              display "  ", image-catalog-rec
              go to End-Bkcatlg.

           write image-catalog-rec.
           close image-catalog.
       End-Bkcatlg. exit program.
