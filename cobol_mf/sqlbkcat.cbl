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
      ** SOURCE FILE NAME: sqlbkcat.cbl
      **
      ** SAMPLE: Communication area for the bkcatlg.cbl backup image
      **         catalog writer.  A program that has just taken a
      **         successful backup describes the image by the same
      **         fields: the database, the BACKUP.HIS timestamp the
      **         restore drivers will ask for, the backup target
      **         directory and the timestamp and size the BACKUP API
      **         returned, the backup type (OFFLINE or ONLINE), and the
      **         retention class bkexpire.cbl prices it against.  Kept
      **         free of VALUE clauses so callers copy it into
      **         WORKING-STORAGE and bkcatlg copies the same layout into
      **         its LINKAGE SECTION.
      **
      ***********************************************************************

       01  BKCAT-AREA.
           05  BKC-DBNAME           PIC X(18).
           05  BKC-TIMESTAMP        PIC X(17).
           05  BKC-TARGET           PIC X(40).
           05  BKC-IMAGE-TS         PIC X(26).
           05  BKC-SIZE             PIC 9(9) COMP-5.
           05  BKC-TYPE             PIC X(8).
           05  BKC-CLASS            PIC X(8).
