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
      ** SOURCE FILE NAME: sqlcover.cbl
      **
      ** SAMPLE: Communication area for the ctlcover.cbl control-file
      **         coverage check.  One call writes CTLCOVER.RPT and
      **         answers how many databases it found, how many
      **         required control-file entries are MISSING, and how
      **         many entries name a database the directory no longer
      **         holds.  Kept free of VALUE clauses so callers copy it
      **         into WORKING-STORAGE and ctlcover copies the same
      **         layout into its LINKAGE SECTION.
      **
      ***********************************************************************

       01  COVER-AREA.
           05  COVER-DB-COUNT       PIC 9(4) COMP-5.
           05  COVER-GAP-COUNT      PIC 9(4) COMP-5.
           05  COVER-ORPHAN-COUNT   PIC 9(4) COMP-5.
