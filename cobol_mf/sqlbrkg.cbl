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
      ** SOURCE FILE NAME: sqlbrkg.cbl
      **
      ** SAMPLE: Communication area for the brkgchk.cbl break-glass
      **         grant lookup.  The caller names the operator and,
      **         optionally, the operation class (spaces = any class);
      **         brkgchk answers BRKG-ACTIVE-SW "Y" when an emergency
      **         grant declared through brkglass.cbl covers it and
      **         has not yet expired.  Kept free of VALUE clauses so
      **         callers copy it into WORKING-STORAGE and brkgchk
      **         copies the same layout into its LINKAGE SECTION.
      **
      ***********************************************************************

       01  BRKG-AREA.
           05  BRKG-OPERATOR        PIC X(8).
           05  BRKG-CLASS           PIC X(8).
           05  BRKG-ACTIVE-SW       PIC X.
