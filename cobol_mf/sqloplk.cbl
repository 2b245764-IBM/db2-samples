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
      ** SOURCE FILE NAME: sqloplk.cbl
      **
      ** SAMPLE: Communication area for the oplock.cbl operation lock
      **         registry.  "C" claims OL-TARGET in compatibility class
      **         OL-CLASS (EXCL, MAINT, or SHARE) for OL-OPERATOR and
      **         OL-PROGRAM; "R" releases the caller's claim; "B"
      **         breaks the lock named by OL-TARGET, OL-HOLDER-PROGRAM,
      **         and OL-HOLDER-SINCE.  OL-STATUS answers GRANTED,
      **         REFUSED, RELEASED, BROKEN, or NOTHELD; a refusal names
      **         the conflicting holder in the OL-HOLDER fields, whose
      **         target differs from OL-TARGET when either side is the
      **         whole instance.
      **
      ***********************************************************************

       01  OPLOCK-AREA.
           05  OL-FUNCTION          PIC X.
           05  OL-TARGET            PIC X(18).
           05  OL-CLASS             PIC X(8).
           05  OL-OPERATOR          PIC X(8).
           05  OL-PROGRAM           PIC X(10).
           05  OL-STATUS            PIC X(8).
           05  OL-HOLDER-TARGET     PIC X(18).
           05  OL-HOLDER-OPERATOR   PIC X(8).
           05  OL-HOLDER-PROGRAM    PIC X(10).
           05  OL-HOLDER-CLASS      PIC X(8).
           05  OL-HOLDER-SINCE      PIC X(17).
           05  OL-HOLDER-RUNID      PIC X(16).
