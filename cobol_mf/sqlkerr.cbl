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
      ** SOURCE FILE NAME: sqlkerr.cbl
      **
      ** SAMPLE: Communication area for the knownerr.cbl known-error
      **         lookup.  Callers put an SQLCODE (either justification)
      **         in KERR-SQLCODE and/or a component or alert key in
      **         KERR-COMPONENT; knownerr answers with the first
      **         problem record in PROBLEM.DAT, not yet closed, that
      **         has the SQLCODE linked or that has an incident linked
      **         whose component appears in KERR-COMPONENT.  A
      **         KERR-FUNCTION of "R" rereads PROBLEM.DAT first; any
      **         other value uses the copy loaded on the first call.
      **         KERR-FOUND-SW is "N" when nothing matches.
      **
      ***********************************************************************

       01  KERR-AREA.
           05  KERR-FUNCTION        PIC X.
           05  KERR-SQLCODE         PIC X(10).
           05  KERR-COMPONENT       PIC X(40).
           05  KERR-FOUND-SW        PIC X.
           05  KERR-MATCH           PIC X(9).
           05  KERR-PROBLEM         PIC X(8).
           05  KERR-STATUS          PIC X(8).
           05  KERR-FIX             PIC X(8).
           05  KERR-TITLE           PIC X(40).
           05  KERR-WORKAROUND      PIC X(60).
