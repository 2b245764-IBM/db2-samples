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
      ** SOURCE FILE NAME: sqlroute.cbl
      **
      ** SAMPLE: Communication area for the dcsroute.cbl gateway route
      **         probe.  The caller names the DCS local database in
      **         RT-LDB and the route in RT-ROUTE ("PRIMARY" or
      **         "ALTERNATE").  "T" tests the PARM routing string in
      **         RT-PARM through a scratch directory entry, leaving
      **         the live entry alone; "L" tests the entry as it is
      **         catalogued now, to confirm a switch-over.  The probe
      **         answers REACHED or FAILED in RT-RESULT, the connect
      **         time in hundredths of a second in RT-CONNECT-CS, and
      **         a reason in RT-DETAIL.
      **
      ***********************************************************************

       01  DCSROUTE-AREA.
           05  RT-FUNCTION          PIC X.
           05  RT-LDB               PIC X(8).
           05  RT-ROUTE             PIC X(9).
           05  RT-PARM              PIC X(50).
           05  RT-RESULT            PIC X(8).
           05  RT-CONNECT-CS        PIC S9(9) COMP-5.
           05  RT-DETAIL            PIC X(40).
