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
      ** SOURCE FILE NAME: brkgchk.cbl
      **
      ** SAMPLE: Break-glass grant lookup
      **
      **         Answers whether an operator holds an unexpired
      **         break-glass grant (see brkglass.cbl) -- for one
      **         class, or for any class when the caller leaves
      **         BRKG-CLASS blank.  opsauth.cbl asks before refusing a
      **         class the operator does not hold, and opsaudit.cbl
      **         asks so every action taken while a grant is open is
      **         flagged BREAK-GLASS.  BRKGLASS.DAT is re-read on every
      **         call, and a grant's age is measured through dtserv.cbl
      **         from its declaration, so a grant lapses on its own at
      **         the hour it was given for, even inside a long-running
      **         monitor that declared nothing itself.
      **
      ** INPUT FILE: BRKGLASS.DAT (break-glass declarations)
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
       Program-ID. "brkgchk".

       Environment Division.
       Input-Output Section.
       File-Control.
           select glass-file assign to "BRKGLASS.DAT"
               organization is line sequential
               file status is glass-fs.

       Data Division.
       File Section.
       FD  glass-file.
       01  glass-rec.
           05 bg-operator     pic x(8).
           05 filler          pic x(2).
           05 bg-class        pic x(8).
           05 filler          pic x(2).
           05 bg-start-ts     pic x(17).
           05 filler          pic x(2).
           05 bg-hours        pic 9(2).
           05 filler          pic x(2).
           05 bg-reason       pic x(60).
           05 filler          pic x(2).
           05 bg-reviewer     pic x(8).
           05 filler          pic x(2).
           05 bg-review-ts    pic x(17).

       Working-Storage Section.

       copy "sqldtsrv.cbl".

      * Local variables
       77 glass-fs            pic xx.
       77 glass-eof           pic x.
           88 no-more-glass       value "Y".
       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).
       77 grant-minutes       pic s9(9) comp-5.

       Linkage Section.
       copy "sqlbrkg.cbl".

       Procedure Division using BRKG-AREA.
       Brkgchk Section.
           move "N" to BRKG-ACTIVE-SW.

           open input glass-file.
           if glass-fs not equal "00"
              go to End-Brkgchk.

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           move "N" to glass-eof.
           perform Check-One-Grant thru End-Check-One-Grant
               until no-more-glass
                  or BRKG-ACTIVE-SW equal "Y".
           close glass-file.
       End-Brkgchk. exit program.

       Check-One-Grant.
           read glass-file
               at end
                  move "Y" to glass-eof
                  go to End-Check-One-Grant
           end-read.

           if bg-operator not equal BRKG-OPERATOR
              go to End-Check-One-Grant.
           if BRKG-CLASS not equal spaces
              and bg-class not equal BRKG-CLASS
              go to End-Check-One-Grant.
           if bg-hours not numeric
              go to End-Check-One-Grant.

           move bg-start-ts to DT-FROM-TS.
           move now-ts to DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           if DT-VALID-SW not equal "Y"
              go to End-Check-One-Grant.

           compute grant-minutes = bg-hours * 60.
           if DT-MINUTES is not less than 0
              and DT-MINUTES is less than grant-minutes
              move "Y" to BRKG-ACTIVE-SW.
       End-Check-One-Grant. exit.
