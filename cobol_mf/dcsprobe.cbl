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
      ** SOURCE FILE NAME: dcsprobe.cbl
      **
      ** SAMPLE: End-to-end DCS gateway probe
      **
      **         dcsusage.cbl counts the connections on each gateway
      **         and dcsswit.cbl moves a pair onto its alternate, but
      **         nothing proved the alternate could reach the host
      **         before everyone was switched onto it.  For each pair
      **         on DCSALT.CFG (one local database, or every pair on
      **         file), this program probes both the primary and the
      **         alternate PARM route end to end through dcsroute.cbl
      **         -- a test connection through a scratch directory
      **         entry, so the live entry is never disturbed -- and
      **         lists the reachability and connect time of each.
      **
      **         Every probe lands in the trend file DCSPROBE.HIS, and
      **         a failed route is alerted through alertq.cbl.
      **         dcsswit.cbl reads the trend back: it will not switch
      **         a pair onto an alternate whose last probe failed
      **         unless the operator overrides with a reason.  Run it
      **         on the schedule, and before any planned switch-over.
      **         A failed route ends the run with condition code 8.
      **
      ** INPUT FILE:  DCSALT.CFG   (gateway pairs keyed by local db name)
      ** OUTPUT FILE: DCSPROBE.HIS (via dcsroute.cbl)
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
       Program-Id. "dcsprobe".

       Environment Division.
       Input-Output Section.
       File-Control.
           select pairing-file assign to "DCSALT.CFG"
               organization is line sequential
               file status is pairing-fs.

       Data Division.
       File Section.
       FD  pairing-file.
       01  pairing-rec.
           05 da-ldb          pic x(8).
           05 filler          pic x.
           05 da-primary      pic x(50).
           05 filler          pic x.
           05 da-alternate    pic x(50).

       Working-Storage Section.

       copy "sqlroute.cbl".

      * Local Variables
       77 pairing-fs          pic xx.
       77 pairing-eof         pic x.
           88 no-more-pairs       value "Y".

       77 scope-ldb           pic x(8).
       77 probe-count         pic 9(4) comp-5 value 0.
       77 failed-count        pic 9(4) comp-5 value 0.
       77 seconds-disp        pic z(4)9.99.
       01 rpt-line            pic x(120).

       Procedure Division.
       dcsprobe-pgm section.

           display "Sample COBOL Program : DCSPROBE.CBL".

           display "local database name to probe (blank for every ",
              "pair on file) : " with no advancing.
           accept scope-ldb.

           open input pairing-file.
           if pairing-fs equal "35"
              display "DCSALT.CFG not found -- no gateway pairs on file"
              go to end-dcsprobe.

           display "--- DCS gateway route probe ---".
           move "N" to pairing-eof.
           perform Probe-One-Pair thru End-Probe-One-Pair
               until no-more-pairs.
           close pairing-file.

           display probe-count, " route(s) probed, ",
              failed-count, " failed -- trend in DCSPROBE.HIS".
           if failed-count is greater than 0
              move 8 to RETURN-CODE.

       end-dcsprobe. stop run.

      ***********************************************************************
      * Probe-One-Pair probes the primary and then the alternate route
      * of one pair.  A pair outside the requested scope is skipped.
      ***********************************************************************
       Probe-One-Pair.
           read pairing-file
               at end
                  move "Y" to pairing-eof
                  go to End-Probe-One-Pair
           end-read.

           if da-ldb equal spaces
              or da-ldb (1:1) equal "*"
              go to End-Probe-One-Pair.

           if scope-ldb not equal spaces
              and da-ldb not equal scope-ldb
              go to End-Probe-One-Pair.

           move "PRIMARY" to RT-ROUTE.
           move da-primary to RT-PARM.
           perform Probe-Route thru End-Probe-Route.

           move "ALTERNATE" to RT-ROUTE.
           move da-alternate to RT-PARM.
           perform Probe-Route thru End-Probe-Route.
       End-Probe-One-Pair. exit.

       Probe-Route.
           move "T" to RT-FUNCTION.
           move da-ldb to RT-LDB.
           call "dcsroute" using DCSROUTE-AREA.

           add 1 to probe-count.
           if RT-RESULT not equal "REACHED"
              add 1 to failed-count.

           compute seconds-disp = RT-CONNECT-CS / 100.
           move spaces to rpt-line.
           string da-ldb       delimited by size
                  " "          delimited by size
                  RT-ROUTE     delimited by size
                  " "          delimited by size
                  RT-RESULT    delimited by size
                  seconds-disp delimited by size
                  "s  "        delimited by size
                  RT-DETAIL    delimited by size
                  into rpt-line.
           display rpt-line.
       End-Probe-Route. exit.
