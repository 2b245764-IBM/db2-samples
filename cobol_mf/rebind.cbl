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
      ** SOURCE FILE NAME: rebind.cbl
      **
      ** SAMPLE: Package rebind driver
      **
      **         Rebinds a database's static SQL packages through the
      **         shared pkgrbnd.cbl pass: after the night's
      **         maintenance, the packages depending on the tables
      **         dbmaint.cbl maintained (scope M), or after an upgrade,
      **         every package (scope A).  A blank database name takes
      **         every database in the site parameter list, and a
      **         blank scope means M, so the scheduler -- which
      **         answers no prompts -- runs the post-maintenance pass
      **         across the fleet.  runbook.cbl's REBIND step and
      **         dbupgrade.cbl's verification call the same pass.
      **
      **         Each package outcome goes to PKGRBND.LOG and each
      **         failure to the alert queue as the pass runs; once
      **         every database has been worked, the last failing
      **         rebind is reported through checkerr.cbl, so the run
      **         ends with checkerr's condition code and the failure
      **         reaches ERRLOG like everything else.
      **
      ** INPUT FILES:  PKGDEP.DAT  (package dependency extract)
      **               DBMAINT.RPT (maintenance outcomes, scope M)
      ** OUTPUT FILE:  PKGRBND.LOG (per-package rebind outcomes)
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
       Program-Id. "rebind".

       Data Division.
       Working-Storage Section.

       copy "sqlca.cbl".
       copy "sqlrbnd.cbl".
       copy "sqlsitep.cbl".
       copy "sqlrunh.cbl".

      * Local Variables
       77 errloc              pic x(80).
       77 target-dbname       pic x(8).
       77 target-scope        pic x.
       77 site-idx            pic 9(4) comp-5.

       77 total-rebound       pic 9(6) comp-5 value 0.
       77 total-failed        pic 9(6) comp-5 value 0.
       77 total-invalid       pic 9(6) comp-5 value 0.
       77 failed-any-sw       pic x value "N".
           88 failed-any          value "Y".
       01 fail-sqlca-image    pic x(136).

       Procedure Division.
       rebind-pgm section.

           display "Sample COBOL Program : REBIND.CBL".

           move "rebind" to RH-PROGRAM.
           move "S" to RH-FUNCTION.
           call "runhist" using RUNHIST-AREA.

           move spaces to target-dbname.
           display "database name (blank for every site database) : "
              with no advancing.
           accept target-dbname.
           move spaces to target-scope.
           display "M = packages on tables maintained in the last ",
              "day, A = all packages (blank for M) : "
              with no advancing.
           accept target-scope.
           inspect target-dbname converting
              "abcdefghijklmnopqrstuvwxyz" to
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if target-scope equal "a"
              move "A" to target-scope.
           if target-scope not equal "A"
              move "M" to target-scope.

           if target-dbname not equal spaces
              perform Rebind-One-Database thru End-Rebind-One-Database
              go to Report-Rebind.

           call "siteparm" using SITEPARM-AREA.
           if SITE-DB-COUNT equal 0
              display "no site parameter database list -- nothing ",
                 "to rebind"
              go to end-rebind.

           perform Rebind-Site-Database
              thru End-Rebind-Site-Database
               varying site-idx from 1 by 1
               until site-idx is greater than SITE-DB-COUNT.

       Report-Rebind.
           display " ".
           display total-rebound, " package(s) rebound, ",
              total-failed, " failed, ", total-invalid,
              " still invalid -- see PKGRBND.LOG".

           if failed-any
              move fail-sqlca-image to sqlca
              move "PACKAGE REBIND" to errloc
              call "checkerr" using SQLCA errloc.

       end-rebind.
           move "E" to RH-FUNCTION.
           move RETURN-CODE to RH-RETCODE.
           call "runhist" using RUNHIST-AREA.
           stop run.

       Rebind-Site-Database.
           move SITE-DB-NAME (site-idx) to target-dbname.
           perform Rebind-One-Database thru End-Rebind-One-Database.
       End-Rebind-Site-Database. exit.

       Rebind-One-Database.
           move target-dbname to RB-DBNAME.
           move target-scope to RB-SCOPE.
           move "rebind" to RB-OPERATOR.
           call "pkgrbnd" using REBIND-AREA sqlca.

           add RB-REBOUND to total-rebound.
           add RB-FAILED to total-failed.
           add RB-INVALID to total-invalid.
           if RB-FAILED is greater than 0
              or RB-INVALID is greater than 0
              move sqlca to fail-sqlca-image
              move "Y" to failed-any-sw.
       End-Rebind-One-Database. exit.
