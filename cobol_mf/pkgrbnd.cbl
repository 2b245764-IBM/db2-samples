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
      ** SOURCE FILE NAME: pkgrbnd.cbl
      **
      ** SAMPLE: Shared package rebind pass
      **
      **         Static SQL packages keep the access plans they were
      **         bound with: after dbmaint.cbl refreshes a table's
      **         statistics nothing picks up the better plan until the
      **         package is rebound, and after dbupgrade.cbl migrates
      **         a database its packages can be left invalid.  This
      **         subprogram, linked in the way checkerr.cbl is, rebinds
      **         one database's packages.  In scope "M" it takes the
      **         packages that depend on a table DBMAINT.RPT shows
      **         maintained successfully in the last day, together
      **         with any package already marked invalid; in scope
      **         "A" it takes every package, as after an upgrade.
      **
      **         The suite calls only the administrative APIs, so the
      **         package dependencies come from PKGDEP.DAT, the
      **         catalog extract (SYSCAT.PACKAGEDEP joined to the
      **         VALID column of SYSCAT.PACKAGES) the DBA refreshes
      **         nightly: one line per package and table it depends
      **         on, a package with no table dependency listed once
      **         with a blank table.
      **
      **         Every package's outcome is appended to PKGRBND.LOG.
      **         A package that fails to rebind is raised through
      **         alertq.cbl -- a WARNING when it was valid, since it
      **         keeps its old plan, and a CRITICAL when it was
      **         already invalid, since it stays invalid -- and the
      **         pass is recorded through opsaudit.cbl.  The pass does
      **         not call checkerr.cbl itself, whose fatal path would
      **         end the caller mid-pass; the caller's SQLCA comes
      **         back holding the last failing rebind so the caller
      **         routes it through checkerr.cbl (rebind.cbl), grades
      **         it (runbook.cbl), or fails its verification
      **         (dbupgrade.cbl).
      **
      ** DB2 APIs USED:
      **         sqlgrbnd -- REBIND
      **
      ** INPUT FILES:  PKGDEP.DAT  (package dependency extract)
      **               DBMAINT.RPT (maintenance outcomes, scope "M")
      ** OUTPUT FILES: PKGRBND.LOG (per-package rebind outcomes)
      **               ALERTQ.DAT  (failed rebinds, via alertq)
      **               OPSAUDIT.LOG (the pass, via opsaudit)
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
       Program-ID. "pkgrbnd".

       Environment Division.
       Input-Output Section.
       File-Control.
           select dependency-file assign to "PKGDEP.DAT"
               organization is line sequential
               file status is dependency-fs.
           select maint-rpt assign to "DBMAINT.RPT"
               organization is line sequential
               file status is maintrpt-fs.
           select rebind-log assign to "PKGRBND.LOG"
               organization is line sequential
               file status is rebindlog-fs.

       Data Division.
       File Section.
       FD  dependency-file.
       01  dependency-rec.
           05 pd-dbname       pic x(8).
           05 filler          pic x.
           05 pd-package      pic x(18).
           05 filler          pic x.
           05 pd-valid        pic x.
           05 filler          pic x.
           05 pd-table        pic x(30).

       FD  maint-rpt.
       01  maint-rpt-rec.
           05 mr-dbname       pic x(8).
           05 filler          pic x(2).
           05 mr-table        pic x(30).
           05 filler          pic x(2).
           05 mr-step         pic x(8).
           05 filler          pic x(2).
           05 mr-status       pic x(8).
           05 filler          pic x(2).
           05 mr-sqlcode      pic x(10).
           05 filler          pic x(2).
           05 mr-when         pic x(17).
           05 filler          pic x(29).

       FD  rebind-log.
       01  rebind-log-rec.
           05 rl-when         pic x(17).
           05 filler          pic x(2).
           05 rl-dbname       pic x(8).
           05 filler          pic x(2).
           05 rl-package      pic x(18).
           05 filler          pic x(2).
           05 rl-outcome      pic x(8).
           05 filler          pic x(2).
           05 rl-sqlcode      pic -(9)9.

       Working-Storage Section.

       copy "sqldtsrv.cbl".
       copy "sqlalert.cbl".
       copy "sqlaudit.cbl".

      * Local variables
       77 rc                  pic s9(9) comp-5.
       77 dependency-fs       pic xx.
       77 maintrpt-fs         pic xx.
       77 rebindlog-fs        pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).

      * the tables maintained in the last day, for scope "M"
       77 maint-count         pic 9(4) comp-5.
       77 maint-max           pic 9(4) comp-5 value 200.
       01 maint-table.
          05 mt-table occurs 200 times pic x(30).
       77 maint-idx           pic 9(4) comp-5.

      * the database's packages and whether each is selected
       77 pkg-count           pic 9(4) comp-5.
       77 pkg-max             pic 9(4) comp-5 value 500.
       01 pkg-table.
          05 pkg-entry occurs 500 times.
             10 pk-name       pic x(18).
             10 pk-valid      pic x.
             10 pk-selected-sw pic x.
       77 pkg-idx             pic 9(4) comp-5.
       77 found-sw            pic x.
           88 entry-found         value "Y".

      * the package name handed to the REBIND API
       77 pkg-name            pic x(18).
       77 pkg-name-len        pic 9(4) comp-5.

      * the last failing rebind's SQLCA, handed back to the caller
       77 failed-any-sw       pic x.
           88 failed-any          value "Y".
       01 fail-sqlca-image    pic x(136).

       77 count-disp          pic zzz9.
       77 count-disp2         pic zzz9.
       77 sqlcode-disp        pic -(9)9.

       Linkage Section.
       copy "sqlrbnd.cbl".
       copy "sqlca.cbl" replacing ==VALUE "SQLCA   "== by == ==
                                  ==VALUE 136==        by == ==.

       Procedure Division using REBIND-AREA sqlca.
       Pkgrbnd Section.
           move 0 to RB-SELECTED.
           move 0 to RB-REBOUND.
           move 0 to RB-FAILED.
           move 0 to RB-INVALID.
           move 0 to maint-count.
           move 0 to pkg-count.
           move "N" to failed-any-sw.
           move 0 to sqlcode.

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.

           if RB-SCOPE not equal "A"
              move "M" to RB-SCOPE
              perform Load-Maintained thru End-Load-Maintained.

           perform Load-Packages thru End-Load-Packages.
           if RB-SELECTED equal 0
              display RB-DBNAME, " no packages to rebind"
              go to End-Pkgrbnd.

           open extend rebind-log.
           perform Rebind-One-Package thru End-Rebind-One-Package
               varying pkg-idx from 1 by 1
               until pkg-idx is greater than pkg-count.
           close rebind-log.

           move RB-OPERATOR to AUD-OPERATOR.
           move "REBIND PACKAGES" to AUD-ACTION.
           move RB-DBNAME to AUD-TARGET.
           move RB-REBOUND to count-disp.
           compute pkg-idx = RB-FAILED + RB-INVALID.
           move pkg-idx to count-disp2.
           move spaces to AUD-OUTCOME.
           string count-disp  delimited by size
                  " OK"       delimited by size
                  count-disp2 delimited by size
                  " FAILED"   delimited by size
                  into AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.

           display RB-DBNAME, " packages rebound: ", RB-REBOUND,
              " of ", RB-SELECTED, ", failed: ", RB-FAILED,
              ", still invalid: ", RB-INVALID.

           if failed-any
              move fail-sqlca-image to sqlca.
       End-Pkgrbnd. exit program.

      ***********************************************************************
      * Load-Maintained collects the tables of this database that
      * DBMAINT.RPT shows maintained successfully in the last day.
      ***********************************************************************
       Load-Maintained.
           open input maint-rpt.
           if maintrpt-fs equal "35"
              go to End-Load-Maintained.

           move "N" to file-eof.
           perform Load-One-Maintained thru End-Load-One-Maintained
               until no-more-records.
           close maint-rpt.
           move "N" to file-eof.
       End-Load-Maintained. exit.

       Load-One-Maintained.
           move spaces to maint-rpt-rec.
           read maint-rpt
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Maintained
           end-read.

           if mr-dbname not equal RB-DBNAME
              or mr-status not equal "OK"
              or mr-when (1:8) not numeric
              go to End-Load-One-Maintained.

           move mr-when to DT-FROM-TS.
           move now-ts to DT-TO-TS.
           call "dtserv" using DTSERV-AREA.
           if DT-VALID-SW not equal "Y"
              or DT-MINUTES is greater than 1440
              go to End-Load-One-Maintained.

           move "N" to found-sw.
           perform Match-One-Maintained thru End-Match-One-Maintained
               varying maint-idx from 1 by 1
               until maint-idx is greater than maint-count
                  or entry-found.
           if entry-found or maint-count is not less than maint-max
              go to End-Load-One-Maintained.
           add 1 to maint-count.
           move mr-table to mt-table (maint-count).
       End-Load-One-Maintained. exit.

       Match-One-Maintained.
           if mt-table (maint-idx) equal mr-table
              move "Y" to found-sw.
       End-Match-One-Maintained. exit.

      ***********************************************************************
      * Load-Packages reads this database's lines of PKGDEP.DAT into
      * one entry per package, selecting each package the scope calls
      * for.
      ***********************************************************************
       Load-Packages.
           open input dependency-file.
           if dependency-fs equal "35"
              display "PKGDEP.DAT not found -- refresh the package ",
                 "dependency extract"
              go to End-Load-Packages.

           move "N" to file-eof.
           perform Load-One-Dependency thru End-Load-One-Dependency
               until no-more-records.
           close dependency-file.
           move "N" to file-eof.
       End-Load-Packages. exit.

       Load-One-Dependency.
           read dependency-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Dependency
           end-read.

           if dependency-rec equal spaces
              or pd-dbname (1:1) equal "*"
              or pd-dbname not equal RB-DBNAME
              or pd-package equal spaces
              go to End-Load-One-Dependency.

           move "N" to found-sw.
           perform Match-One-Package thru End-Match-One-Package
               varying pkg-idx from 1 by 1
               until pkg-idx is greater than pkg-count
                  or entry-found.
           if entry-found
              subtract 1 from pkg-idx
           else
              if pkg-count is not less than pkg-max
                 display "more than ", pkg-max, " packages in ",
                    RB-DBNAME, " -- ", pd-package, " not rebound"
                 go to End-Load-One-Dependency
              end-if
              add 1 to pkg-count
              move pkg-count to pkg-idx
              move pd-package to pk-name (pkg-idx)
              move pd-valid to pk-valid (pkg-idx)
              move "N" to pk-selected-sw (pkg-idx).

           if pk-selected-sw (pkg-idx) equal "Y"
              go to End-Load-One-Dependency.

           if RB-SCOPE equal "A"
              or pk-valid (pkg-idx) equal "N"
              or pk-valid (pkg-idx) equal "X"
              perform Select-Package thru End-Select-Package
              go to End-Load-One-Dependency.

           if pd-table equal spaces
              go to End-Load-One-Dependency.
           move "N" to found-sw.
           perform Match-Dependency-Table
              thru End-Match-Dependency-Table
               varying maint-idx from 1 by 1
               until maint-idx is greater than maint-count
                  or entry-found.
           if entry-found
              perform Select-Package thru End-Select-Package.
       End-Load-One-Dependency. exit.

       Match-One-Package.
           if pk-name (pkg-idx) equal pd-package
              move "Y" to found-sw.
       End-Match-One-Package. exit.

       Match-Dependency-Table.
           if mt-table (maint-idx) equal pd-table
              move "Y" to found-sw.
       End-Match-Dependency-Table. exit.

       Select-Package.
           move "Y" to pk-selected-sw (pkg-idx).
           add 1 to RB-SELECTED.
       End-Select-Package. exit.

      ***********************************************************************
      * Rebind-One-Package rebinds a selected package and records the
      * outcome; a failure is raised through the alert queue and its
      * SQLCA kept for the caller.
      ***********************************************************************
       Rebind-One-Package.
           if pk-selected-sw (pkg-idx) not equal "Y"
              go to End-Rebind-One-Package.

           move pk-name (pkg-idx) to pkg-name.
           move 0 to pkg-name-len.
           inspect pkg-name tallying pkg-name-len
              for characters before initial " ".

      ************************
      * REBIND API called    *
      ************************
           call "sqlgrbnd" using
                                 by value     pkg-name-len
                                 by reference pkg-name
                                 by reference sqlca
                                 by value     0
                           returning rc.

           move spaces to rebind-log-rec.
           move now-ts to rl-when.
           move RB-DBNAME to rl-dbname.
           move pkg-name to rl-package.
           move sqlcode to rl-sqlcode.

           if sqlcode is not less than 0
              add 1 to RB-REBOUND
              move "REBOUND" to rl-outcome
              write rebind-log-rec
              go to End-Rebind-One-Package.

           move sqlca to fail-sqlca-image.
           move "Y" to failed-any-sw.
           move sqlcode to sqlcode-disp.
           move "pkgrbnd" to ALERT-SOURCE.
           move spaces to ALERT-KEY.
           string RB-DBNAME delimited by space
                  " REBIND"  delimited by size
                  into ALERT-KEY.
           move spaces to ALERT-TEXT.
           if pk-valid (pkg-idx) equal "N"
              or pk-valid (pkg-idx) equal "X"
              add 1 to RB-INVALID
              move "INVALID" to rl-outcome
              move "CRITICAL" to ALERT-SEVERITY
              string pkg-name      delimited by space
                     " still invalid, rebind sqlcode"
                                   delimited by size
                     sqlcode-disp  delimited by size
                     into ALERT-TEXT
           else
              add 1 to RB-FAILED
              move "FAILED" to rl-outcome
              move "WARNING" to ALERT-SEVERITY
              string pkg-name      delimited by space
                     " failed to rebind, sqlcode"
                                   delimited by size
                     sqlcode-disp  delimited by size
                     into ALERT-TEXT.
           write rebind-log-rec.
           display RB-DBNAME, " ", ALERT-TEXT.
           call "alertq" using ALERT-AREA.
       End-Rebind-One-Package. exit.
