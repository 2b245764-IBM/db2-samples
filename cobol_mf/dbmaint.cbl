      **         maintenance fails is not retried forever -- the
      **         ERRLOG entry is its work ticket.
      **
      **         Each table's database is claimed in the operation
      **         lock registry (oplock.cbl) in class MAINT before its
      **         statistics run; a database another run holds
      **         exclusively -- a restore, a stop, a refresh -- is
      **         skipped with the holder named in DBMAINT.RPT.
      **
      **         Every DBMAINT.RPT line is stamped with the date and
      **         time it was written, so maintsel.cbl can tell how
      **         long ago each table was last maintained.
      **
      ** DB2 APIs USED:
      **         db2gRunstats   -- RUNSTATS
      **         db2gReorgTable -- REORG TABLE
       01  checkpoint-rec     pic 9(4).

       FD  maint-rpt.
       01  maint-rpt-rec      pic x(120).

       Working-Storage Section.

       copy "db2ApiDf.cbl".
       copy "sqlrunh.cbl".
       copy "sqlmreg.cbl".
       copy "sqloplk.cbl".

      * Local Variables
       77 rc                  pic s9(9) comp-5.
       77 maint-table         pic x(40).
       77 maint-table-len     pic 9(4) comp-5.

      * the date and time each report line is stamped with
       77 stamp-date          pic 9(8).
       77 stamp-time          pic 9(8).

       01 rpt-line.
          05 rl-dbname        pic x(8).
          05 filler           pic x(2) value spaces.
          05 rl-status        pic x(8).
          05 filler           pic x(2) value spaces.
          05 rl-sqlcode       pic -(9)9.
          05 filler           pic x(2) value spaces.
          05 rl-when          pic x(17).
          05 filler           pic x(2) value spaces.
          05 rl-held-by       pic x(10) value spaces.
          05 filler           pic x value spaces.
          05 rl-held-for      pic x(8)  value spaces.

       Procedure Division.
       dbmaint-pgm section.
           move "dbmaint" to MR-OPERATOR.
           call "mntreg" using MNTREG-AREA.

      * the database is claimed for online maintenance; a database
      * another run holds exclusively is skipped, and the entry is
      * counted worked so the next night moves past it too
           move "C" to OL-FUNCTION.
           move ctl-dbname to OL-TARGET.
           move "MAINT" to OL-CLASS.
           move "dbmaint" to OL-OPERATOR.
           move "dbmaint" to OL-PROGRAM.
           call "oplock" using OPLOCK-AREA.
           if OL-STATUS equal "REFUSED"
              perform Report-Lock-Refused thru End-Report-Lock-Refused
              go to End-Maintain-One-Table.

      * the table name the APIs take is schema-qualified in the
      * control file already; only its length is computed here
           move spaces to maint-table.
           move "C" to MR-FUNCTION.
           move ctl-dbname to MR-TARGET.
           call "mntreg" using MNTREG-AREA.
           perform Release-Table-Lock thru End-Release-Table-Lock.

       End-Maintain-One-Table. exit.

           else
              add 1 to done-count
              move "OK" to rl-status.
           perform Stamp-Rpt-Line thru End-Stamp-Rpt-Line.
           write maint-rpt-rec from rpt-line.

           move entry-number to last-completed-entry.
           perform Save-Checkpoint thru End-Save-Checkpoint.

      * checkerr's fatal path ends the run, so a failing step gives
      * its database lock back first
           if sqlcode is less than 0
              perform Release-Table-Lock thru End-Release-Table-Lock.

           move spaces to errloc.
           string "TABLE MAINTENANCE " delimited by size
                  rl-step              delimited by space
                  into errloc.
           call "checkerr" using SQLCA errloc.
       End-Report-One-Outcome. exit.

       Stamp-Rpt-Line.
           accept stamp-date from date yyyymmdd.
           accept stamp-time from time.
           move spaces to rl-when.
           string stamp-date delimited by size
                  "-"        delimited by size
                  stamp-time delimited by size
                  into rl-when.
       End-Stamp-Rpt-Line. exit.

       Release-Table-Lock.
           move "R" to OL-FUNCTION.
           move ctl-dbname to OL-TARGET.
           move "dbmaint" to OL-PROGRAM.
           call "oplock" using OPLOCK-AREA.
       End-Release-Table-Lock. exit.

      ***********************************************************************
      * Report-Lock-Refused records a table skipped because another
      * run holds its database, names the holder -- its program and
      * operator, after the line's time stamp -- and advances the
      * checkpoint past it.
      ***********************************************************************
       Report-Lock-Refused.
           move ctl-dbname to rl-dbname.
           move ctl-table  to rl-table.
           move "LOCK" to rl-step.
           move "REFUSED" to rl-status.
           move 0 to rl-sqlcode.
           move OL-HOLDER-PROGRAM to rl-held-by.
           move OL-HOLDER-OPERATOR to rl-held-for.
           perform Stamp-Rpt-Line thru End-Stamp-Rpt-Line.
           write maint-rpt-rec from rpt-line.
           move spaces to rl-held-by.
           move spaces to rl-held-for.
           add 1 to fail-count.
           display ctl-dbname, " held ", OL-HOLDER-CLASS, " by ",
              OL-HOLDER-PROGRAM, " for ", OL-HOLDER-OPERATOR,
              " since ", OL-HOLDER-SINCE, " -- ", ctl-table,
              " skipped".

           move "C" to MR-FUNCTION.
           move ctl-dbname to MR-TARGET.
           call "mntreg" using MNTREG-AREA.

           move entry-number to last-completed-entry.
           perform Save-Checkpoint thru End-Save-Checkpoint.
       End-Report-Lock-Refused. exit.
