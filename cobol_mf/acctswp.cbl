      **         offenders -- strings missing their APPL or USERID
      **         token -- grouped by authorization id and origin
      **         workstation, so the worst departments can be chased
      **         by name instead of by bucket.  The report is headed
      **         with the sweep date, by which privmask.cbl ages the
      **         names in it.
      **
      ** DB2 APIs USED:
      **         sqlgmnss -- DATABASE MONITOR SNAPSHOT
       77 seen-disp           pic z(5)9.
       77 off-disp            pic z(5)9.
       77 pct-disp            pic z(2)9.
       77 sweep-date          pic 9(8).
       01 rpt-line            pic x(132).

       Procedure Division.

           perform Rank-Groups thru End-Rank-Groups.

      * the sweep date heads the report: privmask.cbl ages the
      * identifiers in it by that date
           accept sweep-date from date yyyymmdd.
           open output sweep-rpt.
           move spaces to rpt-line.
           string "--- accounting-string compliance sweep "
                                        delimited by size
                  sweep-date            delimited by size
                  " ---"                delimited by size
                  into rpt-line.
           perform Write-Sweep-Line thru End-Write-Sweep-Line.

           move conns-seen to seen-disp.
