      **         separate listings.  An incident still OPEN is
      **         windowed up to the time of this run.
      **
      **         When the component or an error's SQLCODE matches a
      **         known error -- a problem not yet closed in
      **         PROBLEM.DAT (probmnt.cbl), looked up through
      **         knownerr.cbl -- the problem and its workaround are
      **         printed in the heading or beneath the error, so the
      **         workaround is on the first page of the postmortem.
      **
      ** INPUT FILES:  INCIDENT.DAT (incident records)
      **               ERRLOG.IDX   (keyed error history)
      **               OPSAUDIT.LOG (operations audit trail)
      **               RUNHIST.IDX  (keyed run history)
      **               ALERTQ.DAT   (central alert queue)
      **               OPJRNL.DAT   (operator journal)
      **               PROBLEM.DAT  (problem records, via knownerr)
      ** OUTPUT FILE:  INCWKSHT.RPT (merged worksheet)
      ***********************************************************************
      **

       Working-Storage Section.

       copy "sqlkerr.cbl".

      * Local variables
       77 incident-fs         pic xx.
       77 errlog-fs           pic xx.
             10 me-ts         pic x(17).
             10 me-source     pic x(8).
             10 me-text       pic x(90).
             10 me-sqlcode    pic x(10).

       77 tbl-idx             pic 9(4) comp-5.
       77 scan-idx            pic 9(4) comp-5.
          05 sw-ts            pic x(17).
          05 sw-source        pic x(8).
          05 sw-text          pic x(90).
          05 sw-sqlcode       pic x(10).
       77 dropped-count       pic 9(4) comp-5 value 0.
       77 dropped-disp        pic z(3)9.

      * the known error already printed, so a run of the same error
      * shows its workaround once
       77 shown-problem       pic x(8) value spaces.

       77 now-date            pic 9(8).
       77 now-time            pic 9(8).
       77 now-ts              pic x(17).

           perform Set-Window thru End-Set-Window.

           move spaces to swap-entry.
           perform Gather-Errlog   thru End-Gather-Errlog.
           perform Gather-Audit    thru End-Gather-Audit.
           perform Gather-Runhist  thru End-Gather-Runhist.
           move sw-ts     to me-ts (merge-count).
           move sw-source to me-source (merge-count).
           move sw-text   to me-text (merge-count).
           move sw-sqlcode to me-sqlcode (merge-count).
       End-Keep-Entry. exit.

       Gather-Errlog.
                  " "               delimited by size
                  el-sqlmsg (1:30)  delimited by size
                  into sw-text.
           move el-sqlcode   to sw-sqlcode.
           perform Keep-Entry thru End-Keep-Entry.
           move spaces       to sw-sqlcode.
       End-Gather-One-Errlog. exit.

       Gather-Audit.
                  into rpt-line.
           perform Write-Worksheet-Line thru End-Write-Worksheet-Line.

           move spaces to KERR-AREA.
           move ask-component to KERR-COMPONENT.
           call "knownerr" using KERR-AREA.
           if KERR-FOUND-SW equal "Y"
              perform Write-Known-Error thru End-Write-Known-Error.

           move spaces to rpt-line.
           perform Write-Worksheet-Line thru End-Write-Worksheet-Line.

                  me-text (tbl-idx)   delimited by size
                  into rpt-line.
           perform Write-Worksheet-Line thru End-Write-Worksheet-Line.

           if me-sqlcode (tbl-idx) equal spaces
              go to End-Write-One-Entry.
           move spaces to KERR-AREA.
           move me-sqlcode (tbl-idx) to KERR-SQLCODE.
           call "knownerr" using KERR-AREA.
           if KERR-FOUND-SW equal "Y"
              and KERR-PROBLEM not equal shown-problem
              perform Write-Known-Error thru End-Write-Known-Error.
       End-Write-One-Entry. exit.

      ***********************************************************************
      * Write-Known-Error prints the matched known error and its
      * workaround, once per problem.
      ***********************************************************************
       Write-Known-Error.
           move KERR-PROBLEM to shown-problem.
           move spaces to rpt-line.
           string "    KNOWN ERROR "   delimited by size
                  KERR-PROBLEM         delimited by size
                  " ("                 delimited by size
                  KERR-STATUS          delimited by space
                  " fix="              delimited by size
                  KERR-FIX             delimited by space
                  ", by "              delimited by size
                  KERR-MATCH           delimited by space
                  ") "                 delimited by size
                  KERR-TITLE           delimited by size
                  into rpt-line.
           perform Write-Worksheet-Line thru End-Write-Worksheet-Line.

           move spaces to rpt-line.
           if KERR-WORKAROUND equal spaces
              move "      workaround: (none recorded yet)" to rpt-line
           else
              string "      workaround: " delimited by size
                     KERR-WORKAROUND      delimited by size
                     into rpt-line.
           perform Write-Worksheet-Line thru End-Write-Worksheet-Line.
       End-Write-Known-Error. exit.

       Write-Worksheet-Line.
           write worksheet-rec from rpt-line.
           display rpt-line (1:110).
