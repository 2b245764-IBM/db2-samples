      **         truncating the log breaks the chain at an exact
      **         point, which the audverif.cbl companion reports.
      **
      **         A record written while its operator holds an open
      **         break-glass grant (brkglass.cbl, looked up through
      **         brkgchk.cbl) carries the flag BREAK-GLASS after the
      **         run id, outside the chained fields like the run id
      **         itself, so brkgrev.cbl can list everything done under
      **         the emergency grant.
      **
      ** OUTPUT FILES: OPSAUDIT.LOG (operations audit trail, appended)
      **               OPSAUDIT.SEQ (chain head, rewritten)
      ***********************************************************************
           05 al-check        pic 9(9).
           05 filler          pic x(2).
           05 al-runid        pic x(16).
           05 filler          pic x(2).
           05 al-flag         pic x(11).

       FD  chain-head.
       01  chain-head-rec.
       Working-Storage Section.

       copy "sqlrunid.cbl".
       copy "sqlbrkg.cbl".

      * Local variables
       77 audit-date          pic 9(8).
           call "runid" using RUNID-AREA.
           move RID-VALUE to al-runid.

      * an action taken under an open break-glass grant is flagged
           move al-operator to BRKG-OPERATOR.
           move spaces to BRKG-CLASS.
           call "brkgchk" using BRKG-AREA.
           if BRKG-ACTIVE-SW equal "Y"
              move "BREAK-GLASS" to al-flag.

           perform Open-Audit-With-Retry
              thru End-Open-Audit-With-Retry.
           if audit-fs (1:1) not equal "0"
