      **         each left blank to mean "any" -- and the matching
      **         records are shown a screenful at a time, pausing
      **         between pages.  Another query can be run without
      **         leaving the program.  Records harvested from the
      **         instance diagnostic log by diagharv.cbl sit in the
      **         same history under the program id "diagharv".
      **         A record whose SQLCODE is linked to a problem not
      **         yet closed (probmnt.cbl) is followed by the known
      **         error and its workaround, through knownerr.cbl.
      **
      ** INPUT FILE: ERRLOG.IDX (keyed error history from checkerr
      **                         and diagharv)
      **             PROBLEM.DAT (problem records, via knownerr)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.

       Working-Storage Section.

       copy "sqlkerr.cbl".

      * Local variables
       77 errlog-fs           pic xx.
       77 errlog-eof          pic x.
           display "leave any filter blank to match everything".
           display "program id filter : " with no advancing.
           accept filter-progid.
           display "severity filter (WARNING/ERROR/SEVERE/CRITICAL) : "
              with no advancing.
           accept filter-severity.
           display "SQLCODE filter (e.g. -1042) : " with no advancing.
              " ", el-sqlcode, " ", el-progid (1:30), " ",
              el-sqlmsg (1:40).

      * a known error is shown beside its SQLCODE
           if el-sqlcode not equal spaces
              move spaces to KERR-AREA
              move el-sqlcode to KERR-SQLCODE
              call "knownerr" using KERR-AREA
              if KERR-FOUND-SW equal "Y"
                 perform Show-Known-Error thru End-Show-Known-Error
              end-if
           end-if.

           add 1 to page-lines.
           if page-lines is not less than page-size
              move 0 to page-lines
                 with no advancing
              accept page-response.
       End-Match-One-Record. exit.

       Show-Known-Error.
           if KERR-WORKAROUND equal spaces
              display "    KNOWN ERROR ", KERR-PROBLEM, " ",
                 KERR-TITLE, " -- no workaround recorded yet"
           else
              display "    KNOWN ERROR ", KERR-PROBLEM,
                 " workaround: ", KERR-WORKAROUND.
           add 1 to page-lines.
       End-Show-Known-Error. exit.
