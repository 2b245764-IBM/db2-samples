      **         names, and writes DRAPPLY.RPT saying exactly what
      **         generation of DR data this standby now holds and
      **         whether every total checked out.  The DR auditor's
      **         question finally has a written answer.  The run
      **         ends with condition code 0 when a new generation was
      **         accepted, 4 when there was nothing newer to apply,
      **         and 8 when the package was damaged or unreadable,
      **         so drrehrs.cbl can judge the apply step unattended.
      **
      ** INPUT FILE:   DRSHIP.XFR (transfer package from the primary)
      ** STATE FILE:   DRAPPLY.SEQ (last applied generation)
           open input xfr-file.
           if xfr-fs equal "35"
              display "DRSHIP.XFR not found -- nothing to apply"
              move 4 to RETURN-CODE
              go to end-drapply.

           perform Read-Held-Generation thru End-Read-Held-Gen.
                 to rpt-line
              perform Write-Apply-Line thru End-Write-Apply-Line
              move "Y" to file-eof
              move 8 to RETURN-CODE
              go to End-Open-Package.

           move ctl-field(1) (1:6) to pkg-generation.
                     into rpt-line
              perform Write-Apply-Line thru End-Write-Apply-Line
              move "Y" to file-eof
              move 4 to RETURN-CODE
              move 0 to pkg-generation.
       End-Open-Package. exit.

                     " NOT accepted -- re-ship the package"
                        delimited by size
                     into rpt-line
              perform Write-Apply-Line thru End-Write-Apply-Line
              move 8 to RETURN-CODE.
       End-Final-Verdict. exit.

       Fold-Record-Check.
