      **         SQLCODEs, and a per-program breakdown with the first
      **         and last occurrence timestamp of each program's
      **         errors.  Results go to ERRSUM.RPT and the console.
      **         The instance's own diagnostic-log records, harvested
      **         by diagharv.cbl under the program id "diagharv", are
      **         counted the same way; DB2's Critical level has its
      **         own line.
      **
      ** INPUT FILE:  ERRLOG.IDX (keyed error history from checkerr
      **                          and diagharv)
      ** OUTPUT FILE: ERRSUM.RPT (weekly error summary report)
      ***********************************************************************
      **
       77 warning-count       pic 9(9) comp-5 value 0.
       77 error-count         pic 9(9) comp-5 value 0.
       77 severe-count        pic 9(9) comp-5 value 0.
       77 critical-count      pic 9(9) comp-5 value 0.
       77 other-sev-count     pic 9(9) comp-5 value 0.

      * tallies per distinct SQLCODE, for the top-recurring list
              when "WARNING " add 1 to warning-count
              when "ERROR   " add 1 to error-count
              when "SEVERE  " add 1 to severe-count
              when "CRITICAL" add 1 to critical-count
              when other      add 1 to other-sev-count
           end-evaluate.

                  into rpt-line.
           perform Write-Report-Line thru End-Write-Report-Line.

           move critical-count to count-disp.
           move spaces to rpt-line.
           string "  CRITICAL: " delimited by size
                  count-disp     delimited by size
                  into rpt-line.
           perform Write-Report-Line thru End-Write-Report-Line.

           if other-sev-count is greater than 0
              move other-sev-count to count-disp
              move spaces to rpt-line
