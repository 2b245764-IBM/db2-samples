      **         file instead, so a schedule change is a data change.
      **         Each control record names a step (one of the functions
      **         the suite already provides -- START, SETACT, SNAPSHOT,
      **         SWITCHQRY, MONRESET, FORCE, STOP, REBIND), the highest
      **         COND CODE acceptable for it, and the action to take
      **         when the step comes back worse: CONTINUE, SKIP (bypass
      **         the "+" dependent steps that follow it), or ABORT.  A
      **         record whose flag byte is "+" marks a step dependent
      **         on the nearest non-dependent step above it.
      **
      **         REBIND runs the shared pkgrbnd.cbl pass over the
      **         target database's packages that depend on the tables
      **         maintained in the last day, so it belongs after the
      **         night's maintenance; a failed or still-invalid
      **         package grades the step by its SQLCODE.
      **
      **         Step outcomes are graded with the same 4/8/16
      **         WARNING/ERROR/SEVERE COND CODEs checkerr.cbl returns
      **         sqlgmrst   -- RESET MONITOR
      **         sqlgfrce   -- FORCE USERS
      **         sqlgpstp   -- STOP DATABASE MANAGER
      **         sqlgrbnd   -- REBIND (via pkgrbnd.cbl)
      **
      ** INPUT FILE:  RUNBOOK.CTL (ordered step list with COND CODE limits)
      ** OUTPUT FILE: RUNBOOK.LOG (per-step outcome and routing decisions)
       copy "sqlrunh.cbl".
       copy "sqlrunid.cbl".
       copy "sqljstat.cbl".
       copy "sqlrbnd.cbl".

      * Local Variables
       77 rc                  pic s9(9) comp-5.
                 perform Step-Force thru End-Step-Force
              when "STOP        "
                 perform Step-Stop thru End-Step-Stop
              when "REBIND      "
                 perform Step-Rebind thru End-Step-Rebind
              when other
                 move "N" to step-known-sw
           end-evaluate.
           perform Grade-Step-Outcome thru End-Grade-Step-Outcome.
       End-Step-Stop. exit.

      * the shared rebind pass hands back the last failing rebind's
      * SQLCA, or SQLCODE 0, so the step grades like any other
       Step-Rebind.
           move target-dbname to RB-DBNAME.
           move "M" to RB-SCOPE.
           move "runbook" to RB-OPERATOR.
           call "pkgrbnd" using REBIND-AREA sqlca.
           move "PACKAGE REBIND" to errloc.
           perform Grade-Step-Outcome thru End-Grade-Step-Outcome.
       End-Step-Rebind. exit.

      ***********************************************************************
      * Logging paragraphs -- one timestamped RUNBOOK.LOG record per
      * step outcome or routing decision.
