      **
      **         OPSAUTH.CTL lists each operator id and the operation
      **         classes that operator may perform (FORCE, STOP, RESET,
      **         UNCAT, DROP, QUIESCE, PURGE, REMOTE -- space-separated on the
      **         operator's line), which is how the site separates the
      **         operators who may look from the seniors who may
      **         destroy.  Callers fill OPSAUTH-AREA (sqlauth.cbl) and
      **         -- the file's absence must not brick the suite on the
      **         night it is installed.
      **
      **         A class the operator does not hold is still allowed
      **         while an unexpired break-glass grant for it stands
      **         (brkglass.cbl, looked up through brkgchk.cbl); such a
      **         grant is recorded with the outcome BREAK-GLASS rather
      **         than GRANTED, so the next-morning review finds it.
      **
      ** INPUT FILES: OPSAUTH.CTL  (operator authorization list)
      **              BRKGLASS.DAT (break-glass grants, via brkgchk)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
       Working-Storage Section.

       copy "sqlaudit.cbl".
       copy "sqlbrkg.cbl".

      * Local variables
       77 auth-fs             pic xx.

       77 auth-idx            pic 9(4) comp-5.
       77 match-idx           pic 9(4) comp-5.
       77 glass-sw            pic x.
           88 granted-by-glass    value "Y".

      * splitting one operator's class list
       01 class-tokens.
              go to End-Opsauth.

           move "N" to AUTH-ALLOWED-SW.
           move "N" to glass-sw.
           perform Find-Operator thru End-Find-Operator.

           if match-idx not equal 0
              perform Check-Operator-Classes
                 thru End-Check-Operator-Classes.

      * a class not held may still stand under an emergency grant
           if AUTH-ALLOWED-SW not equal "Y"
              perform Check-Break-Glass thru End-Check-Break-Glass.

           perform Record-Auth-Decision
              thru End-Record-Auth-Decision.
       End-Opsauth. exit program.
              move "Y" to AUTH-ALLOWED-SW.
       End-Check-One-Class. exit.

       Check-Break-Glass.
           move AUTH-OPERATOR to BRKG-OPERATOR.
           move AUTH-CLASS to BRKG-CLASS.
           call "brkgchk" using BRKG-AREA.
           if BRKG-ACTIVE-SW equal "Y"
              move "Y" to AUTH-ALLOWED-SW
              move "Y" to glass-sw.
       End-Check-Break-Glass. exit.

      ***********************************************************************
      * Record-Auth-Decision writes the grant or refusal to the
      * operations audit trail, so both sides of every authorization
              move "GRANTED" to AUD-OUTCOME
           else
              move "REFUSED" to AUD-OUTCOME.
           if granted-by-glass
              move "BREAK-GLASS" to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.
       End-Record-Auth-Decision. exit.
