      **         with the operator, the reason, and -- on unquiesce --
      **         the measured duration of the maintenance window.
      **
      **         The scope is claimed exclusively in the operation lock
      **         registry (oplock.cbl) for the length of the run, so a
      **         quiesce is refused -- with the holder named -- while
      **         another run is working the same database or instance.
      **
      ** DB2 APIs USED:
      **         db2gQuiesce   -- QUIESCE INSTANCE / DATABASE
      **         db2gUnquiesce -- UNQUIESCE INSTANCE / DATABASE
       copy "sqlapprq.cbl".
       copy "sqlmreg.cbl".
       copy "sqlsitep.cbl".
       copy "sqloplk.cbl".

      * Local Variables
       77 rc                  pic s9(9) comp-5.

       77 operator-id         pic x(8).
       77 audit-sqlcode-disp  pic -(6)9.
       77 lock-held-sw        pic x value "N".
           88 lock-held           value "Y".

      * the requested function and scope
       77 function-sw         pic x.
           display "reason : " with no advancing.
           accept quiet-reason.

      * no other run may be working the scope while it is closed or
      * reopened
           move "C" to OL-FUNCTION.
           move scope-text to OL-TARGET.
           move "EXCL" to OL-CLASS.
           move operator-id to OL-OPERATOR.
           move "dbquiet" to OL-PROGRAM.
           call "oplock" using OPLOCK-AREA.
           if OL-STATUS equal "REFUSED"
              display scope-text, " is held ", OL-HOLDER-CLASS,
                 " by ", OL-HOLDER-PROGRAM, " for ",
                 OL-HOLDER-OPERATOR, " since ", OL-HOLDER-SINCE,
                 " -- action refused"
              move "QUIESCE" to AUD-ACTION
              if wants-unquiesce
                 move "UNQUIESCE" to AUD-ACTION
              end-if
              move scope-text to AUD-TARGET
              move operator-id to AUD-OPERATOR
              move "LOCK REFUSED" to AUD-OUTCOME
              call "opsaudit" using OPSAUDIT-AREA
              go to end-dbquiet.
           set lock-held to true.

           if instance-scope
              move "I" to DB2-I-QSC-SCOPE of DB2G-QUIESCE-STRUCT
           else
              perform Do-Unquiesce thru End-Do-Unquiesce.

       end-dbquiet.
           if lock-held
              move "R" to OL-FUNCTION
              move scope-text to OL-TARGET
              move "dbquiet" to OL-PROGRAM
              call "oplock" using OPLOCK-AREA.
           move "E" to RH-FUNCTION.
           move RETURN-CODE to RH-RETCODE.
           call "runhist" using RUNHIST-AREA.
