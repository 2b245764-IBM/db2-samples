           display "16  search the journal         (jrnlinq)".
           display "17  control file maintenance   (ctlmnt)".
           display "18  utility progress watch     (utilprog)".
           display "19  problem records            (probmnt)".
           display "20  on-call rotation calendar  (rotamnt)".
           display "21  vendor support cases       (casemnt)".
           display "22  remote site commands       (cmdpkg)".
           display "23  DR failover rehearsal      (drrehrs)".
           display " Q  quit".
           display "choose a task : " with no advancing.
           accept menu-choice.
              when "16"  move "jrnlinq"   to run-program
              when "17"  move "ctlmnt"    to run-program
              when "18"  move "utilprog"  to run-program
              when "19"  move "probmnt"   to run-program
              when "20"  move "rotamnt"   to run-program
              when "21"  move "casemnt"   to run-program
              when "22"  move "cmdpkg"    to run-program
              when "23"  move "drrehrs"   to run-program
              when other
                 display "no such task"
           end-evaluate.
