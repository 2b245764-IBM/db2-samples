      **         DBCONF.AUD audit trail as the single-database path --
      **         a standards change is one run, not twelve.
      **
      **         A tuning set mode applies the change set tuneadv.cbl
      **         proposed for one database (<database>.TUN, in the
      **         DBCONF.SET format) -- but only once a second operator
      **         has approved it through the two-person approval queue
      **         (apprq.cbl, action APPLY TUNING SET).  The database is
      **         held in the operation lock registry (oplock.cbl, class
      **         MAINT) while the set is applied through the same
      **         guardrails, audit trail, and DBCONF.RPT report as the
      **         fleet push, and the set is then marked APPLIED (or
      **         FAILED, when any token did not apply) so tuneadv.cbl
      **         judges its next proposal on fresh evidence.  A
      **         rejected set is marked REJECTED and is not applied.
      **
      **         The UPDATE is also applied one token at a time and
      **         checkpointed to DBCONF.CKP after each success, so a run
      **         interrupted partway through can be re-run and it will
      **         sqlgisig -- INSTALL SIGNAL HANDLER
      **         sqlgaddr -- GET ADDRESS
      **
      ** INPUT/OUTPUT FILE: <database>.TUN (approved tuning set, marked)
      ** OUTPUT FILE: dbconf.out (available in the online documentation)
      ***********************************************************************
      **
           select fleet-list-file assign to "DBCONF.LST"
               organization is line sequential
               file status is fleet-list-fs.
           select change-set-file assign to dynamic change-set-name
               organization is line sequential
               file status is change-set-fs.
           select push-rpt assign to "DBCONF.RPT"
       copy "sqlenv.cbl".
       copy "sqlca.cbl".
       copy "sqlsitep.cbl".
       copy "sqlapprq.cbl".
       copy "sqloplk.cbl".

      * variables for the UPDATE audit history -- one record is written
      * per token actually applied, not one per program run, so the
          05 pl-status        pic x(8).
          05 filler           pic x(2) value spaces.
          05 pl-sqlcode       pic -(9)9.
       77 change-set-name     pic x(14) value "DBCONF.SET".
       77 push-fail-count     pic 9(4) comp-5 value 0.

      * variables for the approved tuning set mode
       77 tune-dbname         pic x(8) value spaces.
       77 tune-state          pic x(8).
       77 tune-digits         pic 9(9).
       77 tune-date           pic 9(8).
       77 tune-time           pic 9(8).

      * when set, the DROP DATABASE step at end-dbconf is bypassed so
      * this program can provision and tune a database instead of only
                    "will be audited"
              end-if.

           display "apply an approved tuning set -- database name ",
              "(blank for none) : " with no advancing.
           accept tune-dbname.
           if tune-dbname not equal spaces
              perform Apply-Tuning-Set thru End-Apply-Tuning-Set
              go to end-dbconf.

           display "fleet push mode -- apply DBCONF.SET to every ",
              "database in DBCONF.LST? (Y/N) : " with no advancing.
           accept push-sw.

           add 1 to push-db-count.
           move fleet-list-rec to DBNAME.
           perform Push-Database thru End-Push-Database.
       End-Push-One-Database. exit.

      ***********************************************************************
      * Push-Database applies the loaded change set to the database in
      * DBNAME -- one fleet member, or the database of an approved
      * tuning set.
      ***********************************************************************
       Push-Database.
           move 0 to DBNAME-LEN.
           inspect DBNAME tallying DBNAME-LEN for characters
              before initial " ".
              move "SKIPPED" to pl-status
              move sqlcode  to pl-sqlcode
              write push-rpt-rec from push-line
              add 1 to push-fail-count
              display DBNAME, " SKIPPED -- configuration not readable"
              go to End-Push-Database.

      * the values GET just returned are this database's "old" side
      * for the audit trail.  new-token-value is seeded from the same
           perform Push-One-Token thru End-Push-One-Token
               varying set-idx from 1 by 1
               until set-idx is greater than set-count.
       End-Push-Database. exit.

       Push-One-Token.
           move st-idx (set-idx) to token-idx.
                 move "POLICY" to pl-status
                 move 0 to pl-sqlcode
                 write push-rpt-rec from push-line
                 add 1 to push-fail-count
                 display DBNAME, " ", token-name (token-idx),
                    " REJECTED BY POLICY -- value ", guard-value
                 go to End-Push-One-Token

           if sqlcode is less than 0
              move "FAILED" to pl-status
              add 1 to push-fail-count
           else
              move "APPLIED" to pl-status
              perform Write-Audit-Record thru End-Write-Audit-Record.
           write push-rpt-rec from push-line.
       End-Push-One-Token. exit.

      ***********************************************************************
      * Apply-Tuning-Set applies the tuning set tuneadv.cbl proposed for
      * tune-dbname once its approval has come through the two-person
      * queue.  The set must still be open (marked PROPOSED); the
      * database is held MAINT in the lock registry while the set goes
      * through the fleet push's per-database path, and the set is then
      * marked with the outcome.
      ***********************************************************************
       Apply-Tuning-Set.
           inspect tune-dbname converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move spaces to change-set-name.
           string tune-dbname delimited by space
                  ".TUN"      delimited by size
                  into change-set-name.

           perform Read-Tuning-Marker thru End-Read-Tuning-Marker.
           if tune-state not equal "PROPOSED"
              display change-set-name, " holds no open tuning set -- ",
                 "nothing to apply"
              go to End-Apply-Tuning-Set.

           move "tuneadv" to APR-REQUESTER.
           move "APPLY TUNING SET" to APR-ACTION.
           move tune-dbname to APR-TARGET.
           call "apprq" using APPRQ-AREA.

           if APR-STATUS equal "REJECTED"
              display "tuning set for ", tune-dbname, " was REJECTED ",
                 "by ", APR-DECIDER, " -- not applied"
              perform Load-Change-Set thru End-Load-Change-Set
              move "REJECTED" to tune-state
              perform Mark-Tuning-Set thru End-Mark-Tuning-Set
              go to End-Apply-Tuning-Set.
           if APR-STATUS not equal "APPROVED"
              display "tuning set for ", tune-dbname, " is ",
                 APR-STATUS, " -- a second operator must approve it ",
                 "with appraprv"
              go to End-Apply-Tuning-Set.

           perform Load-Change-Set thru End-Load-Change-Set.
           if set-count equal 0
              display change-set-name, " names no token to change"
              go to End-Apply-Tuning-Set.

           move "C" to OL-FUNCTION.
           move tune-dbname to OL-TARGET.
           move "MAINT" to OL-CLASS.
           move "dbconf" to OL-OPERATOR.
           move "dbconf" to OL-PROGRAM.
           call "oplock" using OPLOCK-AREA.
           if OL-STATUS equal "REFUSED"
              display tune-dbname, " is held ", OL-HOLDER-CLASS, " by ",
                 OL-HOLDER-PROGRAM, " since ", OL-HOLDER-SINCE,
                 " -- tuning set not applied"
              go to End-Apply-Tuning-Set.

           display "applying the tuning set approved by ", APR-DECIDER,
              " to ", tune-dbname.
           open output push-rpt.
           move 0 to push-fail-count.
           move tune-dbname to DBNAME.
           perform Push-Database thru End-Push-Database.
           close push-rpt.

           move "R" to OL-FUNCTION.
           move tune-dbname to OL-TARGET.
           move "dbconf" to OL-PROGRAM.
           call "oplock" using OPLOCK-AREA.

           if push-fail-count equal 0
              move "APPLIED" to tune-state
           else
              move "FAILED" to tune-state.
           perform Mark-Tuning-Set thru End-Mark-Tuning-Set.
           display "tuning set for ", tune-dbname, " ", tune-state,
              " -- see DBCONF.RPT".
       End-Apply-Tuning-Set. exit.

      ***********************************************************************
      * Read-Tuning-Marker reads the marker line at the head of the
      * tuning set -- "* PROPOSED", "* APPLIED", "* REJECTED", or
      * "* FAILED" -- into tune-state.
      ***********************************************************************
       Read-Tuning-Marker.
           move "NONE" to tune-state.
           open input change-set-file.
           if change-set-fs not equal "00"
              go to End-Read-Tuning-Marker.

           read change-set-file
               at end move spaces to change-set-rec
           end-read.
           if cs-token-name (1:2) equal "* "
              move cs-token-name (3:8) to tune-state.
           close change-set-file.
       End-Read-Tuning-Marker. exit.

      ***********************************************************************
      * Mark-Tuning-Set rewrites the tuning set under a marker carrying
      * its outcome and the time it was decided, keeping the token
      * lines as the record of what the set held.
      ***********************************************************************
       Mark-Tuning-Set.
           accept tune-date from date yyyymmdd.
           accept tune-time from time.

           open output change-set-file.
           move spaces to change-set-rec.
           string "* "        delimited by size
                  tune-state  delimited by space
                  into cs-token-name.
           string tune-date        delimited by size
                  tune-time (1:4)  delimited by size
                  into cs-value-text.
           write change-set-rec.
           perform Mark-One-Set-Line thru End-Mark-One-Set-Line
               varying set-idx from 1 by 1
               until set-idx is greater than set-count.
           close change-set-file.
       End-Mark-Tuning-Set. exit.

       Mark-One-Set-Line.
           move spaces to change-set-rec.
           move token-name (st-idx (set-idx)) to cs-token-name.
           move st-value (set-idx) to tune-digits.
           move tune-digits to cs-value-text.
           write change-set-rec.
       End-Mark-One-Set-Line. exit.

      ***********************************************************************
      * Load-Guardrails reads the DBCONF.POL guardrail policy: one row
      * per token name (the same names the audit records use) with the
