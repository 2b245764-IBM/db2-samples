      **         appended to ALERTESC.DAT and the escalation is noted
      **         in the action report.  A tier already escalated to in
      **         an earlier run is not paged again for the same alert.
      **         Who is paged on each tier comes from the dated
      **         rotation calendar ROTACAL.DAT (rotacal.cbl) for
      **         today's date and time; ONCALL.CTL keeps each tier's
      **         response window and is the contact of last resort
      **         for a tier the calendar leaves uncovered.
      **
      **         Each folded alert is routed to its owning team
      **         (owner.cbl, from DBOWNER.CTL) and the action report
      **         is applied on the next fold so the action list shows
      **         the open ticket instead of exporting the key again.
      **
      **         One outage pages once.  The fleet topology -- each
      **         database under its owning instance (DBOWNER.CTL and
      **         FLEETINV.EXT) and each DCS entry under its gateway
      **         (FLEETINV.EXT) -- correlates the folded alerts: while
      **         a parent is alerting, an unacknowledged alert naming
      **         one of its children that is still recurring is folded
      **         under the parent's action item as a SYMPTOM.  A
      **         symptom is not escalated, ticketed, or turned into an
      **         incident on its own; the root-cause item shows its
      **         symptom count and lists them, and acknowledging it
      **         acknowledges its symptoms.  The archive record in
      **         ALERTHIS.DAT carries the ROOT or SYMPTOM role and the
      **         parent's source and key, so alrtqual.cbl can tell
      **         real alerts from echoes.
      **
      **         Known first responses run themselves.  REMEDY.CTL maps
      **         an alert source and key pattern to a suite action: the
      **         action's authorization class, which word of the key
      **         names its target, a maximum attempt count, a
      **         cool-down in minutes, whether the class needs a second
      **         operator's approval, the standing change ticket it
      **         runs under, and the command line ("&T" stands for the
      **         target) -- a silent monitor's HEARTBEAT key restarts
      **         the monitor, a LOG-PCT critical runs connwdog.cbl in
      **         enforce mode against the database.  Before each run
      **         the action must pass the maintenance registry
      **         (mntreg.cbl), the authorization check (opsauth.cbl,
      **         as operator AUTOREM), the change-ticket check
      **         (chgtkt.cbl), and, where the line asks for it, the
      **         two-person approval queue (apprq.cbl); it then runs
      **         through the command processor the way schedrun.cbl
      **         dispatches.  Every attempt and every refusal is
      **         recorded in OPSAUDIT.LOG, on the alert's action-list
      **         entry, and in its ALERTHIS.DAT archive record;
      **         attempts and cool-downs carry between runs in
      **         REMEDY.DAT.  An alert whose remediation ran cleanly is
      **         held from escalation while its cool-down lasts; one
      **         whose remediation failed, was refused, is waiting for
      **         approval, or has used its attempts escalates
      **         normally.
      **
      **         A new alert that matches a known error -- a problem
      **         not yet closed whose linked incidents name the
      **         alert's component (probmnt.cbl, looked up through
      **         knownerr.cbl) -- carries the problem and its
      **         workaround beneath it on the action list.
      **
      ** INPUT FILES:  ALERTQ.DAT  (central alert queue)
      **               ALERTACK.DAT (acknowledgements, also rewritten)
      **               ONCALL.CTL  (on-call escalation roster)
      **               ROTACAL.DAT (dated on-call rotation, via rotacal)
      **               TICKETIN.DAT (ticket numbers created, inbound)
      **               FLEETINV.EXT (fleet extract, for the topology)
      **               DBOWNER.CTL (owning instance per database)
      **               REMEDY.CTL  (automated remediation table)
      **               PROBLEM.DAT (problem records, via knownerr)
      ** OUTPUT FILES: ALERTACT.RPT (operator action list)
      **               ALERTESC.DAT (escalations, appended)
      **               TICKETX.DAT  (ticketing interface spool)
      ** STATE FILE:   REMEDY.DAT   (remediation attempts per alert)
      ***********************************************************************
      **
      ** For more information on the sample programs, see the README file.
           select autoinc-file assign to "AUTOINC.DAT"
               organization is line sequential
               file status is autoinc-fs.
           select fleet-ext assign to "FLEETINV.EXT"
               organization is line sequential
               file status is fleet-fs.
           select owner-file assign to "DBOWNER.CTL"
               organization is line sequential
               file status is owner-fs.
           select remedy-file assign to "REMEDY.CTL"
               organization is line sequential
               file status is remedy-fs.
           select remedy-state assign to "REMEDY.DAT"
               organization is line sequential
               file status is remstate-fs.

       Data Division.
       File Section.
           05 aq-text         pic x(60).
           05 filler          pic x(2).
           05 aq-runid        pic x(16).
           05 filler          pic x(2).
           05 aq-overlay      pic x(8).

       FD  ack-file.
       01  ack-rec.
           05 ah-ack-oper     pic x(8).
           05 filler          pic x(2).
           05 ah-ack-ts       pic x(17).
           05 filler          pic x(2).
           05 ah-role         pic x(7).
           05 filler          pic x(2).
           05 ah-parent-source pic x(10).
           05 filler          pic x(2).
           05 ah-parent-key   pic x(20).
           05 filler          pic x(2).
           05 ah-symptoms     pic 9(5).
           05 filler          pic x(2).
           05 ah-remedy       pic x(20).

       FD  remedy-file.
       01  remedy-rec.
           05 rm-source       pic x(10).
           05 filler          pic x.
           05 rm-key          pic x(20).
           05 filler          pic x.
           05 rm-class        pic x(8).
           05 filler          pic x.
           05 rm-word         pic 9.
           05 filler          pic x.
           05 rm-max          pic 9(2).
           05 filler          pic x.
           05 rm-cool         pic 9(4).
           05 filler          pic x.
           05 rm-approval     pic x.
           05 filler          pic x.
           05 rm-ticket       pic x(10).
           05 filler          pic x.
           05 rm-command      pic x(60).

       FD  remedy-state.
       01  remedy-state-rec.
           05 rs-source       pic x(10).
           05 filler          pic x(2).
           05 rs-key          pic x(20).
           05 filler          pic x(2).
           05 rs-attempts     pic 9(2).
           05 filler          pic x(2).
           05 rs-last-ts      pic x(17).
           05 filler          pic x(2).
           05 rs-outcome      pic x(16).

       FD  fleet-ext.
       01  fleet-ext-rec.
           05 ex-alias        pic x(8).
           05 filler          pic x.
           05 ex-dbname       pic x(8).
           05 filler          pic x.
           05 ex-node         pic x(8).
           05 filler          pic x.
           05 ex-host         pic x(20).
           05 filler          pic x.
           05 ex-gateway      pic x(18).
           05 filler          pic x.
           05 ex-instance     pic x(18).
           05 filler          pic x(68).

       FD  owner-file.
       01  owner-rec.
           05 ow-dbname       pic x(18).
           05 filler          pic x.
           05 ow-instance     pic x(18).
           05 filler          pic x(47).

       FD  autoinc-file.
       01  autoinc-rec.

       copy "sqlowner.cbl".
       copy "sqlincid.cbl".
       copy "sqlauth.cbl".
       copy "sqlchgt.cbl".
       copy "sqlapprq.cbl".
       copy "sqlmreg.cbl".
       copy "sqlaudit.cbl".
       copy "sqlkerr.cbl".
       copy "sqlrota.cbl".

      * Local variables
       77 queue-fs            pic xx.
             10 at-contact    pic x(12).
             10 at-team-prt   pic x.
             10 at-runid      pic x(16).
             10 at-parent-idx pic 9(4) comp-5.
             10 at-symptoms   pic 9(4) comp-5.
             10 at-child-sw   pic x.
             10 at-remedy     pic x(20).
             10 at-hold-sw    pic x.
             10 at-overlay    pic x(8).

      * the fleet topology for correlation: each child (a database,
      * or a DCS entry) with the parent it runs under (its instance,
      * or its DCS gateway).  Names are held as " name " probes so a
      * key matches whole words only -- instance DB2 must not match
      * inside DB2DIAG.
       77 fleet-fs            pic xx.
       77 owner-fs            pic xx.
       77 topo-count          pic 9(4) comp-5 value 0.
       01 topo-table.
          05 topo-entry occurs 200 times.
             10 tp-child-probe  pic x(20).
             10 tp-child-len    pic 9(4) comp-5.
             10 tp-parent-probe pic x(20).
             10 tp-parent-len   pic 9(4) comp-5.
       77 topo-idx            pic 9(4) comp-5.
       77 topo-child          pic x(18).
       77 topo-parent         pic x(18).
       77 name-len            pic 9(4) comp-5.
       77 par-idx             pic 9(4) comp-5.
       77 sym-idx             pic 9(4) comp-5.
       77 hit-tally           pic 9(4) comp-5.
       01 padded-key          pic x(22).
       01 parent-padded-key   pic x(22).
       77 symptom-count       pic 9(4) comp-5 value 0.
       77 sym-disp            pic z(3)9.

      * automated remediation: the site's table, and the attempts
      * made per alert carried between runs
       77 remedy-fs           pic xx.
       77 remstate-fs         pic xx.
       77 remedy-count        pic 9(4) comp-5 value 0.
       01 remedy-table.
          05 remedy-entry occurs 50 times.
             10 rd-source     pic x(10).
             10 rd-key        pic x(20).
             10 rd-key-len    pic 9(4) comp-5.
             10 rd-class      pic x(8).
             10 rd-word       pic 9(4) comp-5.
             10 rd-max        pic 9(4) comp-5.
             10 rd-cool       pic 9(4) comp-5.
             10 rd-approval   pic x.
             10 rd-ticket     pic x(10).
             10 rd-command    pic x(60).
       77 rem-idx             pic 9(4) comp-5.
       77 rstate-count        pic 9(4) comp-5 value 0.
       01 rstate-table.
          05 rstate-entry occurs 300 times.
             10 rt-source     pic x(10).
             10 rt-key        pic x(20).
             10 rt-attempts   pic 9(4) comp-5.
             10 rt-last-ts    pic x(17).
             10 rt-outcome    pic x(16).
             10 rt-live-sw    pic x.
       77 rst-idx             pic 9(4) comp-5.
       01 key-words.
          05 key-word         pic x(20) occurs 4 times.
       77 remedy-target       pic x(18).
       77 remedy-outcome      pic x(16).
       77 remedy-operator     pic x(8) value "AUTOREM".
       77 amp-offset          pic 9(4) comp-5.
       77 target-len          pic 9(4) comp-5.
       77 run-command         pic x(100).
       77 child-retcode       pic s9(9) comp-5.
       77 rc-disp             pic 9(3).
       77 attempts-disp       pic 9(2).
       77 max-disp            pic 9(2).
       77 remedy-this-run     pic 9(4) comp-5 value 0.

      * acknowledgements on file
       77 ack-count           pic 9(4) comp-5 value 0.

           perform Apply-Tickets thru End-Apply-Tickets.

           perform Correlate-Alerts thru End-Correlate-Alerts.

           perform Remediate-Alerts thru End-Remediate-Alerts.

           perform Escalate-Criticals thru End-Escalate-Criticals.

           perform Auto-Incidents thru End-Auto-Incidents.
           display " ".
           display alert-count, " distinct alert(s), ", new-count,
              " unacknowledged -- see ALERTACT.RPT".
           if symptom-count is greater than 0
              display symptom-count, " alert(s) folded as symptoms ",
                 "under a root cause".

           perform Acknowledge-Dialog thru End-Acknowledge-Dialog.

           move at-key (tbl-idx)      to aq-key.
           move at-text (tbl-idx)     to aq-text.
           move at-runid (tbl-idx)    to aq-runid.
           move at-overlay (tbl-idx)  to aq-overlay.
           write alert-queue-rec.
       End-Rewrite-One-Alert. exit.

           move at-last (tbl-idx)     to ah-last.
           move at-ack-oper (tbl-idx) to ah-ack-oper.

      * the correlation linkage, so echoes can be told from causes
           move 0 to ah-symptoms.
           if at-parent-idx (tbl-idx) is greater than 0
              move at-parent-idx (tbl-idx) to par-idx
              move "SYMPTOM" to ah-role
              move at-source (par-idx) to ah-parent-source
              move at-key (par-idx) to ah-parent-key
           else
              if at-symptoms (tbl-idx) is greater than 0
                 move "ROOT" to ah-role
                 move at-symptoms (tbl-idx) to ah-symptoms.
           move at-remedy (tbl-idx) to ah-remedy.

           move spaces to ah-ack-ts.
           perform Find-Ack-Ts thru End-Find-Ack-Ts
               varying ack-idx from 1 by 1
              move OWNER-CONTACT to at-contact (alert-count)
              move "N"          to at-team-prt (alert-count)
              move aq-runid     to at-runid (alert-count)
              move 0            to at-parent-idx (alert-count)
              move 0            to at-symptoms (alert-count)
              move "N"          to at-child-sw (alert-count)
              move spaces       to at-remedy (alert-count)
              move "N"          to at-hold-sw (alert-count)
              move aq-overlay   to at-overlay (alert-count)
           else
      * the dispatch table is full -- the alert stays in the queue
      * untouched rather than being silently erased by the drain
              go to End-Export-One-Alert.
           if at-ticket (tbl-idx) not equal spaces
              go to End-Export-One-Alert.
           if at-parent-idx (tbl-idx) is greater than 0
              go to End-Export-One-Alert.

           move spaces to ticket-out-rec.
           move at-source (tbl-idx)   to to-source.
           add 1 to exported-count.
       End-Export-One-Alert. exit.

      ***********************************************************************
      * Correlate-Alerts folds child alerts under an alerting parent.
      * An alert whose key names a child in the topology is a child
      * alert; one naming only a parent is a parent alert.  While a
      * parent alert is unacknowledged, an unacknowledged child alert
      * that recurred after the parent began alerting is its symptom.
      ***********************************************************************
       Correlate-Alerts.
           perform Load-Topology thru End-Load-Topology.
           if topo-count equal 0
              go to End-Correlate-Alerts.

           perform Mark-Child-Alert thru End-Mark-Child-Alert
               varying tbl-idx from 1 by 1
               until tbl-idx is greater than alert-count.

           perform Correlate-One-Alert thru End-Correlate-One-Alert
               varying tbl-idx from 1 by 1
               until tbl-idx is greater than alert-count.
       End-Correlate-Alerts. exit.

       Load-Topology.
           move 0 to topo-count.
           open input owner-file.
           if owner-fs not equal "35"
              move "N" to file-eof
              perform Load-One-Owner-Link thru End-Load-One-Owner-Link
                  until no-more-records
              close owner-file
              move "N" to file-eof.

           open input fleet-ext.
           if fleet-fs not equal "35"
              move "N" to file-eof
              perform Load-One-Fleet-Link thru End-Load-One-Fleet-Link
                  until no-more-records
              close fleet-ext
              move "N" to file-eof.
       End-Load-Topology. exit.

       Load-One-Owner-Link.
           read owner-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Owner-Link
           end-read.

           if ow-dbname equal spaces
              or ow-dbname (1:1) equal "*"
              or ow-instance equal spaces
              go to End-Load-One-Owner-Link.

           move ow-dbname to topo-child.
           move ow-instance to topo-parent.
           perform Add-Topo-Link thru End-Add-Topo-Link.
       End-Load-One-Owner-Link. exit.

       Load-One-Fleet-Link.
           read fleet-ext
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Fleet-Link
           end-read.

           if ex-alias equal spaces
              go to End-Load-One-Fleet-Link.

           if ex-instance not equal spaces
              move ex-alias to topo-child
              move ex-instance to topo-parent
              perform Add-Topo-Link thru End-Add-Topo-Link
              if ex-dbname not equal spaces
                 and ex-dbname not equal ex-alias
                 move ex-dbname to topo-child
                 perform Add-Topo-Link thru End-Add-Topo-Link
              end-if.

           if ex-gateway not equal spaces
              move ex-alias to topo-child
              move ex-gateway to topo-parent
              perform Add-Topo-Link thru End-Add-Topo-Link.
       End-Load-One-Fleet-Link. exit.

       Add-Topo-Link.
           if topo-count is not less than 200
              go to End-Add-Topo-Link.
           if topo-child (1:1) equal space
              or topo-parent (1:1) equal space
              go to End-Add-Topo-Link.
           add 1 to topo-count.

           move 0 to name-len.
           inspect topo-child tallying name-len
              for characters before initial " ".
           move spaces to tp-child-probe (topo-count).
           move topo-child (1:name-len)
              to tp-child-probe (topo-count) (2:name-len).
           compute tp-child-len (topo-count) = name-len + 2.

           move 0 to name-len.
           inspect topo-parent tallying name-len
              for characters before initial " ".
           move spaces to tp-parent-probe (topo-count).
           move topo-parent (1:name-len)
              to tp-parent-probe (topo-count) (2:name-len).
           compute tp-parent-len (topo-count) = name-len + 2.
       End-Add-Topo-Link. exit.

       Mark-Child-Alert.
           move spaces to padded-key.
           move at-key (tbl-idx) to padded-key (2:20).
           perform Check-Child-Probe thru End-Check-Child-Probe
               varying topo-idx from 1 by 1
               until topo-idx is greater than topo-count
                  or at-child-sw (tbl-idx) equal "Y".
       End-Mark-Child-Alert. exit.

       Check-Child-Probe.
           move 0 to hit-tally.
           inspect padded-key tallying hit-tally for all
              tp-child-probe (topo-idx) (1:tp-child-len (topo-idx)).
           if hit-tally is greater than 0
              move "Y" to at-child-sw (tbl-idx).
       End-Check-Child-Probe. exit.

       Correlate-One-Alert.
           if at-ack-oper (tbl-idx) not equal spaces
              go to End-Correlate-One-Alert.
           if at-child-sw (tbl-idx) not equal "Y"
              go to End-Correlate-One-Alert.

           move spaces to padded-key.
           move at-key (tbl-idx) to padded-key (2:20).
           perform Try-One-Link thru End-Try-One-Link
               varying topo-idx from 1 by 1
               until topo-idx is greater than topo-count
                  or at-parent-idx (tbl-idx) is greater than 0.
       End-Correlate-One-Alert. exit.

       Try-One-Link.
           move 0 to hit-tally.
           inspect padded-key tallying hit-tally for all
              tp-child-probe (topo-idx) (1:tp-child-len (topo-idx)).
           if hit-tally equal 0
              go to End-Try-One-Link.

           perform Find-Alerting-Parent thru End-Find-Alerting-Parent
               varying par-idx from 1 by 1
               until par-idx is greater than alert-count
                  or at-parent-idx (tbl-idx) is greater than 0.
       End-Try-One-Link. exit.

       Find-Alerting-Parent.
           if par-idx equal tbl-idx
              go to End-Find-Alerting-Parent.
           if at-ack-oper (par-idx) not equal spaces
              go to End-Find-Alerting-Parent.
           if at-child-sw (par-idx) equal "Y"
              go to End-Find-Alerting-Parent.
      * a child that last alerted before the parent began is its own
      * problem, not an echo of the parent's
           if at-last (tbl-idx) is less than at-first (par-idx)
              go to End-Find-Alerting-Parent.

           move spaces to parent-padded-key.
           move at-key (par-idx) to parent-padded-key (2:20).
           move 0 to hit-tally.
           inspect parent-padded-key tallying hit-tally for all
              tp-parent-probe (topo-idx) (1:tp-parent-len (topo-idx)).
           if hit-tally equal 0
              go to End-Find-Alerting-Parent.

           move par-idx to at-parent-idx (tbl-idx).
           add 1 to at-symptoms (par-idx).
           add 1 to symptom-count.
       End-Find-Alerting-Parent. exit.

      ***********************************************************************
      * Remediate-Alerts runs the mapped first response for each
      * unacknowledged alert REMEDY.CTL covers, within its attempt
      * limit and cool-down, and only after every guard passes.
      * REMEDY.DAT is rewritten keeping the alerts still queued, so an
      * alert that was worked off starts afresh if it ever returns.
      ***********************************************************************
       Remediate-Alerts.
           perform Load-Remedies thru End-Load-Remedies.
           if remedy-count equal 0
              go to End-Remediate-Alerts.

           perform Load-Remedy-State thru End-Load-Remedy-State.

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.
           string now-date delimited by size
                  "-"      delimited by size
                  now-time delimited by size
                  into now-ts.
           move now-ts to ts-work.
           perform Ts-To-Minutes thru End-Ts-To-Minutes.
           move ts-minutes to now-minutes.

           perform Remediate-One-Alert thru End-Remediate-One-Alert
               varying tbl-idx from 1 by 1
               until tbl-idx is greater than alert-count.

           perform Save-Remedy-State thru End-Save-Remedy-State.

           if remedy-this-run is greater than 0
              display remedy-this-run, " automated remediation(s) ",
                 "run -- see ALERTACT.RPT".
       End-Remediate-Alerts. exit.

       Load-Remedies.
           move 0 to remedy-count.
           open input remedy-file.
           if remedy-fs equal "35"
              go to End-Load-Remedies.

           move "N" to file-eof.
           perform Load-One-Remedy thru End-Load-One-Remedy
               until no-more-records.
           close remedy-file.
           move "N" to file-eof.
       End-Load-Remedies. exit.

       Load-One-Remedy.
           read remedy-file
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Remedy
           end-read.

           if remedy-rec equal spaces
              or remedy-rec (1:1) equal "*"
              go to End-Load-One-Remedy.

           if rm-word not numeric or rm-max not numeric
              or rm-cool not numeric
              or rm-command equal spaces or rm-key equal spaces
              display "REMEDY.CTL entry for ", rm-key,
                 " is incomplete -- entry ignored"
              go to End-Load-One-Remedy.

           if remedy-count is not less than 50
              go to End-Load-One-Remedy.
           add 1 to remedy-count.
           move rm-source   to rd-source (remedy-count).
           move rm-key      to rd-key (remedy-count).
           move 20 to rd-key-len (remedy-count).
           perform Trim-Remedy-Key thru End-Trim-Remedy-Key
               until rm-key (rd-key-len (remedy-count):1)
                        not equal space.
           move rm-class    to rd-class (remedy-count).
           move rm-word     to rd-word (remedy-count).
           if rd-word (remedy-count) equal 0
              or rd-word (remedy-count) is greater than 4
              move 1 to rd-word (remedy-count).
           move rm-max      to rd-max (remedy-count).
           move rm-cool     to rd-cool (remedy-count).
           move rm-approval to rd-approval (remedy-count).
           move rm-ticket   to rd-ticket (remedy-count).
           move rm-command  to rd-command (remedy-count).
       End-Load-One-Remedy. exit.

       Trim-Remedy-Key.
           subtract 1 from rd-key-len (remedy-count).
       End-Trim-Remedy-Key. exit.

       Load-Remedy-State.
           move 0 to rstate-count.
           open input remedy-state.
           if remstate-fs equal "35"
              go to End-Load-Remedy-State.

           move "N" to file-eof.
           perform Load-One-Rstate thru End-Load-One-Rstate
               until no-more-records.
           close remedy-state.
           move "N" to file-eof.
       End-Load-Remedy-State. exit.

       Load-One-Rstate.
           read remedy-state
               at end
                  move "Y" to file-eof
                  go to End-Load-One-Rstate
           end-read.

           if rs-source equal spaces or rs-attempts not numeric
              go to End-Load-One-Rstate.
           if rstate-count is less than 300
              add 1 to rstate-count
              move rs-source   to rt-source (rstate-count)
              move rs-key      to rt-key (rstate-count)
              move rs-attempts to rt-attempts (rstate-count)
              move rs-last-ts  to rt-last-ts (rstate-count)
              move rs-outcome  to rt-outcome (rstate-count)
              move "N"         to rt-live-sw (rstate-count).
       End-Load-One-Rstate. exit.

      * only the alerts still queued and unacknowledged keep state
       Save-Remedy-State.
           open output remedy-state.
           perform Save-One-Rstate thru End-Save-One-Rstate
               varying rst-idx from 1 by 1
               until rst-idx is greater than rstate-count.
           close remedy-state.
       End-Save-Remedy-State. exit.

       Save-One-Rstate.
           if rt-live-sw (rst-idx) not equal "Y"
              go to End-Save-One-Rstate.
           move spaces to remedy-state-rec.
           move rt-source (rst-idx)   to rs-source.
           move rt-key (rst-idx)      to rs-key.
           move rt-attempts (rst-idx) to rs-attempts.
           move rt-last-ts (rst-idx)  to rs-last-ts.
           move rt-outcome (rst-idx)  to rs-outcome.
           write remedy-state-rec.
       End-Save-One-Rstate. exit.

      ***********************************************************************
      * Remediate-One-Alert finds the first REMEDY.CTL line covering
      * the alert, and runs its action when the attempt limit and the
      * cool-down allow and every guard passes.  The outcome is
      * recorded on the alert and in the operations audit trail.
      ***********************************************************************
       Remediate-One-Alert.
           if at-ack-oper (tbl-idx) not equal spaces
              go to End-Remediate-One-Alert.
           if at-parent-idx (tbl-idx) is greater than 0
              go to End-Remediate-One-Alert.

           move 0 to rem-idx.
           perform Match-One-Remedy thru End-Match-One-Remedy
               varying esc-idx from 1 by 1
               until esc-idx is greater than remedy-count
                  or rem-idx is greater than 0.
           if rem-idx equal 0
              go to End-Remediate-One-Alert.

           perform Find-Remedy-State thru End-Find-Remedy-State.
           if rst-idx equal 0
              go to End-Remediate-One-Alert.
           move "Y" to rt-live-sw (rst-idx).
           move rd-max (rem-idx) to max-disp.

           if rt-attempts (rst-idx) is not less than rd-max (rem-idx)
              move rt-attempts (rst-idx) to attempts-disp
              move spaces to at-remedy (tbl-idx)
              string "EXHAUSTED "  delimited by size
                     attempts-disp delimited by size
                     "/"           delimited by size
                     max-disp      delimited by size
                     into at-remedy (tbl-idx)
              go to End-Remediate-One-Alert.

      * inside the cool-down nothing runs again; a clean last
      * attempt keeps holding the page until the cool-down ends
           if rt-last-ts (rst-idx) not equal spaces
              move rt-last-ts (rst-idx) to ts-work
              perform Ts-To-Minutes thru End-Ts-To-Minutes
              if (now-minutes - ts-minutes) is less than
                 rd-cool (rem-idx)
                 move spaces to at-remedy (tbl-idx)
                 string "COOLING "            delimited by size
                        rt-outcome (rst-idx)  delimited by space
                        into at-remedy (tbl-idx)
                 if rt-outcome (rst-idx) equal "REMEDIED"
                    move "Y" to at-hold-sw (tbl-idx)
                 end-if
                 go to End-Remediate-One-Alert
              end-if.

           move spaces to key-words.
           unstring at-key (tbl-idx) delimited by all " "
               into key-word (1) key-word (2) key-word (3)
                    key-word (4).
           move key-word (rd-word (rem-idx)) to remedy-target.

           perform Guard-Remedy thru End-Guard-Remedy.
           if remedy-outcome equal spaces
              perform Run-Remedy thru End-Run-Remedy.

           move spaces to AUD-OPERATOR.
           move remedy-operator to AUD-OPERATOR.
           move spaces to AUD-ACTION.
           string "REMEDIATE "     delimited by size
                  rd-class (rem-idx) delimited by space
                  into AUD-ACTION.
           move remedy-target to AUD-TARGET.
           move remedy-outcome to AUD-OUTCOME.
           call "opsaudit" using OPSAUDIT-AREA.

           move rt-attempts (rst-idx) to attempts-disp.
           move spaces to at-remedy (tbl-idx).
           string remedy-outcome delimited by "  "
                  " "            delimited by size
                  attempts-disp  delimited by size
                  "/"            delimited by size
                  max-disp       delimited by size
                  into at-remedy (tbl-idx).
       End-Remediate-One-Alert. exit.

       Match-One-Remedy.
           if rd-source (esc-idx) not equal "*"
              and rd-source (esc-idx) not equal at-source (tbl-idx)
              go to End-Match-One-Remedy.
           if rd-key (esc-idx) equal "*"
              move esc-idx to rem-idx
              go to End-Match-One-Remedy.
           move 0 to hit-tally.
           inspect at-key (tbl-idx) tallying hit-tally for all
              rd-key (esc-idx) (1:rd-key-len (esc-idx)).
           if hit-tally is greater than 0
              move esc-idx to rem-idx.
       End-Match-One-Remedy. exit.

       Find-Remedy-State.
           move 0 to rst-idx.
           perform Match-One-Rstate thru End-Match-One-Rstate
               varying sym-idx from 1 by 1
               until sym-idx is greater than rstate-count
                  or rst-idx is greater than 0.
           if rst-idx is greater than 0
              go to End-Find-Remedy-State.

           if rstate-count is not less than 300
              go to End-Find-Remedy-State.
           add 1 to rstate-count.
           move rstate-count to rst-idx.
           move at-source (tbl-idx) to rt-source (rst-idx).
           move at-key (tbl-idx)    to rt-key (rst-idx).
           move 0      to rt-attempts (rst-idx).
           move spaces to rt-last-ts (rst-idx).
           move spaces to rt-outcome (rst-idx).
       End-Find-Remedy-State. exit.

       Match-One-Rstate.
           if rt-source (sym-idx) equal at-source (tbl-idx)
              and rt-key (sym-idx) equal at-key (tbl-idx)
              move sym-idx to rst-idx.
       End-Match-One-Rstate. exit.

      ***********************************************************************
      * Guard-Remedy applies the same gates an operator's hand would
      * face: a target under planned maintenance is left alone, the
      * automation operator must hold the action's class, the
      * standing change ticket must cover the target now, and a class
      * needing two people must find an approval waiting.  Any
      * refusal leaves its reason in remedy-outcome.
      ***********************************************************************
       Guard-Remedy.
           move spaces to remedy-outcome.

           move "Q" to MR-FUNCTION.
           move remedy-target to MR-TARGET.
           call "mntreg" using MNTREG-AREA.
           if MR-ACTIVE-SW equal "Y"
              move "MAINTENANCE" to remedy-outcome
              go to End-Guard-Remedy.

           move remedy-operator to AUTH-OPERATOR.
           move rd-class (rem-idx) to AUTH-CLASS.
           call "opsauth" using OPSAUTH-AREA.
           if AUTH-ALLOWED-SW not equal "Y"
              move "REFUSED AUTH" to remedy-outcome
              go to End-Guard-Remedy.

           move rd-ticket (rem-idx) to CHG-TICKET.
           move remedy-target to CHG-TARGET.
           call "chgtkt" using CHGTKT-AREA.
           if CHG-VALID-SW not equal "Y"
              move "REFUSED TICKET" to remedy-outcome
              go to End-Guard-Remedy.

           if rd-approval (rem-idx) not equal "Y"
              go to End-Guard-Remedy.
           move remedy-operator to APR-REQUESTER.
           move spaces to APR-ACTION.
           string "REMEDIATE "       delimited by size
                  rd-class (rem-idx) delimited by space
                  into APR-ACTION.
           move remedy-target to APR-TARGET.
           call "apprq" using APPRQ-AREA.
           if APR-STATUS not equal "APPROVED"
              move spaces to remedy-outcome
              string "APPROVAL "  delimited by size
                     APR-STATUS   delimited by space
                     into remedy-outcome.
       End-Guard-Remedy. exit.

      ***********************************************************************
      * Run-Remedy builds the action's command line -- "&T" in the
      * template becomes the target -- and runs it through the command
      * processor, folding the wait status the way schedrun.cbl does.
      * A condition code of 4 or better is a clean remediation.
      ***********************************************************************
       Run-Remedy.
           move 0 to amp-offset.
           inspect rd-command (rem-idx) tallying amp-offset
              for characters before initial "&T".
           move 0 to target-len.
           inspect remedy-target tallying target-len
              for characters before initial " ".

           move spaces to run-command.
           if amp-offset is not less than 60 or target-len equal 0
              move rd-command (rem-idx) to run-command
           else
              if amp-offset equal 0
                 string remedy-target (1:target-len)
                                            delimited by size
                        rd-command (rem-idx) (3:58)
                                            delimited by size
                        into run-command
              else
                 string rd-command (rem-idx) (1:amp-offset)
                                            delimited by size
                        remedy-target (1:target-len)
                                            delimited by size
                        rd-command (rem-idx) (amp-offset + 3:)
                                            delimited by size
                        into run-command.

           display "remediating ", at-source (tbl-idx), " ",
              at-key (tbl-idx), " : ", run-command (1:60).
           call "SYSTEM" using run-command.
           move RETURN-CODE to child-retcode.
           if child-retcode is greater than 255
              divide child-retcode by 256 giving child-retcode.
           move 0 to RETURN-CODE.

           add 1 to rt-attempts (rst-idx).
           move now-ts to rt-last-ts (rst-idx).
           add 1 to remedy-this-run.

           if child-retcode is not greater than 4
              move "REMEDIED" to remedy-outcome
              move "Y" to at-hold-sw (tbl-idx)
           else
              move child-retcode to rc-disp
              move spaces to remedy-outcome
              string "FAILED RC="  delimited by size
                     rc-disp       delimited by size
                     into remedy-outcome.
           move remedy-outcome to rt-outcome (rst-idx).
       End-Run-Remedy. exit.

      ***********************************************************************
      * Escalate-Criticals walks the folded alerts and, for every
      * unacknowledged CRITICAL older than a tier's cumulative
      * whose shift window covers the time of this run.  A tier with
      * no covering entry keeps its first entry seen, so a roster gap
      * degrades to "page whoever is listed" instead of paging nobody.
      * The rotation calendar then names the contact for every tier
      * it covers at this hour; a tier found only in the calendar
      * gets a 30-minute response window.
      ***********************************************************************
       Load-Oncall.
           perform Init-One-Tier thru End-Init-One-Tier
           compute now-hhmm = (nt-hh * 100) + nt-mm.

           open input oncall-file.
           if oncall-fs not equal "35"
              move "N" to file-eof
              perform Load-One-Oncall thru End-Load-One-Oncall
                  until no-more-records
              close oncall-file
              move "N" to file-eof.

      * the dated rotation names today's contact on each tier it
      * covers; ONCALL.CTL still decides the response windows
           accept now-date from date yyyymmdd.
           perform Resolve-One-Tier thru End-Resolve-One-Tier
               varying tier-idx from 1 by 1
               until tier-idx is greater than 3.
       End-Load-Oncall. exit.

       Resolve-One-Tier.
           move now-date to ROT-ASK-DATE.
           move now-hhmm to ROT-ASK-HHMM.
           move tier-idx to ROT-TIER.
           call "rotacal" using ROTA-AREA.
           if ROT-FOUND-SW not equal "Y"
              go to End-Resolve-One-Tier.

           move ROT-CONTACT to tr-contact (tier-idx).
           if tr-on-file-sw (tier-idx) not equal "Y"
              move 30 to tr-resp-mins (tier-idx)
              move "Y" to tr-on-file-sw (tier-idx).
       End-Resolve-One-Tier. exit.

       Init-One-Tier.
           move spaces to tr-contact (tier-idx).
           move 0      to tr-resp-mins (tier-idx).
       Escalate-One-Alert.
           if at-ack-oper (tbl-idx) not equal spaces
              go to End-Escalate-One-Alert.
      * a symptom is worked through its root cause's item
           if at-parent-idx (tbl-idx) is greater than 0
              go to End-Escalate-One-Alert.
      * a clean automated remediation holds the page while its
      * cool-down runs; a failed or refused one escalates normally
           if at-hold-sw (tbl-idx) equal "Y"
              go to End-Escalate-One-Alert.
           if at-severity (tbl-idx) not equal "CRITICAL"
              go to End-Escalate-One-Alert.


           if at-ack-oper (tbl-idx) not equal spaces
              go to End-Judge-One-Auto.
           if at-parent-idx (tbl-idx) is greater than 0
              go to End-Judge-One-Auto.

      * already tracked?  then the "F" below would only re-attach
           move 0 to prior-tier-found.
       Write-One-New.
           if at-ack-oper (tbl-idx) not equal spaces
              go to End-Write-One-New.
      * a symptom is listed under its root cause, not on its own
           if at-parent-idx (tbl-idx) is greater than 0
              go to End-Write-One-New.
           add 1 to new-count.
           perform Format-Alert-Line thru End-Format-Alert-Line.
           perform Write-Action-Line thru End-Write-Action-Line.

           if at-remedy (tbl-idx) not equal spaces
              move spaces to rpt-line
              string "       REMEDIATION: " delimited by size
                     at-remedy (tbl-idx)     delimited by size
                     into rpt-line
              perform Write-Action-Line thru End-Write-Action-Line.

           perform Write-Known-Error thru End-Write-Known-Error.

           if at-symptoms (tbl-idx) equal 0
              go to End-Write-One-New.
           move at-symptoms (tbl-idx) to sym-disp.
           move spaces to rpt-line.
           string "       ROOT CAUSE of"  delimited by size
                  sym-disp                delimited by size
                  " symptom alert(s):"    delimited by size
                  into rpt-line.
           perform Write-Action-Line thru End-Write-Action-Line.
           perform Write-One-Symptom thru End-Write-One-Symptom
               varying sym-idx from 1 by 1
               until sym-idx is greater than alert-count.
       End-Write-One-New. exit.

      ***********************************************************************
      * Write-Known-Error looks the alert up as the component its
      * automatic incident would carry -- source and key -- and shows
      * the matching known error and its workaround.
      ***********************************************************************
       Write-Known-Error.
           move spaces to KERR-AREA.
           string at-source (tbl-idx) delimited by space
                  " "                 delimited by size
                  at-key (tbl-idx)    delimited by size
                  into KERR-COMPONENT.
           call "knownerr" using KERR-AREA.
           if KERR-FOUND-SW not equal "Y"
              go to End-Write-Known-Error.

           move spaces to rpt-line.
           string "       KNOWN ERROR "  delimited by size
                  KERR-PROBLEM           delimited by size
                  " ("                   delimited by size
                  KERR-STATUS            delimited by space
                  " fix="                delimited by size
                  KERR-FIX               delimited by space
                  ") "                   delimited by size
                  KERR-TITLE             delimited by size
                  into rpt-line.
           perform Write-Action-Line thru End-Write-Action-Line.

           move spaces to rpt-line.
           if KERR-WORKAROUND equal spaces
              move "         workaround: (none recorded yet)"
                 to rpt-line
           else
              string "         workaround: " delimited by size
                     KERR-WORKAROUND         delimited by size
                     into rpt-line.
           perform Write-Action-Line thru End-Write-Action-Line.
       End-Write-Known-Error. exit.

       Write-One-Symptom.
           if at-parent-idx (sym-idx) not equal tbl-idx
              go to End-Write-One-Symptom.
           move at-count (sym-idx) to count-disp.
           move spaces to rpt-line.
           string "         SYMPTOM "    delimited by size
                  at-severity (sym-idx)  delimited by size
                  " "                    delimited by size
                  at-source (sym-idx)    delimited by size
                  " "                    delimited by size
                  at-key (sym-idx)       delimited by size
                  " x"                   delimited by size
                  count-disp             delimited by size
                  " last="               delimited by size
                  at-last (sym-idx)      delimited by size
                  into rpt-line.
           perform Write-Action-Line thru End-Write-Action-Line.
       End-Write-One-Symptom. exit.

      ***********************************************************************
      * Write-One-Team opens one owning team's action section -- when
      * this entry's team has not been sectioned yet -- with the
              go to End-Write-One-Team.
           if at-team-prt (tbl-idx) equal "Y"
              go to End-Write-One-Team.
           if at-parent-idx (tbl-idx) is greater than 0
              go to End-Write-One-Team.

           move spaces to rpt-line.
           if at-contact (tbl-idx) equal spaces
              go to End-Write-One-Team-Alert.
           if at-team (team-idx) not equal at-team (tbl-idx)
              go to End-Write-One-Team-Alert.
           if at-parent-idx (team-idx) is greater than 0
              go to End-Write-One-Team-Alert.

           move "Y" to at-team-prt (team-idx).
           move spaces to rpt-line.
                     " last="              delimited by size
                     at-last (tbl-idx)     delimited by size
                     " tkt="               delimited by size
                     ticket-disp           delimited by space
                     " ovl="               delimited by size
                     at-overlay (tbl-idx)  delimited by size
                     into rpt-line
           else
              string "  "                  delimited by size
           display "alert ", ack-pick, " acknowledged by ",
              ack-operator-id.

      * acknowledging a root cause acknowledges its symptoms
           perform Ack-One-Symptom thru End-Ack-One-Symptom
               varying sym-idx from 1 by 1
               until sym-idx is greater than alert-count.

       Ask-Ack-Again.
           display "acknowledge another? (Y/N) : " with no advancing.
           accept ack-response.
       End-Acknowledge-One. exit.

       Ack-One-Symptom.
           if at-parent-idx (sym-idx) not equal ack-pick
              go to End-Ack-One-Symptom.
           if at-ack-oper (sym-idx) not equal spaces
              go to End-Ack-One-Symptom.

           move spaces to ack-rec.
           move at-source (sym-idx) to ak-source.
           move at-key (sym-idx)    to ak-key.
           move ack-operator-id     to ak-operator.
           string ack-date delimited by size
                  "-"      delimited by size
                  ack-time delimited by size
                  into ak-timestamp.

           open extend ack-file.
           write ack-rec.
           close ack-file.

           move ack-operator-id to at-ack-oper (sym-idx).
           if ack-count is less than 300
              add 1 to ack-count
              move ak-source    to ac-source (ack-count)
              move ak-key       to ac-key (ack-count)
              move ak-operator  to ac-operator (ack-count)
              move ak-timestamp to ac-timestamp (ack-count).

           display "  symptom ", sym-idx, " acknowledged with it".
       End-Ack-One-Symptom. exit.
