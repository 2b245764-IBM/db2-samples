      **         consolidates the state the departing operator hands
      **         over: the unacknowledged alerts sitting in ALERTQ.DAT
      **         with their ages, the incidents still OPEN in
      **         INCIDENT.DAT, the vendor support cases not yet closed
      **         in CASEREG.DAT (casemnt.cbl) with their next actions,
      **         the last RUNBOOK.LOG step reached and its outcome,
      **         tonight's blackout windows from BLACKOUT.CAL, and the
      **         OPERMENU.LOG session activity since the previous
      **         handover (HANDOVER.CKP remembers when that was, and
      **         is stamped by this run for the next one).  One page
      **         to read aloud instead of a memory test.  The
      **         departing operator gives their id; each handover is
      **         added to HANDOVER.CKP with it, so the file is also
      **         the record of who handed over when (opwork.cbl counts
      **         it), and its last line is the previous handover.
      **
      ** INPUT FILES:  ALERTQ.DAT   (central alert queue)
      **               INCIDENT.DAT (incident records)
      **               CASEREG.DAT  (vendor case register)
      **               RUNBOOK.LOG  (runbook step outcomes)
      **               BLACKOUT.CAL (blackout calendar)
      **               OPERMENU.LOG (console session log)
           select incident-file assign to "INCIDENT.DAT"
               organization is line sequential
               file status is incident-fs.
           select case-file assign to "CASEREG.DAT"
               organization is line sequential
               file status is case-fs.
           select runbook-log assign to "RUNBOOK.LOG"
               organization is line sequential
               file status is runbook-fs.
           05 filler          pic x(2).
           05 ir-detail       pic x(40).

       FD  case-file.
       01  case-rec.
           05 cs-case         pic x(12).
           05 filler          pic x.
           05 cs-status       pic x(8).
           05 filler          pic x.
           05 cs-severity     pic x.
           05 filler          pic x.
           05 cs-component    pic x(20).
           05 filler          pic x.
           05 cs-inc-open     pic x(17).
           05 filler          pic x.
           05 cs-runid        pic x(16).
           05 filler          pic x.
           05 cs-opened       pic x(8).
           05 filler          pic x.
           05 cs-opened-by    pic x(8).
           05 filler          pic x.
           05 cs-next-action  pic x(40).
           05 filler          pic x.
           05 cs-next-date    pic x(8).
           05 filler          pic x(80).

       FD  runbook-log.
       01  runbook-log-rec    pic x(100).

           05 sl-retcode      pic x(10).

       FD  ckp-file.
       01  ckp-rec.
           05 ck-timestamp    pic x(17).
           05 filler          pic x(2).
           05 ck-operator     pic x(8).

       FD  handover-rpt.
       01  handover-rec       pic x(132).
      * Local variables
       77 queue-fs            pic xx.
       77 incident-fs         pic xx.
       77 case-fs             pic xx.
       77 runbook-fs          pic xx.
       77 blackout-fs         pic xx.
       77 session-fs          pic xx.

      * the previous handover's timestamp, from the checkpoint
       77 last-handover-ts    pic x(17) value spaces.
       77 operator-id         pic x(8).

      * section tallies
       77 section-count       pic 9(4) comp-5.

           display "Sample COBOL Program : HANDOVER.CBL".

           display "departing operator id : " with no advancing.
           accept operator-id.

           accept now-date from date yyyymmdd.
           accept now-time from time.
           move spaces to now-ts.

           perform Report-Alerts    thru End-Report-Alerts.
           perform Report-Incidents thru End-Report-Incidents.
           perform Report-Cases     thru End-Report-Cases.
           perform Report-Runbook   thru End-Report-Runbook.
           perform Report-Blackouts thru End-Report-Blackouts.
           perform Report-Sessions  thru End-Report-Sessions.

       end-handover. stop run.

      ***********************************************************************
      * Read-Checkpoint takes the previous handover's time from the
      * last line of HANDOVER.CKP; Save-Checkpoint adds this one.
      ***********************************************************************
       Read-Checkpoint.
           open input ckp-file.
           if ckp-fs equal "35"
              go to End-Read-Checkpoint.
           move "N" to file-eof.
           perform Read-One-Checkpoint thru End-Read-One-Checkpoint
               until no-more-records.
           close ckp-file.
           move "N" to file-eof.
       End-Read-Checkpoint. exit.

       Read-One-Checkpoint.
           read ckp-file
               at end
                  move "Y" to file-eof
                  go to End-Read-One-Checkpoint
           end-read.
           if ck-timestamp (1:8) numeric
              move ck-timestamp to last-handover-ts.
       End-Read-One-Checkpoint. exit.

       Save-Checkpoint.
           open extend ckp-file.
           if ckp-fs equal "35"
              open output ckp-file.
           move spaces to ckp-rec.
           move now-ts to ck-timestamp.
           move operator-id to ck-operator.
           write ckp-rec.
           close ckp-file.
       End-Save-Checkpoint. exit.

           perform Write-Handover-Line thru End-Write-Handover-Line.
       End-Report-One-Incident. exit.

      ***********************************************************************
      * Report-Cases lists the vendor support cases not yet closed,
      * each with its next action and when it is due.
      ***********************************************************************
       Report-Cases.
           move spaces to rpt-line.
           perform Write-Handover-Line thru End-Write-Handover-Line.
           move "open vendor cases" to rpt-line.
           perform Write-Handover-Line thru End-Write-Handover-Line.

           move 0 to section-count.
           open input case-file.
           if case-fs equal "35"
              go to Cases-None.

           move "N" to file-eof.
           perform Report-One-Case thru End-Report-One-Case
               until no-more-records.
           close case-file.
           move "N" to file-eof.

       Cases-None.
           if section-count equal 0
              move "  (none)" to rpt-line
              perform Write-Handover-Line thru End-Write-Handover-Line.
       End-Report-Cases. exit.

       Report-One-Case.
           read case-file
               at end
                  move "Y" to file-eof
                  go to End-Report-One-Case
           end-read.

           if cs-case equal spaces or cs-case (1:1) equal "*"
              or cs-status equal "CLOSED"
              go to End-Report-One-Case.

           add 1 to section-count.
           move spaces to rpt-line.
           if cs-component not equal spaces
              string "  case "       delimited by size
                     cs-case         delimited by size
                     " sev "         delimited by size
                     cs-severity     delimited by size
                     " "             delimited by size
                     cs-status       delimited by size
                     " incident "    delimited by size
                     cs-component    delimited by size
                     " next: "       delimited by size
                     cs-next-action  delimited by size
                     " due "         delimited by size
                     cs-next-date    delimited by size
                     into rpt-line
           else
              string "  case "       delimited by size
                     cs-case         delimited by size
                     " sev "         delimited by size
                     cs-severity     delimited by size
                     " "             delimited by size
                     cs-status       delimited by size
                     " run "         delimited by size
                     cs-runid        delimited by size
                     "     next: "   delimited by size
                     cs-next-action  delimited by size
                     " due "         delimited by size
                     cs-next-date    delimited by size
                     into rpt-line.
           perform Write-Handover-Line thru End-Write-Handover-Line.
       End-Report-One-Case. exit.

      ***********************************************************************
      * Report-Runbook shows the last RUNBOOK.LOG record -- the last
      * step the orchestrator reached and how it came out.
