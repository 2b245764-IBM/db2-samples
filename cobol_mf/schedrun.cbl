      **         day-of-week mask (Monday through Sunday, Y to run),
      **         the window start time HHMM, and the catch-up rule (Y
      **         to run late when the start was missed, N to skip to
      **         tomorrow), and an optional critical flag (Y when a
      **         missed or failed run must raise an alert -- see
      **         runrecon.cbl).  This driver loops through the day: each
      **         cycle it dispatches, through the command processor
      **         the way opermenu.cbl runs its choices, every entry
      **         whose start time has arrived on a day its mask
      **         so a scheduler restarted mid-day catches up the runs
      **         it missed -- per each entry's catch-up rule -- and
      **         never dispatches the same entry twice in one day.
      **         Programs asked for out of schedule -- a RUNNOW
      **         command from the primary site, queued in
      **         SCHEDRUN.REQ by cmdapply.cbl -- are run at the start
      **         of the next cycle, dispatched and recorded the same
      **         way; a request arriving inside a blackout window
      **         stays queued until the window closes.  The queue is
      **         moved aside to SCHEDRUN.WRK before it is worked, so
      **         a request queued meanwhile waits for the next cycle
      **         instead of being lost.
      **         The loop ends when the SCHEDRUN.STP stop-file
      **         appears, the same convention the continuous monitors
      **         use.
      **
      ** INPUT FILES:  SCHEDULE.CTL (schedule entries)
      **               BLACKOUT.CAL (blackout calendar)
      **               SCHEDRUN.REQ (run-now requests, via SCHEDRUN.WRK)
      ** STATE FILE:   SCHEDCKP.DAT (dispatches already made per day)
      ** OUTPUT FILE:  RUNHIST.IDX  (via runhist.cbl)
      ***********************************************************************
           select stop-file assign to "SCHEDRUN.STP"
               organization is line sequential
               file status is stopfile-fs.
           select req-file assign to "SCHEDRUN.REQ"
               organization is line sequential
               file status is req-fs.
           select wrk-file assign to "SCHEDRUN.WRK"
               organization is line sequential
               file status is wrk-fs.

       Data Division.
       File Section.
       FD  stop-file.
       01  stop-file-rec      pic x(8).

       FD  req-file.
       01  req-rec            pic x(60).

       FD  wrk-file.
       01  wrk-rec.
           05 wk-program      pic x(10).
           05 filler          pic x.
           05 wk-when         pic x(17).
           05 filler          pic x.
           05 wk-from         pic x(30).

       Working-Storage Section.

       copy "sqlrunh.cbl".
       77 blackout-fs         pic xx.
       77 ckp-fs              pic xx.
       77 stopfile-fs         pic xx.
       77 req-fs              pic xx.
       77 wrk-fs              pic xx.
       77 file-eof            pic x.
           88 no-more-records     value "Y".

       77 run-command         pic x(20).
       77 child-retcode       pic s9(9) comp-5.
       77 dispatch-count      pic 9(6) comp-5 value 0.
       77 queue-cmd           pic x(40).

       77 watch-done-sw       pic x value "N".
           88 watch-done          value "Y".
              perform Replay-Checkpoint thru End-Replay-Checkpoint
              move "N" to startup-sw.

           perform Drain-Run-Requests thru End-Drain-Run-Requests.

           perform Consider-One-Entry thru End-Consider-One-Entry
               varying ent-idx from 1 by 1
               until ent-idx is greater than entry-count.
              child-retcode.
       End-Dispatch-One-Entry. exit.

      ***********************************************************************
      * Drain-Run-Requests works the run-now queue.  A SCHEDRUN.WRK
      * left by a scheduler that stopped part way is finished first;
      * otherwise the queue is moved aside to SCHEDRUN.WRK, so
      * requests queued while this one is worked land in a fresh
      * SCHEDRUN.REQ for the next cycle.
      ***********************************************************************
       Drain-Run-Requests.
           open input wrk-file.
           if wrk-fs equal "35"
              open input req-file
              if req-fs equal "35"
                 go to End-Drain-Run-Requests
              end-if
              close req-file
              move "mv SCHEDRUN.REQ SCHEDRUN.WRK" to queue-cmd
              call "SYSTEM" using queue-cmd
              open input wrk-file
              if wrk-fs equal "35"
                 go to End-Drain-Run-Requests.

           move "N" to file-eof.
           perform Run-One-Request thru End-Run-One-Request
               until no-more-records.
           close wrk-file.
           move "N" to file-eof.
           move 0 to RETURN-CODE.

           move "rm -f SCHEDRUN.WRK" to queue-cmd.
           call "SYSTEM" using queue-cmd.
       End-Drain-Run-Requests. exit.

       Run-One-Request.
           read wrk-file
               at end
                  move "Y" to file-eof
                  go to End-Run-One-Request
           end-read.
           if wk-program equal spaces
              go to End-Run-One-Request.

           perform Check-Blackout thru End-Check-Blackout.
           if in-blackout
              display wk-program,
                 " request held -- blackout window in force: ",
                 blackout-reason
              open extend req-file
              if req-fs equal "35"
                 open output req-file
              end-if
              write req-rec from wrk-rec
              close req-file
              go to End-Run-One-Request.

           display " ".
           display "dispatching ", wk-program, " on request (",
              wk-from, ") ...".

           move "schedrun" to RH-PROGRAM.
           move "S" to RH-FUNCTION.
           call "runhist" using RUNHIST-AREA.

           move spaces to run-command.
           string "./"       delimited by size
                  wk-program delimited by space
                  into run-command.
           call "SYSTEM" using run-command.

           move RETURN-CODE to child-retcode.
           if child-retcode is greater than 255
              divide child-retcode by 256 giving child-retcode.

           move "schedrun" to RH-PROGRAM.
           move "E" to RH-FUNCTION.
           move child-retcode to RH-RETCODE.
           call "runhist" using RUNHIST-AREA.
           move 0 to RETURN-CODE.
           add 1 to dispatch-count.

           display wk-program, " ended with RETURN-CODE ",
              child-retcode.
       End-Run-One-Request. exit.

      ***********************************************************************
      * Check-Blackout answers whether this moment sits inside a
      * BLACKOUT.CAL window, judged the same way eodshut.cbl judges
