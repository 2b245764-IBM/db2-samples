           05 aq-text         pic x(60).
           05 filler          pic x(2).
           05 aq-runid        pic x(16).
           05 filler          pic x(2).
           05 aq-overlay      pic x(8).

       Working-Storage Section.

           call "runid" using RUNID-AREA.
           move RID-VALUE to aq-runid.

      * a threshold alert names the policy entry that judged it; any
      * other producer's leftover bytes are not a policy entry name
           if ALERT-OVERLAY equal "BASE"
              or ALERT-OVERLAY equal "MONTHEND"
              or ALERT-OVERLAY equal "HOLIDAY"
              or ALERT-OVERLAY equal "WEEKEND"
              move ALERT-OVERLAY to aq-overlay.
           move spaces to ALERT-OVERLAY.

           perform Open-Queue-With-Retry
              thru End-Open-Queue-With-Retry.
           if queue-fs (1:1) not equal "0"
