              string "THRESHOLD "   delimited by size
                     THRESH-METRIC  delimited by space
                     into check-name
      * the alert names the policy entry that judged it; the other
      * checks' alerts carry none
              move THRESH-OVERLAY to ALERT-OVERLAY
              perform Send-Health-Alert thru End-Send-Health-Alert
              move spaces to ALERT-OVERLAY.
       End-Check-One-Threshold. exit.

      ***********************************************************************
