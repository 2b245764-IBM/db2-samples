
           move "dlkmon"      to ALERT-SOURCE.
           move THRESH-LEVEL  to ALERT-SEVERITY.
           move THRESH-OVERLAY to ALERT-OVERLAY.
           move spaces        to ALERT-KEY.
           string csv-dbname (1:8) delimited by space
                  " DEADLOCK"      delimited by size
