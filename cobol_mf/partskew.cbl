           add 1 to alerted-count.
           move "partskew"    to ALERT-SOURCE.
           move THRESH-LEVEL  to ALERT-SEVERITY.
           move THRESH-OVERLAY to ALERT-OVERLAY.
           move spaces        to ALERT-KEY.
           string sl-dbname (slot-idx) (1:8) delimited by space
                  " PART "                   delimited by size
