
           move "monsz"       to ALERT-SOURCE.
           move alert-level   to ALERT-SEVERITY.
           move THRESH-OVERLAY to ALERT-OVERLAY.
           move spaces        to ALERT-KEY.
           string database-name (1:6) delimited by space
                  " LOCKS-HELD"       delimited by size
