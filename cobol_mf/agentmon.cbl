
           move "agentmon"    to ALERT-SOURCE.
           move THRESH-LEVEL  to ALERT-SEVERITY.
           move THRESH-OVERLAY to ALERT-OVERLAY.
           move spaces        to ALERT-KEY.
           string db2instc (1:8) delimited by space
                  " AGENT-PCT"   delimited by size
