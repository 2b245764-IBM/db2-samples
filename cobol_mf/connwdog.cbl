      * Load-Limits takes the per-database LONG-EXEC and IDLE-TXN
      * warning limits from the site thresholds policy -- a zero
      * value probed back means the metric has no policy line.
      * Only the limits are wanted, so no overlay effect is logged.
      ***********************************************************************
       Load-Limits.
           move "Y" to THRESH-NOLOG-SW.
           move "LONG-EXEC" to THRESH-METRIC.
           move wdog-dbname (1:8) to THRESH-DBNAME.
           move 0 to THRESH-VALUE.
