           move "BUFFER-SZ" to THRESH-METRIC.
           move se-dbname (tbl-idx) (1:8) to THRESH-DBNAME.
           move se-last-val (tbl-idx) to THRESH-VALUE.
      * only the limit is wanted -- no overlay effect is logged
           move "Y" to THRESH-NOLOG-SW.
           call "thrload" using THRESH-REQUEST.

           move spaces to rpt-line.
