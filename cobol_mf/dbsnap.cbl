       77 rpt-open-sw         pic x value "N".
           88 rpt-open            value "Y".
       77 thresh-line         pic x(120).
       77 thresh-ptr          pic 9(4) comp-5.
       77 thresh-value-disp   pic -(9)9.
       77 thresh-warn-disp    pic -(9)9.
       77 thresh-crit-disp    pic -(9)9.
           move THRESH-WARN-LIMIT to thresh-warn-disp.
           move THRESH-CRIT-LIMIT to thresh-crit-disp.
           move spaces to thresh-line.
           move 1 to thresh-ptr.
           string "*** "            delimited by size
                  csv-dbname        delimited by space
                  " "               delimited by size
                  thresh-warn-disp  delimited by size
                  " crit="          delimited by size
                  thresh-crit-disp  delimited by size
                  into thresh-line with pointer thresh-ptr.
      * the policy entry that judged, when an overlay did
           if THRESH-OVERLAY not equal spaces
              string " ovl="         delimited by size
                     THRESH-OVERLAY  delimited by space
                     into thresh-line with pointer thresh-ptr.
           string " ***"            delimited by size
                  into thresh-line with pointer thresh-ptr.

           display thresh-line.
           if rpt-open
