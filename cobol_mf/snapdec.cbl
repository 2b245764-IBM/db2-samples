           move 0 to SNAPDEC-LOG-USED.
           move 0 to SNAPDEC-LOG-SECOND.
           move 0 to SNAPDEC-DEADLOCKS.
      * a database not in an HADR pair sends no HADR elements and
      * reads as a STANDARD role
           move 0 to SNAPDEC-HADR-ROLE.
           move 0 to SNAPDEC-HADR-STATE.
           move 0 to SNAPDEC-HADR-SYNCMODE.
           move 0 to SNAPDEC-HADR-CONNECT.
           move 0 to SNAPDEC-HADR-LOG-GAP.

      * only elements that fit inside the buffer the caller filled are
      * walked -- the zero-type terminator ends the walk earlier when
                 add se-value (elem-idx) to SNAPDEC-LOG-SECOND
              when SQLM-ELM-DEADLOCKS
                 add se-value (elem-idx) to SNAPDEC-DEADLOCKS
              when SQLM-ELM-HADR-ROLE
                 move se-value (elem-idx) to SNAPDEC-HADR-ROLE
              when SQLM-ELM-HADR-STATE
                 move se-value (elem-idx) to SNAPDEC-HADR-STATE
              when SQLM-ELM-HADR-SYNCMODE
                 move se-value (elem-idx) to SNAPDEC-HADR-SYNCMODE
              when SQLM-ELM-HADR-CONN-STATUS
                 move se-value (elem-idx) to SNAPDEC-HADR-CONNECT
              when SQLM-ELM-HADR-LOG-GAP
                 move se-value (elem-idx) to SNAPDEC-HADR-LOG-GAP
              when other
                 add 1 to SNAPDEC-UNKNOWN-COUNT
           end-evaluate.
