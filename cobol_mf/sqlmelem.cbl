       77  SQLM-ELM-USED-LOG-SPACE    PIC 9(9) COMP-5 VALUE 7.
       77  SQLM-ELM-SEC-LOG-ALLOCS    PIC 9(9) COMP-5 VALUE 8.
       77  SQLM-ELM-DEADLOCKS         PIC 9(9) COMP-5 VALUE 9.
       77  SQLM-ELM-HADR-ROLE         PIC 9(9) COMP-5 VALUE 10.
       77  SQLM-ELM-HADR-STATE        PIC 9(9) COMP-5 VALUE 11.
       77  SQLM-ELM-HADR-SYNCMODE     PIC 9(9) COMP-5 VALUE 12.
       77  SQLM-ELM-HADR-CONN-STATUS  PIC 9(9) COMP-5 VALUE 13.
       77  SQLM-ELM-HADR-LOG-GAP      PIC 9(9) COMP-5 VALUE 14.

      * values carried by the HADR elements -- the log gap element
      * carries the primary/standby gap in kilobytes
       77  SQLM-HADR-ROLE-STANDARD    PIC 9(9) COMP-5 VALUE 0.
       77  SQLM-HADR-ROLE-PRIMARY     PIC 9(9) COMP-5 VALUE 1.
       77  SQLM-HADR-ROLE-STANDBY     PIC 9(9) COMP-5 VALUE 2.
       77  SQLM-HADR-STATE-DISCONN    PIC 9(9) COMP-5 VALUE 0.
       77  SQLM-HADR-STATE-LOC-CATCH  PIC 9(9) COMP-5 VALUE 1.
       77  SQLM-HADR-STATE-REM-PEND   PIC 9(9) COMP-5 VALUE 2.
       77  SQLM-HADR-STATE-REM-CATCH  PIC 9(9) COMP-5 VALUE 3.
       77  SQLM-HADR-STATE-PEER       PIC 9(9) COMP-5 VALUE 4.
       77  SQLM-HADR-SYNC-SYNC        PIC 9(9) COMP-5 VALUE 0.
       77  SQLM-HADR-SYNC-NEARSYNC    PIC 9(9) COMP-5 VALUE 1.
       77  SQLM-HADR-SYNC-ASYNC       PIC 9(9) COMP-5 VALUE 2.
       77  SQLM-HADR-CONN-CONNECTED   PIC 9(9) COMP-5 VALUE 0.
       77  SQLM-HADR-CONN-CONGESTED   PIC 9(9) COMP-5 VALUE 1.
       77  SQLM-HADR-CONN-DISCONN     PIC 9(9) COMP-5 VALUE 2.
