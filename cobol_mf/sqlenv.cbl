       77  SQLE-RC-NO-ENTRY         PIC S9(9) COMP-5 VALUE -1109.
       77  SQLE-RC-NODE-DIR-EMPTY   PIC S9(9) COMP-5 VALUE -1035.
       77  SQLE-RC-DBEXISTS         PIC S9(9) COMP-5 VALUE -1005.
       77  SQLE-RC-NODEEXISTS       PIC S9(9) COMP-5 VALUE -1018.
       77  SQLE-RC-LDBEXISTS        PIC S9(9) COMP-5 VALUE -1317.

      * FORCE USERS / STOP DATABASE MANAGER constants
       77  SQL-ASYNCH               PIC 9(4) COMP-5 VALUE 0.
