       77  SQLF-DBTN-LOGPRIMARY     PIC 9(4) COMP-5 VALUE 7.
       77  SQLF-DBTN-LOGSECOND      PIC 9(4) COMP-5 VALUE 8.
       77  SQLF-DBTN-DFT-DEGREE     PIC 9(4) COMP-5 VALUE 9.
       77  SQLF-DBTN-LOGRETAIN      PIC 9(4) COMP-5 VALUE 10.
       77  SQLF-DBTN-USEREXIT       PIC 9(4) COMP-5 VALUE 11.
       77  SQLF-DBTN-LOGARCHMETH1   PIC 9(4) COMP-5 VALUE 12.

      * GET/UPDATE/RESET DATABASE MANAGER CONFIGURATION token constants
       77  SQLF-KTN-MAXAGENTS       PIC 9(4) COMP-5 VALUE 1.
