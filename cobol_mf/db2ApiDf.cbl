           05  DB2-PO-OUTPUT-FORMAT  USAGE POINTER.
           05  DB2-PO-BUFFER         USAGE POINTER.

      * db2gBackup.  The options field selects an offline image (the
      * default) or an online image taken while the database stays up.
       77  DB2BACKUP-OFFLINE        PIC 9(9) COMP-5 VALUE 0.
       77  DB2BACKUP-ONLINE         PIC 9(9) COMP-5 VALUE 1.
       01  DB2G-BACKUP-STRUCT.
           05  DB2-PI-BKP-DB-ALIAS   USAGE POINTER.
           05  DB2-I-BKP-ALIAS-LEN   PIC 9(4) COMP-5.
           05  DB2-I-BKP-TARGET-LEN  PIC 9(4) COMP-5.
           05  DB2-O-BKP-SIZE        PIC 9(9) COMP-5.
           05  DB2-O-BKP-TIMESTAMP   PIC X(26).
           05  DB2-I-BKP-OPTIONS     PIC 9(9) COMP-5.

      * db2gRunstats
       01  DB2G-RUNSTATS-STRUCT.
