           05  SITE-DST-SHIFT       PIC 9(4) COMP-5.
           05  SITE-TRAINING-SW     PIC X.
           05  SITE-ID              PIC X(8).
           05  SITE-CRED-AGE        PIC 9(4) COMP-5.
           05  SITE-ROTA-WEEKS      PIC 9(4) COMP-5.
