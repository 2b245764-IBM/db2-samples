           05  SNAPDEC-LOG-USED         PIC S9(9) COMP-5.
           05  SNAPDEC-LOG-SECOND       PIC S9(9) COMP-5.
           05  SNAPDEC-DEADLOCKS        PIC S9(9) COMP-5.
           05  SNAPDEC-HADR-ROLE        PIC S9(9) COMP-5.
           05  SNAPDEC-HADR-STATE       PIC S9(9) COMP-5.
           05  SNAPDEC-HADR-SYNCMODE    PIC S9(9) COMP-5.
           05  SNAPDEC-HADR-CONNECT     PIC S9(9) COMP-5.
           05  SNAPDEC-HADR-LOG-GAP     PIC S9(9) COMP-5.
