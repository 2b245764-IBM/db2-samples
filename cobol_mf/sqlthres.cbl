      **           NOPOLICY -- no MONTHRES.POL entry covers this
      **                       metric/database, caller decides
      **
      **         THRESH-OVERLAY names the policy entry that judged:
      **         BASE for the everyday entry, or the SITECAL.CTL day
      **         class (MONTHEND, HOLIDAY, WEEKEND) whose overlay
      **         entry was applied over it today; blank on NOPOLICY.
      **         Producers pass it to alertq.cbl in ALERT-OVERLAY so
      **         the queued alert says which limits raised it.
      **
      **         THRESH-NOLOG-SW set to "Y" marks a caller that only
      **         wants the limits, not a judgment of a live value --
      **         thrload then leaves OVERLAY.LOG alone.  Any other
      **         value lets an overlay's effect be logged as usual.
      **
      ***********************************************************************

       01  THRESH-REQUEST.
           05  THRESH-LEVEL         PIC X(8).
           05  THRESH-WARN-LIMIT    PIC S9(9) COMP-5.
           05  THRESH-CRIT-LIMIT    PIC S9(9) COMP-5.
           05  THRESH-OVERLAY       PIC X(8).
           05  THRESH-NOLOG-SW      PIC X.
