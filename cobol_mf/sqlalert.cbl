      **         fields: the producing program, a severity, a short
      **         dedup key (the dispatcher folds repeats of the same
      **         source+key into one action item), and the alert text.
      **         A threshold alert also names, in ALERT-OVERLAY, the
      **         policy entry that judged it (THRESH-OVERLAY from
      **         thrload.cbl); alertq clears it once queued, so other
      **         producers may leave it alone.
      **         Kept free of VALUE clauses so producers copy it into
      **         WORKING-STORAGE and alertq copies the same layout into
      **         its LINKAGE SECTION.
           05  ALERT-SEVERITY       PIC X(8).
           05  ALERT-KEY            PIC X(20).
           05  ALERT-TEXT           PIC X(60).
           05  ALERT-OVERLAY        PIC X(8).
