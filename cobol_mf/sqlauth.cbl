      ** SAMPLE: Communication area for the opsauth.cbl operator
      **         authorization subprogram.  The caller names the
      **         operator and the operation class (FORCE, STOP, RESET,
      **         UNCAT, DROP, QUIESCE, PURGE, REMOTE); opsauth answers with
      **         AUTH-ALLOWED-SW "Y" or "N".  Kept free of VALUE
      **         clauses so callers copy it into WORKING-STORAGE and
      **         opsauth copies the same layout into its LINKAGE
