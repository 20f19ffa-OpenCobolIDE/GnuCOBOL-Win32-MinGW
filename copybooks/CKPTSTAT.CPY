      ** diagnostics driver after each diagnostic program completes,  **
      ** so a rerun can skip anything that already checkpointed       **
      ** successfully earlier the same day.                           **
      **                                                              **
      ** CKPTSTAT-RUN-STATUS is blank for an ordinary run, FORCED    **
      ** for a step rerun by an operator FORCERUN directive, and     **
      ** HELD for a step an operator HOLD directive kept from        **
      ** running - a HELD record carries RC zero but is not a run,   **
      ** so it never lets a rerun skip the step.                     **
      ******************************************************************
       01  CKPTSTAT-RECORD.
           05  CKPTSTAT-PROGRAM-ID        PIC X(08).
               10  CKPTSTAT-RUN-TIME-MM   PIC X(02).
               10  CKPTSTAT-RUN-TIME-SS   PIC X(02).
           05  CKPTSTAT-RUN-ID            PIC X(14).
           05  CKPTSTAT-RUN-STATUS        PIC X(08).
