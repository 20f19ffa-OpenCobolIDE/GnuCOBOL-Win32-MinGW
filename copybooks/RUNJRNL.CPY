      **                                                              **
      ** RUNJRNL-EVENT is free-form but the writers use: START, END, **
      ** DISPATCH, STEPEND, SKIP, DEPSKIP, CKPTSKIP, ABORT, REJECT,  **
      ** EXCEPT, COUNT, OVERSLA, FLAG, DRIFT, BREACH, REGRESS, HOLD,  **
      ** FORCE, SUSPEND, RELEASE, DISCARD, RESEND, ESCALATE, ABANDON, **
      ** OVERRIDE (a stale window lock broken), RESTORE (a file put   **
      ** back from its snapshot).                                     **
      **                                                              **
      ** The RUNINQ inquiry reads the story of one run-id back from   **
      ** the dated files and the runjrnl.YYYY.arc yearly archives.    **
      ******************************************************************
       01  RUNJRNL-RECORD.
           05  RUNJRNL-DATE               PIC X(08).
