      *             this run's own; '91' when another run holds it.
      *             A blank run-id (a standalone utility) matches no
      *             lock, so any live lock refuses it.
      *
      * A broken lock is journalled as an OVERRIDE event under both
      * run-ids - the run that took the lock and the run that lost
      * it - so the story of either window shows the override.
      *-----------------------------------------------------------------
      * CHANGE LOG
      * 09/03/2026  Initial coding.
      * 10/15/2026  Journal every operator override of a stale lock
      *             through the shared JRNWRITE run journal.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       01  WL-LOCK-STAMP                   PIC X(14)   VALUE SPACES.
       01  WL-OVERRIDE-PRESENT             PIC X(01)   VALUE 'N'.

      * Run-journal parameters for the shared JRNWRITE routine.
       01  WL-JRN-RUN-ID                   PIC X(14)   VALUE SPACES.
       01  WL-JRN-PROGRAM                  PIC X(08)
                                               VALUE 'WNDWLOCK'.
       01  WL-JRN-EVENT                    PIC X(08)   VALUE SPACES.
       01  WL-JRN-TEXT                     PIC X(60)   VALUE SPACES.

       01  WL-BATCHLCK-STATUS              PIC X(02)   VALUE '00'.
       01  WL-OVERRIDE-STATUS              PIC X(02)   VALUE '00'.

                           WL-LOCK-RUN-ID ' since ' WL-LOCK-STAMP
                       CALL 'CBL_DELETE_FILE' USING "lckovrd.dat"
                       PERFORM 250-WRITE-LOCK
                       PERFORM 260-JOURNAL-OVERRIDE
                   ELSE
                       DISPLAY 'WNDWLOCK - window lock held by run '
                           WL-LOCK-RUN-ID ' since ' WL-LOCK-STAMP
           WRITE BATCHLCK-RECORD
           CLOSE BATCHLCK-FILE.

       260-JOURNAL-OVERRIDE.
           MOVE 'OVERRIDE' TO WL-JRN-EVENT
           MOVE WL-RUN-ID  TO WL-JRN-RUN-ID
           STRING 'broke stale lock of run ' WL-LOCK-RUN-ID
               ' since ' WL-LOCK-STAMP
               DELIMITED BY SIZE INTO WL-JRN-TEXT
           PERFORM 950-WRITE-JOURNAL
           IF WL-LOCK-RUN-ID NOT = SPACES
               MOVE 'OVERRIDE'     TO WL-JRN-EVENT
               MOVE WL-LOCK-RUN-ID TO WL-JRN-RUN-ID
               STRING 'lock broken by operator override for run '
                   WL-RUN-ID
                   DELIMITED BY SIZE INTO WL-JRN-TEXT
               PERFORM 950-WRITE-JOURNAL
           END-IF.

      * Only the run holding the lock may release it - a forecast or
      * a confused rerun must never delete the live window's lock out
      * from under it.  The override path through ACQUIRE is the one
               MOVE '91' TO WL-RESULT
           END-IF.

      * Best-effort by design: the journal must never take the lock
      * facility down, so a missing journal routine is swallowed.
       950-WRITE-JOURNAL.
           CALL 'JRNWRITE' USING WL-JRN-RUN-ID WL-JRN-PROGRAM
               WL-JRN-EVENT WL-JRN-TEXT
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SPACES TO WL-JRN-TEXT.

       END PROGRAM WNDWLOCK.
