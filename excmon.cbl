      * alert report excalert.rpt with its severity and age in days.
      * Unacknowledged exceptions raise the distinct return code 12
      * so the driver's worst-return-code logic surfaces them.
      * Every exception is also rolled into its problem on the
      * problem master prbmastr.dat (one problem per field and PIC
      * size), and a FIXED problem that recurs is reopened and
      * reported at the head of the alert report as a regression.
      *-----------------------------------------------------------------
      * CHANGE LOG
      * 08/22/2026  Initial coding.
      *             reported to the console and the run journal with
      *             its file status - the retained transactions were
      *             previously invisible.
      * 10/15/2026  Roll new exceptions into the problem master
      *             prbmastr.dat (created on first use) so a field
      *             that overflows every night is one owned problem
      *             with a first/last-seen date and an occurrence
      *             count.  A FIXED problem that recurs is reopened,
      *             reported as a REGRESSION line on excalert.rpt
      *             and journalled as REGRESS.  See PRBMAINT for the
      *             assign/annotate/close transactions.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS EM-EXCMAST-STATUS.

           SELECT PRBMAST-FILE
               ASSIGN TO "prbmastr.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PRBMAST-KEY
               FILE STATUS IS EM-PRBMAST-STATUS.

           SELECT EXCACK-FILE
               ASSIGN TO "excack.dat"
               ORGANIZATION LINE SEQUENTIAL
       FD  EXCMAST-FILE.
           COPY EXCMAST.CPY.

       FD  PRBMAST-FILE.
           COPY PRBMAST.CPY.

       FD  EXCACK-FILE.
           COPY EXCACK.CPY.

       01  EM-AGE-DISP                     PIC ZZZZ9   VALUE ZERO.
       01  EM-COUNT-DISP                   PIC ZZZZ9   VALUE ZERO.
       01  EM-LINE-TEXT                    PIC X(100)  VALUE SPACES.

      * Problem roll-in counts: problems opened for a field never
      * seen before, recurrences added to an existing problem, and
      * FIXED problems reopened as regressions.
       01  EM-PRB-NEW-COUNT                PIC 9(05)   VALUE ZERO.
       01  EM-PRB-RECUR-COUNT              PIC 9(05)   VALUE ZERO.
       01  EM-PRB-REGRESS-COUNT            PIC 9(05)   VALUE ZERO.
       01  EM-PRB-FIXED-DATE               PIC X(08)   VALUE SPACES.
       01  EM-RETURN-CODE                  PIC S9(04)  VALUE ZERO.

       01  EM-EXCMAST-STATUS               PIC X(02)   VALUE '00'.
       01  EM-EXCACK-STATUS                PIC X(02)   VALUE '00'.
       01  EM-ALERT-STATUS                 PIC X(02)   VALUE '00'.
       01  EM-PRBMAST-STATUS               PIC X(02)   VALUE '00'.

      * Window-lock parameters.  CALLed by the driver the monitor
      * carries the window's own run-id and passes the check; run
               ' exceptions'
               DELIMITED BY SIZE INTO EM-LINE-TEXT
           PERFORM 900-WRITE-ALERT-LINE
           PERFORM 400-ROLL-INTO-PROBLEMS
           OPEN INPUT EXCMAST-FILE
           IF EM-EXCMAST-STATUS = '00'
               PERFORM UNTIL EM-EXCMAST-STATUS NOT = '00'
               DELIMITED BY SIZE INTO EM-LINE-TEXT
           PERFORM 900-WRITE-ALERT-LINE.

      * Every exception is rolled into the problem keyed by its field
      * name and PIC size.  The problem's last run-id is the
      * high-water mark: the master is re-read whole every night and
      * only runs newer than the last one rolled in are counted, so
      * no run is counted twice.  Regressions are written straight
      * after the report heading where the shift sees them first.
       400-ROLL-INTO-PROBLEMS.
           OPEN I-O PRBMAST-FILE
           IF EM-PRBMAST-STATUS = '35'
               OPEN OUTPUT PRBMAST-FILE
               CLOSE PRBMAST-FILE
               OPEN I-O PRBMAST-FILE
           END-IF
           IF EM-PRBMAST-STATUS NOT = '00'
               DISPLAY 'EXCMON - problem master not available,'
                   ' status ' EM-PRBMAST-STATUS
                   ' - exceptions not rolled into problems'
               MOVE 'FILESTAT' TO EM-JRN-EVENT
               STRING 'prbmastr.dat open I-O failed, status '
                   EM-PRBMAST-STATUS ', no roll-in'
                   DELIMITED BY SIZE INTO EM-JRN-TEXT
               PERFORM 950-WRITE-JOURNAL
               MOVE '00' TO EM-PRBMAST-STATUS
           ELSE
               OPEN INPUT EXCMAST-FILE
               IF EM-EXCMAST-STATUS = '00'
                   PERFORM UNTIL EM-EXCMAST-STATUS NOT = '00'
                       READ EXCMAST-FILE NEXT RECORD
                           AT END
                               MOVE '10' TO EM-EXCMAST-STATUS
                           NOT AT END
                               PERFORM 410-ROLL-ONE-EXCEPTION
                       END-READ
                   END-PERFORM
                   CLOSE EXCMAST-FILE
               END-IF
               MOVE '00' TO EM-EXCMAST-STATUS
               CLOSE PRBMAST-FILE
               MOVE 'COUNT   ' TO EM-JRN-EVENT
               STRING 'problems new=' EM-PRB-NEW-COUNT
                   ' recurred=' EM-PRB-RECUR-COUNT
                   ' regressed=' EM-PRB-REGRESS-COUNT
                   DELIMITED BY SIZE INTO EM-JRN-TEXT
               PERFORM 950-WRITE-JOURNAL
           END-IF.

       410-ROLL-ONE-EXCEPTION.
           MOVE EXCMAST-FIELD-NAME TO PRBMAST-FIELD-NAME
           IF EXCMAST-PIC-SIZE IS NUMERIC
               MOVE EXCMAST-PIC-SIZE TO PRBMAST-PIC-SIZE
           ELSE
               MOVE ZERO TO PRBMAST-PIC-SIZE
           END-IF
           READ PRBMAST-FILE
               INVALID KEY
                   PERFORM 420-OPEN-NEW-PROBLEM
               NOT INVALID KEY
                   IF EXCMAST-RUN-ID > PRBMAST-LAST-RUN-ID
                       PERFORM 430-ADD-RECURRENCE
                   END-IF
           END-READ.

       420-OPEN-NEW-PROBLEM.
           MOVE SPACES              TO PRBMAST-RECORD
           MOVE EXCMAST-FIELD-NAME  TO PRBMAST-FIELD-NAME
           IF EXCMAST-PIC-SIZE IS NUMERIC
               MOVE EXCMAST-PIC-SIZE TO PRBMAST-PIC-SIZE
           ELSE
               MOVE ZERO TO PRBMAST-PIC-SIZE
           END-IF
           MOVE EXCMAST-PROGRAM-ID  TO PRBMAST-PROGRAM-ID
           MOVE EXCMAST-LOG-DATE    TO PRBMAST-FIRST-SEEN
           MOVE EXCMAST-LOG-DATE    TO PRBMAST-LAST-SEEN
           MOVE EXCMAST-RUN-ID      TO PRBMAST-LAST-RUN-ID
           MOVE 1                   TO PRBMAST-OCCURRENCES
           MOVE 'OPEN'              TO PRBMAST-STATUS
           MOVE EM-TODAY-NUM        TO PRBMAST-STATUS-DATE
           MOVE 'EXCMON'            TO PRBMAST-STATUS-BY
           MOVE ZERO                TO PRBMAST-REGRESSIONS
           WRITE PRBMAST-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO EM-PRB-NEW-COUNT
           END-WRITE.

       430-ADD-RECURRENCE.
           IF PRBMAST-OCCURRENCES < 99999
               ADD 1 TO PRBMAST-OCCURRENCES
           END-IF
           IF EXCMAST-LOG-DATE > PRBMAST-LAST-SEEN
               MOVE EXCMAST-LOG-DATE TO PRBMAST-LAST-SEEN
           END-IF
           MOVE EXCMAST-RUN-ID     TO PRBMAST-LAST-RUN-ID
           MOVE EXCMAST-PROGRAM-ID TO PRBMAST-PROGRAM-ID
           ADD 1 TO EM-PRB-RECUR-COUNT
           IF PRBMAST-STATUS = 'FIXED'
               PERFORM 440-REOPEN-REGRESSION
           END-IF
           REWRITE PRBMAST-RECORD
           END-REWRITE.

      * A problem closed as FIXED has recurred on a run rolled in
      * after the close - the fix did not hold.
       440-REOPEN-REGRESSION.
           MOVE PRBMAST-STATUS-DATE TO EM-PRB-FIXED-DATE
           MOVE 'OPEN'              TO PRBMAST-STATUS
           MOVE EM-TODAY-NUM        TO PRBMAST-STATUS-DATE
           MOVE 'EXCMON'            TO PRBMAST-STATUS-BY
           IF PRBMAST-REGRESSIONS < 999
               ADD 1 TO PRBMAST-REGRESSIONS
           END-IF
           ADD 1 TO EM-PRB-REGRESS-COUNT
           MOVE SPACES TO EM-LINE-TEXT
           STRING 'REGRESSION ' PRBMAST-FIELD-NAME
               ' pic ' PRBMAST-PIC-SIZE
               ' fixed ' EM-PRB-FIXED-DATE
               ' recurred in run ' EXCMAST-RUN-ID ' - reopened'
               DELIMITED BY SIZE INTO EM-LINE-TEXT
           PERFORM 900-WRITE-ALERT-LINE
           MOVE 'REGRESS ' TO EM-JRN-EVENT
           STRING 'regression ' PRBMAST-FIELD-NAME
               ' pic ' PRBMAST-PIC-SIZE
               ' run ' EXCMAST-RUN-ID
               DELIMITED BY SIZE INTO EM-JRN-TEXT
           PERFORM 950-WRITE-JOURNAL.

       900-WRITE-ALERT-LINE.
           WRITE ALERT-LINE FROM EM-LINE-TEXT
           DISPLAY EM-LINE-TEXT.
