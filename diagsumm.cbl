      *             RED, not last night's GREEN under today's header.
      * 09/03/2026  Truncation exceptions are now tallied from the
      *             indexed master excmastr.dat.
      * 10/15/2026  The CFGDRIFT configuration check is reported on
      *             its own line, and a breach today (RC=20, an
      *             unapproved build or runtime) forces RED ahead of
      *             every other test.
      * 10/15/2026  A step an operator directive held tonight is
      *             reported HELD and reads AMBER, not RED as a
      *             missed run; a forced rerun is marked FORCED on
      *             its checkpoint line.
      * 10/15/2026  Records the validation step holds on suspense.dat
      *             are counted on their own line and read AMBER -
      *             tonight's figures are short of them until an
      *             operator releases or discards them.
      * 10/15/2026  Notification outcome for the latest run on the
      *             alerthst.dat history: alerts delivered, still
      *             awaiting a receipt and never delivered, with a
      *             line for each one never delivered.  Reported
      *             only; the verdict does not change on it.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DS-CKPTSTAT-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO "suspense.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DS-SUSPENSE-STATUS.

           SELECT ALERTHST-FILE
               ASSIGN TO "alerthst.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DS-ALERTHST-STATUS.

           SELECT SUMMARY-FILE
               ASSIGN TO "diagsumm.rpt"
               ORGANIZATION LINE SEQUENTIAL
       FD  CKPTSTAT-FILE.
           COPY CKPTSTAT.CPY.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.CPY.

       FD  ALERTHST-FILE.
           COPY ALERTHST.CPY.

       FD  SUMMARY-FILE.
       01  SUMMARY-LINE                    PIC X(80).

       01  DS-EXC-THIS-DIFF                COMP-5 PIC S9(18)
                                                       VALUE ZERO.

      * Records held out of the diagnostic files by the validation
      * step, awaiting an operator's release or discard.
       01  DS-SUSP-COUNT                   PIC 9(05)   VALUE ZERO.

      * Notification outcome for the latest run-id on the history,
      * one entry per alert (its group, date and time of first
      * send).  An alert is delivered when any of its sends was,
      * awaiting while a send is still open, and otherwise never
      * delivered - given up, or picked up too late to be chased.
       01  DS-ALERT-RUN-ID                 PIC X(14)   VALUE SPACES.
       01  DS-ALERT-TABLE.
           05  DS-AL-ENTRY OCCURS 50 TIMES.
               10  DS-AL-KEY.
                   15  DS-AL-FIRST-GROUP   PIC X(08).
                   15  DS-AL-FIRST-DATE    PIC X(08).
                   15  DS-AL-FIRST-TIME    PIC X(06).
               10  DS-AL-LAST-GROUP        PIC X(08).
               10  DS-AL-LAST-STATUS       PIC X(09).
               10  DS-AL-DELIVERED         PIC X(01).
               10  DS-AL-OPEN              PIC X(01).
       01  DS-AL-COUNT                     COMP PIC 9(04) VALUE ZERO.
       01  DS-AL-SUB                       COMP PIC 9(04) VALUE ZERO.
       01  DS-AL-MATCH                     COMP PIC 9(04) VALUE ZERO.
       01  DS-ALERT-KEY.
           05  DS-AK-FIRST-GROUP           PIC X(08).
           05  DS-AK-FIRST-DATE            PIC X(08).
           05  DS-AK-FIRST-TIME            PIC X(06).
       01  DS-NOTE-DLV-COUNT               PIC 9(05)   VALUE ZERO.
       01  DS-NOTE-OPEN-COUNT              PIC 9(05)   VALUE ZERO.
       01  DS-NOTE-NEVER-COUNT             PIC 9(05)   VALUE ZERO.
       01  DS-COUNT-DISP-3                 PIC ZZZZ9   VALUE ZERO.

      * Byte-length migration report tallies.
       01  DS-BYTE-DIFF-COUNT              PIC 9(05)   VALUE ZERO.

       01  DS-TESTFUNC-RC                  PIC 9(04)   VALUE ZERO.
       01  DS-TESTFUNC-RUN-DATE            PIC X(08)   VALUE SPACES.
       01  DS-TESTFUNC-TODAY               PIC X(01)   VALUE 'N'.
       01  DS-TESTFUNC-RUN-STATUS          PIC X(08)   VALUE SPACES.
       01  DS-BINTEST-FOUND                PIC X(01)   VALUE 'N'.
       01  DS-BINTEST-RC                   PIC 9(04)   VALUE ZERO.
       01  DS-BINTEST-RUN-DATE             PIC X(08)   VALUE SPACES.
       01  DS-BINTEST-TODAY                PIC X(01)   VALUE 'N'.
       01  DS-BINTEST-RUN-STATUS           PIC X(08)   VALUE SPACES.
       01  DS-CFGDRIFT-FOUND               PIC X(01)   VALUE 'N'.
       01  DS-CFGDRIFT-RC                  PIC 9(04)   VALUE ZERO.
       01  DS-CFGDRIFT-RUN-DATE            PIC X(08)   VALUE SPACES.
       01  DS-CFGDRIFT-TODAY               PIC X(01)   VALUE 'N'.
       01  DS-CFGDRIFT-RUN-STATUS          PIC X(08)   VALUE SPACES.
       01  DS-TODAY-DATE                   PIC X(08)   VALUE SPACES.

       01  DS-VERDICT                      PIC X(05)   VALUE 'GREEN'.
       01  DS-EXCMAST-STATUS               PIC X(02)   VALUE '00'.
       01  DS-BYTERPT-STATUS               PIC X(02)   VALUE '00'.
       01  DS-CKPTSTAT-STATUS              PIC X(02)   VALUE '00'.
       01  DS-SUSPENSE-STATUS              PIC X(02)   VALUE '00'.
       01  DS-ALERTHST-STATUS              PIC X(02)   VALUE '00'.
       01  DS-SUMMARY-STATUS               PIC X(02)   VALUE '00'.

       PROCEDURE DIVISION.
           PERFORM 200-TALLY-EXCEPTIONS
           PERFORM 300-TALLY-BYTE-REPORT
           PERFORM 400-FIND-CHECKPOINT-CODES
           PERFORM 450-COUNT-SUSPENDED-RECORDS
           PERFORM 460-TALLY-NOTIFICATIONS
           PERFORM 500-DECIDE-VERDICT
           PERFORM 600-WRITE-SUMMARY-REPORT
           CLOSE SUMMARY-FILE
                               ELSE
                                   MOVE 'N' TO DS-TESTFUNC-TODAY
                               END-IF
                               MOVE CKPTSTAT-RUN-STATUS
                                   TO DS-TESTFUNC-RUN-STATUS
                           END-IF
                           IF CKPTSTAT-PROGRAM-ID = 'bintest'
                               MOVE 'Y' TO DS-BINTEST-FOUND
                               ELSE
                                   MOVE 'N' TO DS-BINTEST-TODAY
                               END-IF
                               MOVE CKPTSTAT-RUN-STATUS
                                   TO DS-BINTEST-RUN-STATUS
                           END-IF
                           IF CKPTSTAT-PROGRAM-ID = 'CFGDRIFT'
                               MOVE 'Y' TO DS-CFGDRIFT-FOUND
                               MOVE CKPTSTAT-RETURN-CODE
                                   TO DS-CFGDRIFT-RC
                               MOVE CKPTSTAT-RUN-DATE
                                   TO DS-CFGDRIFT-RUN-DATE
                               IF CKPTSTAT-RUN-DATE = DS-TODAY-DATE
                                   MOVE 'Y' TO DS-CFGDRIFT-TODAY
                               ELSE
                                   MOVE 'N' TO DS-CFGDRIFT-TODAY
                               END-IF
                               MOVE CKPTSTAT-RUN-STATUS
                                   TO DS-CFGDRIFT-RUN-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CKPTSTAT-FILE
           END-IF.

      * suspense.dat holds only the records still suspended.
       450-COUNT-SUSPENDED-RECORDS.
           OPEN INPUT SUSPENSE-FILE
           IF DS-SUSPENSE-STATUS = '00'
               PERFORM UNTIL DS-SUSPENSE-STATUS NOT = '00'
                   READ SUSPENSE-FILE
                       AT END
                           MOVE '10' TO DS-SUSPENSE-STATUS
                       NOT AT END
                           ADD 1 TO DS-SUSP-COUNT
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

      * Two passes over the history: the first finds the latest
      * run-id, the second gathers that run's alerts.
       460-TALLY-NOTIFICATIONS.
           OPEN INPUT ALERTHST-FILE
           IF DS-ALERTHST-STATUS = '00'
               PERFORM UNTIL DS-ALERTHST-STATUS NOT = '00'
                   READ ALERTHST-FILE
                       AT END
                           MOVE '10' TO DS-ALERTHST-STATUS
                       NOT AT END
                           IF ALERTHST-RUN-ID IS NUMERIC
                               AND ALERTHST-RUN-ID > DS-ALERT-RUN-ID
                               MOVE ALERTHST-RUN-ID TO DS-ALERT-RUN-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERTHST-FILE
           END-IF
           IF DS-ALERT-RUN-ID NOT = SPACES
               MOVE '00' TO DS-ALERTHST-STATUS
               OPEN INPUT ALERTHST-FILE
               PERFORM UNTIL DS-ALERTHST-STATUS NOT = '00'
                   READ ALERTHST-FILE
                       AT END
                           MOVE '10' TO DS-ALERTHST-STATUS
                       NOT AT END
                           IF ALERTHST-RUN-ID = DS-ALERT-RUN-ID
                               PERFORM 465-NOTE-ALERT-SEND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERTHST-FILE
               PERFORM 470-CLASSIFY-ALERT
                   VARYING DS-AL-SUB FROM 1 BY 1
                   UNTIL DS-AL-SUB > DS-AL-COUNT
           END-IF.

       465-NOTE-ALERT-SEND.
           MOVE ALERTHST-FIRST-GROUP TO DS-AK-FIRST-GROUP
           MOVE ALERTHST-FIRST-DATE  TO DS-AK-FIRST-DATE
           MOVE ALERTHST-FIRST-TIME  TO DS-AK-FIRST-TIME
           MOVE ZERO TO DS-AL-MATCH
           PERFORM 467-MATCH-ALERT
               VARYING DS-AL-SUB FROM 1 BY 1
               UNTIL DS-AL-SUB > DS-AL-COUNT
                   OR DS-AL-MATCH > ZERO
           IF DS-AL-MATCH = ZERO AND DS-AL-COUNT < 50
               ADD 1 TO DS-AL-COUNT
               MOVE DS-AL-COUNT TO DS-AL-MATCH
               MOVE DS-ALERT-KEY TO DS-AL-KEY(DS-AL-MATCH)
               MOVE 'N' TO DS-AL-DELIVERED(DS-AL-MATCH)
                           DS-AL-OPEN(DS-AL-MATCH)
           END-IF
           IF DS-AL-MATCH > ZERO
               MOVE ALERTHST-GROUP  TO DS-AL-LAST-GROUP(DS-AL-MATCH)
               MOVE ALERTHST-STATUS TO DS-AL-LAST-STATUS(DS-AL-MATCH)
               EVALUATE ALERTHST-STATUS
                   WHEN 'DELIVERED'
                       MOVE 'Y' TO DS-AL-DELIVERED(DS-AL-MATCH)
                   WHEN 'PENDING  '
                   WHEN 'FAILED   '
                       MOVE 'Y' TO DS-AL-OPEN(DS-AL-MATCH)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       467-MATCH-ALERT.
           IF DS-AL-KEY(DS-AL-SUB) = DS-ALERT-KEY
               MOVE DS-AL-SUB TO DS-AL-MATCH
           END-IF.

       470-CLASSIFY-ALERT.
           EVALUATE TRUE
               WHEN DS-AL-DELIVERED(DS-AL-SUB) = 'Y'
                   ADD 1 TO DS-NOTE-DLV-COUNT
               WHEN DS-AL-OPEN(DS-AL-SUB) = 'Y'
                   ADD 1 TO DS-NOTE-OPEN-COUNT
               WHEN OTHER
                   ADD 1 TO DS-NOTE-NEVER-COUNT
           END-EVALUATE.

      * RED when a diagnostic failed outright or never checkpointed;
      * AMBER when the runs were clean but exceptions, byte-length
      * mismatches or suspended records need a human eye; GREEN
      * otherwise.  A
      * configuration breach is tested first: an unapproved build
      * is RED whatever the diagnostics it ran went on to report.
      * A step an operator held tonight carries a HELD checkpoint
      * dated today - a deliberate decision, not a missed run - so
      * it reads AMBER for the shift lead's attention, never RED.
       500-DECIDE-VERDICT.
           EVALUATE TRUE
               WHEN DS-CFGDRIFT-TODAY = 'Y' AND DS-CFGDRIFT-RC = 20
                   MOVE 'RED  ' TO DS-VERDICT
               WHEN DS-BV-FAIL-COUNT > ZERO
                   MOVE 'RED  ' TO DS-VERDICT
               WHEN DS-TESTFUNC-TODAY = 'N' OR DS-BINTEST-TODAY = 'N'
                   MOVE 'RED  ' TO DS-VERDICT
               WHEN DS-BINTEST-RC NOT = ZERO
                   MOVE 'RED  ' TO DS-VERDICT
               WHEN DS-TESTFUNC-RUN-STATUS = 'HELD'
                   OR DS-BINTEST-RUN-STATUS = 'HELD'
                   OR (DS-CFGDRIFT-TODAY = 'Y'
                       AND DS-CFGDRIFT-RUN-STATUS = 'HELD')
                   MOVE 'AMBER' TO DS-VERDICT
               WHEN DS-EXC-COUNT > ZERO OR DS-BYTE-DIFF-COUNT > ZERO
                   OR DS-SUSP-COUNT > ZERO
                   MOVE 'AMBER' TO DS-VERDICT
               WHEN OTHER
                   MOVE 'GREEN' TO DS-VERDICT
               DELIMITED BY SIZE INTO DS-LINE-TEXT
           PERFORM 900-WRITE-LINE

           MOVE DS-SUSP-COUNT TO DS-COUNT-DISP
           MOVE SPACES TO DS-LINE-TEXT
           IF DS-SUSP-COUNT > ZERO
               STRING 'SUSPENDED RECORDS.......: OPEN=' DS-COUNT-DISP
                   ' see recvalid.rpt'
                   DELIMITED BY SIZE INTO DS-LINE-TEXT
           ELSE
               STRING 'SUSPENDED RECORDS.......: OPEN=' DS-COUNT-DISP
                   DELIMITED BY SIZE INTO DS-LINE-TEXT
           END-IF
           PERFORM 900-WRITE-LINE

           MOVE SPACES TO DS-LINE-TEXT
           IF DS-ALERT-RUN-ID = SPACES
               STRING 'NOTIFICATIONS...........: NONE ON FILE'
                   DELIMITED BY SIZE INTO DS-LINE-TEXT
               PERFORM 900-WRITE-LINE
           ELSE
               MOVE DS-NOTE-DLV-COUNT   TO DS-COUNT-DISP
               MOVE DS-NOTE-OPEN-COUNT  TO DS-COUNT-DISP-2
               MOVE DS-NOTE-NEVER-COUNT TO DS-COUNT-DISP-3
               STRING 'NOTIFICATIONS...........: RUN=' DS-ALERT-RUN-ID
                   ' DLV=' DS-COUNT-DISP
                   ' OPEN=' DS-COUNT-DISP-2
                   ' NEVER=' DS-COUNT-DISP-3
                   DELIMITED BY SIZE INTO DS-LINE-TEXT
               PERFORM 900-WRITE-LINE
               PERFORM 610-WRITE-UNDELIVERED-ALERT
                   VARYING DS-AL-SUB FROM 1 BY 1
                   UNTIL DS-AL-SUB > DS-AL-COUNT
           END-IF

           MOVE SPACES TO DS-LINE-TEXT
           EVALUATE TRUE
               WHEN DS-TESTFUNC-FOUND = 'N'
                       ' RUN=' DS-TESTFUNC-RUN-DATE
                       ' STALE - NOT RUN TODAY'
                       DELIMITED BY SIZE INTO DS-LINE-TEXT
               WHEN DS-TESTFUNC-RUN-STATUS = 'HELD'
                   STRING 'TESTFUNC CHECKPOINT.....: HELD RUN='
                       DS-TESTFUNC-RUN-DATE
                       ' - OPERATOR DIRECTIVE, NOT RUN'
                       DELIMITED BY SIZE INTO DS-LINE-TEXT
               WHEN OTHER
                   MOVE DS-TESTFUNC-RC TO DS-RC-DISP
                   STRING 'TESTFUNC CHECKPOINT.....: RC=' DS-RC-DISP
                       ' RUN=' DS-TESTFUNC-RUN-DATE
                       ' ' DS-TESTFUNC-RUN-STATUS
                       DELIMITED BY SIZE INTO DS-LINE-TEXT
           END-EVALUATE
           PERFORM 900-WRITE-LINE
                       ' RUN=' DS-BINTEST-RUN-DATE
                       ' STALE - NOT RUN TODAY'
                       DELIMITED BY SIZE INTO DS-LINE-TEXT
               WHEN DS-BINTEST-RUN-STATUS = 'HELD'
                   STRING 'bintest  CHECKPOINT.....: HELD RUN='
                       DS-BINTEST-RUN-DATE
                       ' - OPERATOR DIRECTIVE, NOT RUN'
                       DELIMITED BY SIZE INTO DS-LINE-TEXT
               WHEN OTHER
                   MOVE DS-BINTEST-RC TO DS-RC-DISP
                   STRING 'bintest  CHECKPOINT.....: RC=' DS-RC-DISP
                       ' RUN=' DS-BINTEST-RUN-DATE
                       ' ' DS-BINTEST-RUN-STATUS
                       DELIMITED BY SIZE INTO DS-LINE-TEXT
           END-EVALUATE
           PERFORM 900-WRITE-LINE

           MOVE SPACES TO DS-LINE-TEXT
           EVALUATE TRUE
               WHEN DS-CFGDRIFT-FOUND = 'N'
                   STRING 'CONFIGURATION CHECK.....:'
                       ' NO CHECKPOINT RECORD'
                       DELIMITED BY SIZE INTO DS-LINE-TEXT
               WHEN DS-CFGDRIFT-TODAY = 'N'
                   STRING 'CONFIGURATION CHECK.....: RUN='
                       DS-CFGDRIFT-RUN-DATE
                       ' STALE - NOT RUN TODAY'
                       DELIMITED BY SIZE INTO DS-LINE-TEXT
               WHEN DS-CFGDRIFT-RUN-STATUS = 'HELD'
                   STRING 'CONFIGURATION CHECK.....: HELD -'
                       ' operator directive, not verified'
                       DELIMITED BY SIZE INTO DS-LINE-TEXT
               WHEN DS-CFGDRIFT-RC = 20
                   STRING 'CONFIGURATION CHECK.....: BREACH -'
                       ' unapproved build, see cfgdrift.rpt'
                       DELIMITED BY SIZE INTO DS-LINE-TEXT
               WHEN DS-CFGDRIFT-RC = ZERO
                   STRING 'CONFIGURATION CHECK.....: APPROVED'
                       DELIMITED BY SIZE INTO DS-LINE-TEXT
               WHEN OTHER
                   MOVE DS-CFGDRIFT-RC TO DS-RC-DISP
                   STRING 'CONFIGURATION CHECK.....: RC=' DS-RC-DISP
                       ' NOT VERIFIED, see cfgdrift.rpt'
                       DELIMITED BY SIZE INTO DS-LINE-TEXT
           END-EVALUATE
           PERFORM 900-WRITE-LINE
           MOVE ALL '=' TO DS-LINE-TEXT
           PERFORM 900-WRITE-LINE.

       610-WRITE-UNDELIVERED-ALERT.
           IF DS-AL-DELIVERED(DS-AL-SUB) = 'N'
               AND DS-AL-OPEN(DS-AL-SUB) = 'N'
               MOVE SPACES TO DS-LINE-TEXT
               STRING '    NEVER DELIVERED '
                   DS-AL-FIRST-GROUP(DS-AL-SUB)
                   ' first sent ' DS-AL-FIRST-DATE(DS-AL-SUB)
                   ' ' DS-AL-FIRST-TIME(DS-AL-SUB)(1:4)
                   ' last ' DS-AL-LAST-GROUP(DS-AL-SUB)
                   ' ' DS-AL-LAST-STATUS(DS-AL-SUB)
                   DELIMITED BY SIZE INTO DS-LINE-TEXT
               PERFORM 900-WRITE-LINE
           END-IF.

      * Every summary line goes to both the report file taped to the
      * console at 06:00 and the console itself, so a missing printer
      * never hides the verdict.
