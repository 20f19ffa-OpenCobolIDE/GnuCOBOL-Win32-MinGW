      * Operator inquiry screen over the diagnostic history.  The
      * night shift keys a program-id (blank for all) and a date
      * range, and the matching checkpoint runs with their return
      * codes, the compile-audit history, any truncation exceptions
      * and the notifications sent for the period, with whether and
      * when each was delivered, are displayed a page at a time -
      * strictly read-only, so "did bintest run clean last Thursday"
      * never again means opening a live control file in an editor
      * on the production box.
      *             writes are read for the range too, their rows
      *             flagged ARC, so retired history answers in the
      *             same paged result as live records.
      * 10/15/2026  Notification history from alerthst.dat: every
      *             send of every alert in the range with its
      *             outcome and delivery time, shown when the
      *             selection is blank, ALERTDSP or ALERTRCV.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS OI-EXCMAST-STATUS.

           SELECT ALERTHST-FILE
               ASSIGN TO "alerthst.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OI-ALERTHST-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO DYNAMIC OI-ARCHIVE-NAME
               ORGANIZATION LINE SEQUENTIAL
       FD  EXCMAST-FILE.
           COPY EXCMAST.CPY.

       FD  ALERTHST-FILE.
           COPY ALERTHST.CPY.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE                    PIC X(133).

       01  OI-CMPAUDIT-STATUS              PIC X(02)   VALUE '00'.
       01  OI-EXCMAST-STATUS               PIC X(02)   VALUE '00'.
       01  OI-ARCHIVE-STATUS               PIC X(02)   VALUE '00'.
       01  OI-ALERTHST-STATUS              PIC X(02)   VALUE '00'.
       01  OI-EXC-DONE                     PIC X(01)   VALUE 'N'.

       SCREEN SECTION.
           MOVE 'excprec' TO OI-ARCH-BASE
           MOVE 'EXC '    TO OI-ARCH-TYPE
           PERFORM 240-GATHER-ARCHIVES
           IF OI-SEL-PROGRAM = SPACES
               OR OI-SEL-PROGRAM = 'ALERTDSP'
               OR OI-SEL-PROGRAM = 'ALERTRCV'
               MOVE 'NOTIFICATIONS (sent, outcome, delivered at)'
                   TO OI-BUILD-LINE
               PERFORM 290-ADD-RESULT-LINE
               PERFORM 250-GATHER-NOTIFICATIONS
           END-IF
      * When the table overflowed, the last line is given up to the
      * truncation warning so the operator never mistakes a cut-off
      * list for the whole story.
               PERFORM 290-ADD-RESULT-LINE
           END-IF.

      * Every send is listed, so an alert that was re-sent or
      * escalated shows each hop before the send that settled it.
      * The history is never archived; it answers from the live file.
       250-GATHER-NOTIFICATIONS.
           OPEN INPUT ALERTHST-FILE
           IF OI-ALERTHST-STATUS = '00'
               PERFORM UNTIL OI-ALERTHST-STATUS NOT = '00'
                   READ ALERTHST-FILE
                       AT END
                           MOVE '10' TO OI-ALERTHST-STATUS
                       NOT AT END
                           PERFORM 255-MATCH-NOTIFICATION
                   END-READ
               END-PERFORM
               CLOSE ALERTHST-FILE
               MOVE '00' TO OI-ALERTHST-STATUS
           END-IF.

       255-MATCH-NOTIFICATION.
           MOVE 'N' TO OI-MATCHED
           IF ALERTHST-SENT-DATE IS NUMERIC
               MOVE ALERTHST-SENT-DATE TO OI-RECORD-DATE-NUM
               IF OI-RECORD-DATE-NUM >= OI-FROM-NUM
                   AND OI-RECORD-DATE-NUM <= OI-TO-NUM
                   MOVE 'Y' TO OI-MATCHED
               END-IF
           END-IF
           IF OI-MATCHED = 'Y'
               MOVE SPACES TO OI-BUILD-LINE
               STRING '  ' ALERTHST-GROUP
                   ' ' ALERTHST-PRIORITY
                   ' run ' ALERTHST-RUN-ID
                   ' sent ' ALERTHST-SENT-DATE
                   ' ' ALERTHST-SENT-TIME(1:4)
                   ' ' ALERTHST-STATUS
                   ' ' ALERTHST-RCPT-DATE
                   ' ' ALERTHST-RCPT-TIME(1:4)
                   DELIMITED BY SIZE INTO OI-BUILD-LINE
               PERFORM 290-ADD-RESULT-LINE
           END-IF.

       500-PAGE-RESULTS.
           MOVE 'N' TO OI-NEW-SEARCH
           COMPUTE OI-TOTAL-PAGES =
