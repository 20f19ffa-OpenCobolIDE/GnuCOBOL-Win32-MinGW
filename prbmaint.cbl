       IDENTIFICATION DIVISION.
       PROGRAM-ID.             PRBMAINT.
      *-----------------------------------------------------------------
      * Truncation problem maintenance.  Applies the ASSIGN,
      * ANNOTATE, WORKARND and CLOSE transactions read from
      * prbtran.dat to the problem master prbmastr.dat that EXCMON
      * rolls the nightly exceptions into, then writes the
      * open-problems report prbopen.rpt - every problem not yet
      * FIXED, oldest first and, within the same first-seen date,
      * the most frequent first.  Rejected transactions (unknown
      * actions, unknown problems, no operator, closing a problem
      * already FIXED) are reported with a reason and leave the
      * problem unchanged.
      *-----------------------------------------------------------------
      * CHANGE LOG
      * 10/15/2026  Initial coding.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRBMAST-FILE
               ASSIGN TO "prbmastr.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PRBMAST-KEY
               FILE STATUS IS PM-PRBMAST-STATUS.

           SELECT PRBTRAN-FILE
               ASSIGN TO "prbtran.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PM-PRBTRAN-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "prbopen.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PM-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRBMAST-FILE.
           COPY PRBMAST.CPY.

       FD  PRBTRAN-FILE.
           COPY PRBTRAN.CPY.

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(100).

       WORKING-STORAGE SECTION.
       01  PM-CURRENT-DATE.
           05  PM-CURRENT-DATE-YYYY        PIC X(04)   VALUE SPACES.
           05  PM-CURRENT-DATE-MM          PIC X(02)   VALUE SPACES.
           05  PM-CURRENT-DATE-DD          PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(13)   VALUE SPACES.
       01  PM-TODAY-NUM                    PIC 9(08)   VALUE ZERO.
       01  PM-TODAY-INT                    PIC 9(07)   VALUE ZERO.

       01  PM-REJECT-REASON                PIC X(40)   VALUE SPACES.
       01  PM-APPLIED-COUNT                PIC 9(05)   VALUE ZERO.
       01  PM-REJECTED-COUNT               PIC 9(05)   VALUE ZERO.

      * Open problems held for the report.  The table is ranked by
      * selection - each pass takes the oldest problem not yet
      * listed - so 200 entries is ample for the handful of live
      * defects the shift should ever be carrying.
       01  PM-OPEN-TABLE.
           05  PM-OPEN-ENTRY OCCURS 200 TIMES.
               10  PM-OPEN-FIELD-NAME      PIC X(15).
               10  PM-OPEN-PIC-SIZE        PIC 9(02).
               10  PM-OPEN-PROGRAM-ID      PIC X(08).
               10  PM-OPEN-STATUS          PIC X(10).
               10  PM-OPEN-FIRST-SEEN      PIC X(08).
               10  PM-OPEN-LAST-SEEN       PIC X(08).
               10  PM-OPEN-OCCURRENCES     PIC 9(05).
               10  PM-OPEN-REGRESSIONS     PIC 9(03).
               10  PM-OPEN-OWNER           PIC X(08).
               10  PM-OPEN-NOTE            PIC X(60).
               10  PM-OPEN-NOTE-BY         PIC X(08).
               10  PM-OPEN-NOTE-DATE       PIC X(08).
               10  PM-OPEN-RANKED          PIC X(01).
       01  PM-OPEN-COUNT                   COMP PIC 9(04) VALUE ZERO.
       01  PM-OPEN-SUB                     COMP PIC 9(04) VALUE ZERO.
       01  PM-OVERFLOW-COUNT               COMP PIC 9(04) VALUE ZERO.
       01  PM-WORKAROUND-COUNT             COMP PIC 9(04) VALUE ZERO.
       01  PM-RANK-PASS                    COMP PIC 9(04) VALUE ZERO.
       01  PM-BEST-SUB                     COMP PIC 9(04) VALUE ZERO.
       01  PM-MASTER-DONE                  PIC X(01)   VALUE 'N'.

       01  PM-FIRST-SEEN-NUM               PIC 9(08)   VALUE ZERO.
       01  PM-FIRST-SEEN-INT               PIC 9(07)   VALUE ZERO.
       01  PM-AGE-DAYS                     PIC 9(05)   VALUE ZERO.
       01  PM-AGE-DISP                     PIC ZZZZ9   VALUE ZERO.
       01  PM-OCCURS-DISP                  PIC ZZZZ9   VALUE ZERO.
       01  PM-REGRESS-DISP                 PIC ZZ9     VALUE ZERO.
       01  PM-COUNT-DISP                   PIC ZZZZ9   VALUE ZERO.
       01  PM-COUNT-DISP-2                 PIC ZZZZ9   VALUE ZERO.
       01  PM-LINE-TEXT                    PIC X(100)  VALUE SPACES.
       01  PM-RETURN-CODE                  PIC S9(04)  VALUE ZERO.

       01  PM-PRBMAST-STATUS               PIC X(02)   VALUE '00'.
       01  PM-PRBTRAN-STATUS               PIC X(02)   VALUE '00'.
       01  PM-REPORT-STATUS                PIC X(02)   VALUE '00'.

      * Window-lock parameters - the problem master is rewritten by
      * the window's EXCMON step, so maintenance must not interleave
      * with a live window.
       01  PM-LOCK-REQUEST                 PIC X(08)   VALUE SPACES.
       01  PM-LOCK-RUN-ID                  PIC X(14)   VALUE SPACES.
       01  PM-LOCK-RESULT                  PIC X(02)   VALUE '00'.

       LINKAGE SECTION.
       01  PM-CALLER-RUN-ID                PIC X(14).

       PROCEDURE DIVISION USING PM-CALLER-RUN-ID.
       MAINLINE.
           PERFORM 050-CHECK-WINDOW-LOCK
           IF PM-LOCK-RESULT NOT = '00'
               DISPLAY 'PRBMAINT - batch window is live, maintenance'
                   ' refused - rerun after the window'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO PM-CURRENT-DATE
           MOVE PM-CURRENT-DATE-YYYY TO PM-TODAY-NUM(1:4)
           MOVE PM-CURRENT-DATE-MM   TO PM-TODAY-NUM(5:2)
           MOVE PM-CURRENT-DATE-DD   TO PM-TODAY-NUM(7:2)
           COMPUTE PM-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(PM-TODAY-NUM)
           OPEN I-O PRBMAST-FILE
           IF PM-PRBMAST-STATUS NOT = '00'
               DISPLAY 'PRBMAINT - problem master prbmastr.dat not'
                   ' available, status ' PM-PRBMAST-STATUS
                   ' - nothing applied'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 200-PROCESS-TRANSACTIONS
           PERFORM 300-LOAD-OPEN-PROBLEMS
           CLOSE PRBMAST-FILE
           PERFORM 400-WRITE-OPEN-REPORT
           MOVE PM-APPLIED-COUNT  TO PM-COUNT-DISP
           MOVE PM-REJECTED-COUNT TO PM-COUNT-DISP-2
           DISPLAY 'PRBMAINT - transactions applied=' PM-COUNT-DISP
               ' rejected=' PM-COUNT-DISP-2
           IF PM-REJECTED-COUNT > ZERO
               MOVE 8 TO PM-RETURN-CODE
           END-IF
           MOVE PM-RETURN-CODE TO RETURN-CODE
           GOBACK.

       050-CHECK-WINDOW-LOCK.
           MOVE SPACES TO PM-LOCK-RUN-ID
           IF ADDRESS OF PM-CALLER-RUN-ID NOT = NULL
               IF PM-CALLER-RUN-ID IS NUMERIC
                   MOVE PM-CALLER-RUN-ID TO PM-LOCK-RUN-ID
               END-IF
           END-IF
           MOVE 'CHECK   ' TO PM-LOCK-REQUEST
           MOVE '00'       TO PM-LOCK-RESULT
           CALL 'WNDWLOCK' USING PM-LOCK-REQUEST PM-LOCK-RUN-ID
               PM-LOCK-RESULT
               ON EXCEPTION
                   MOVE '00' TO PM-LOCK-RESULT
           END-CALL.

       200-PROCESS-TRANSACTIONS.
           OPEN INPUT PRBTRAN-FILE
           IF PM-PRBTRAN-STATUS NOT = '00'
               DISPLAY 'PRBMAINT - prbtran.dat not available,'
                   ' nothing to apply'
           ELSE
               PERFORM UNTIL PM-PRBTRAN-STATUS NOT = '00'
                   READ PRBTRAN-FILE
                       AT END
                           MOVE '10' TO PM-PRBTRAN-STATUS
                       NOT AT END
                           PERFORM 210-APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE PRBTRAN-FILE
           END-IF.

       210-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO PM-REJECT-REASON
           EVALUATE TRUE
               WHEN PRBTRAN-ACTION NOT = 'ASSIGN  '
                   AND PRBTRAN-ACTION NOT = 'ANNOTATE'
                   AND PRBTRAN-ACTION NOT = 'WORKARND'
                   AND PRBTRAN-ACTION NOT = 'CLOSE   '
                   MOVE 'unknown action' TO PM-REJECT-REASON
               WHEN PRBTRAN-OPERATOR = SPACES
                   MOVE 'no operator named' TO PM-REJECT-REASON
               WHEN PRBTRAN-PIC-SIZE IS NOT NUMERIC
                   MOVE 'PIC size is not numeric' TO PM-REJECT-REASON
               WHEN OTHER
                   PERFORM 220-READ-PROBLEM
           END-EVALUATE
           IF PM-REJECT-REASON = SPACES
               PERFORM 230-UPDATE-PROBLEM
           END-IF
           IF PM-REJECT-REASON NOT = SPACES
               ADD 1 TO PM-REJECTED-COUNT
               DISPLAY 'PRBMAINT - rejected ' PRBTRAN-ACTION ' '
                   PRBTRAN-FIELD-NAME ' pic ' PRBTRAN-PIC-SIZE
                   ' - ' PM-REJECT-REASON
           END-IF.

       220-READ-PROBLEM.
           MOVE PRBTRAN-FIELD-NAME TO PRBMAST-FIELD-NAME
           MOVE PRBTRAN-PIC-SIZE   TO PRBMAST-PIC-SIZE
           READ PRBMAST-FILE
               INVALID KEY
                   MOVE 'no such problem on the master'
                       TO PM-REJECT-REASON
           END-READ.

      * A FIXED problem can only be reopened by a recurrence, so
      * once closed it accepts no status change here - only a note
      * or a new owner.
       230-UPDATE-PROBLEM.
           EVALUATE PRBTRAN-ACTION
               WHEN 'ASSIGN  '
                   IF PRBTRAN-OWNER = SPACES
                       MOVE 'no owner named' TO PM-REJECT-REASON
                   ELSE
                       MOVE PRBTRAN-OWNER TO PRBMAST-OWNER
                   END-IF
               WHEN 'ANNOTATE'
                   IF PRBTRAN-NOTE = SPACES
                       MOVE 'no note given' TO PM-REJECT-REASON
                   END-IF
               WHEN 'WORKARND'
                   EVALUATE PRBMAST-STATUS
                       WHEN 'FIXED'
                           MOVE 'problem is already FIXED'
                               TO PM-REJECT-REASON
                       WHEN 'WORKAROUND'
                           MOVE 'workaround already recorded'
                               TO PM-REJECT-REASON
                       WHEN OTHER
                           MOVE 'WORKAROUND'     TO PRBMAST-STATUS
                           MOVE PM-TODAY-NUM     TO PRBMAST-STATUS-DATE
                           MOVE PRBTRAN-OPERATOR TO PRBMAST-STATUS-BY
                   END-EVALUATE
               WHEN 'CLOSE   '
                   IF PRBMAST-STATUS = 'FIXED'
                       MOVE 'problem is already FIXED'
                           TO PM-REJECT-REASON
                   ELSE
                       MOVE 'FIXED'          TO PRBMAST-STATUS
                       MOVE PM-TODAY-NUM     TO PRBMAST-STATUS-DATE
                       MOVE PRBTRAN-OPERATOR TO PRBMAST-STATUS-BY
                   END-IF
           END-EVALUATE
           IF PM-REJECT-REASON = SPACES
               IF PRBTRAN-NOTE NOT = SPACES
                   MOVE PRBTRAN-NOTE     TO PRBMAST-NOTE
                   MOVE PM-TODAY-NUM     TO PRBMAST-NOTE-DATE
                   MOVE PRBTRAN-OPERATOR TO PRBMAST-NOTE-BY
               END-IF
               REWRITE PRBMAST-RECORD
                   INVALID KEY
                       MOVE 'problem master rewrite failed'
                           TO PM-REJECT-REASON
               END-REWRITE
           END-IF
           IF PM-REJECT-REASON = SPACES
               ADD 1 TO PM-APPLIED-COUNT
           END-IF.

       300-LOAD-OPEN-PROBLEMS.
           MOVE LOW-VALUES TO PRBMAST-KEY
           MOVE 'N' TO PM-MASTER-DONE
           START PRBMAST-FILE KEY NOT < PRBMAST-KEY
               INVALID KEY
                   MOVE 'Y' TO PM-MASTER-DONE
           END-START
           PERFORM 310-READ-NEXT-PROBLEM
               UNTIL PM-MASTER-DONE = 'Y'.

       310-READ-NEXT-PROBLEM.
           READ PRBMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO PM-MASTER-DONE
               NOT AT END
                   IF PRBMAST-STATUS NOT = 'FIXED'
                       PERFORM 320-STORE-OPEN-PROBLEM
                   END-IF
           END-READ.

       320-STORE-OPEN-PROBLEM.
           IF PRBMAST-STATUS = 'WORKAROUND'
               ADD 1 TO PM-WORKAROUND-COUNT
           END-IF
           IF PM-OPEN-COUNT < 200
               ADD 1 TO PM-OPEN-COUNT
               MOVE PRBMAST-FIELD-NAME
                   TO PM-OPEN-FIELD-NAME(PM-OPEN-COUNT)
               MOVE PRBMAST-PIC-SIZE
                   TO PM-OPEN-PIC-SIZE(PM-OPEN-COUNT)
               MOVE PRBMAST-PROGRAM-ID
                   TO PM-OPEN-PROGRAM-ID(PM-OPEN-COUNT)
               MOVE PRBMAST-STATUS
                   TO PM-OPEN-STATUS(PM-OPEN-COUNT)
               MOVE PRBMAST-FIRST-SEEN
                   TO PM-OPEN-FIRST-SEEN(PM-OPEN-COUNT)
               MOVE PRBMAST-LAST-SEEN
                   TO PM-OPEN-LAST-SEEN(PM-OPEN-COUNT)
               MOVE PRBMAST-OCCURRENCES
                   TO PM-OPEN-OCCURRENCES(PM-OPEN-COUNT)
               MOVE PRBMAST-REGRESSIONS
                   TO PM-OPEN-REGRESSIONS(PM-OPEN-COUNT)
               MOVE PRBMAST-OWNER
                   TO PM-OPEN-OWNER(PM-OPEN-COUNT)
               MOVE PRBMAST-NOTE
                   TO PM-OPEN-NOTE(PM-OPEN-COUNT)
               MOVE PRBMAST-NOTE-BY
                   TO PM-OPEN-NOTE-BY(PM-OPEN-COUNT)
               MOVE PRBMAST-NOTE-DATE
                   TO PM-OPEN-NOTE-DATE(PM-OPEN-COUNT)
               MOVE 'N' TO PM-OPEN-RANKED(PM-OPEN-COUNT)
           ELSE
               ADD 1 TO PM-OVERFLOW-COUNT
           END-IF.

      * Oldest first by first-seen date; among problems first seen
      * the same day the one recurring most often comes first.
       400-WRITE-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO PM-LINE-TEXT
           STRING 'PRBMAINT open truncation problems as of '
               PM-TODAY-NUM ' - oldest first'
               DELIMITED BY SIZE INTO PM-LINE-TEXT
           PERFORM 900-WRITE-LINE
           MOVE SPACES TO PM-LINE-TEXT
           STRING 'FIELD           PIC PROGRAM  STATUS     FIRST    '
               'LAST     AGE(D) OCCURS REGR OWNER'
               DELIMITED BY SIZE INTO PM-LINE-TEXT
           PERFORM 900-WRITE-LINE
           PERFORM 410-RANK-ONE-PROBLEM
               VARYING PM-RANK-PASS FROM 1 BY 1
               UNTIL PM-RANK-PASS > PM-OPEN-COUNT
           IF PM-OVERFLOW-COUNT > ZERO
               MOVE PM-OVERFLOW-COUNT TO PM-COUNT-DISP
               MOVE SPACES TO PM-LINE-TEXT
               STRING 'PRBMAINT - ' PM-COUNT-DISP ' further open'
                   ' problem(s) not listed - report table full'
                   DELIMITED BY SIZE INTO PM-LINE-TEXT
               PERFORM 900-WRITE-LINE
           END-IF
           COMPUTE PM-COUNT-DISP = PM-OPEN-COUNT + PM-OVERFLOW-COUNT
           MOVE PM-WORKAROUND-COUNT TO PM-COUNT-DISP-2
           MOVE SPACES TO PM-LINE-TEXT
           STRING 'PRBMAINT - ' PM-COUNT-DISP ' open problem(s), '
               PM-COUNT-DISP-2 ' under workaround'
               DELIMITED BY SIZE INTO PM-LINE-TEXT
           PERFORM 900-WRITE-LINE
           CLOSE REPORT-FILE.

       410-RANK-ONE-PROBLEM.
           MOVE ZERO TO PM-BEST-SUB
           PERFORM 420-FIND-OLDEST-LEFT
               VARYING PM-OPEN-SUB FROM 1 BY 1
               UNTIL PM-OPEN-SUB > PM-OPEN-COUNT
           IF PM-BEST-SUB > ZERO
               MOVE 'Y' TO PM-OPEN-RANKED(PM-BEST-SUB)
               PERFORM 430-WRITE-ONE-PROBLEM
           END-IF.

       420-FIND-OLDEST-LEFT.
           IF PM-OPEN-RANKED(PM-OPEN-SUB) = 'N'
               EVALUATE TRUE
                   WHEN PM-BEST-SUB = ZERO
                       MOVE PM-OPEN-SUB TO PM-BEST-SUB
                   WHEN PM-OPEN-FIRST-SEEN(PM-OPEN-SUB)
                       < PM-OPEN-FIRST-SEEN(PM-BEST-SUB)
                       MOVE PM-OPEN-SUB TO PM-BEST-SUB
                   WHEN PM-OPEN-FIRST-SEEN(PM-OPEN-SUB)
                       = PM-OPEN-FIRST-SEEN(PM-BEST-SUB)
                       AND PM-OPEN-OCCURRENCES(PM-OPEN-SUB)
                       > PM-OPEN-OCCURRENCES(PM-BEST-SUB)
                       MOVE PM-OPEN-SUB TO PM-BEST-SUB
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * Age is whole days since the problem was first seen; a
      * problem rolled in from an exception that carried no log date
      * shows age zero rather than a fictitious age.
       430-WRITE-ONE-PROBLEM.
           MOVE ZERO TO PM-AGE-DAYS
           IF PM-OPEN-FIRST-SEEN(PM-BEST-SUB) IS NUMERIC
               MOVE PM-OPEN-FIRST-SEEN(PM-BEST-SUB)
                   TO PM-FIRST-SEEN-NUM
               COMPUTE PM-FIRST-SEEN-INT =
                   FUNCTION INTEGER-OF-DATE(PM-FIRST-SEEN-NUM)
               IF PM-FIRST-SEEN-INT > ZERO
                   AND PM-FIRST-SEEN-INT <= PM-TODAY-INT
                   COMPUTE PM-AGE-DAYS =
                       PM-TODAY-INT - PM-FIRST-SEEN-INT
               END-IF
           END-IF
           MOVE PM-AGE-DAYS TO PM-AGE-DISP
           MOVE PM-OPEN-OCCURRENCES(PM-BEST-SUB) TO PM-OCCURS-DISP
           MOVE PM-OPEN-REGRESSIONS(PM-BEST-SUB) TO PM-REGRESS-DISP
           MOVE SPACES TO PM-LINE-TEXT
           STRING PM-OPEN-FIELD-NAME(PM-BEST-SUB) ' '
               PM-OPEN-PIC-SIZE(PM-BEST-SUB) '  '
               PM-OPEN-PROGRAM-ID(PM-BEST-SUB) ' '
               PM-OPEN-STATUS(PM-BEST-SUB) ' '
               PM-OPEN-FIRST-SEEN(PM-BEST-SUB) ' '
               PM-OPEN-LAST-SEEN(PM-BEST-SUB) ' '
               PM-AGE-DISP '  '
               PM-OCCURS-DISP '  '
               PM-REGRESS-DISP '  '
               PM-OPEN-OWNER(PM-BEST-SUB)
               DELIMITED BY SIZE INTO PM-LINE-TEXT
           PERFORM 900-WRITE-LINE
           IF PM-OPEN-NOTE(PM-BEST-SUB) NOT = SPACES
               MOVE SPACES TO PM-LINE-TEXT
               STRING '    note ' PM-OPEN-NOTE-DATE(PM-BEST-SUB) ' '
                   PM-OPEN-NOTE-BY(PM-BEST-SUB) ': '
                   PM-OPEN-NOTE(PM-BEST-SUB)
                   DELIMITED BY SIZE INTO PM-LINE-TEXT
               PERFORM 900-WRITE-LINE
           END-IF.

       900-WRITE-LINE.
           WRITE REPORT-LINE FROM PM-LINE-TEXT
           DISPLAY PM-LINE-TEXT.

       END PROGRAM PRBMAINT.
