       IDENTIFICATION DIVISION.
       PROGRAM-ID.             CFGDRIFT.
      *-----------------------------------------------------------------
      * Configuration-drift check.  TESTFUNC records the runtime
      * version and truncation mode it ran under in the dated
      * diagnostic log every night, and each diagnostic records its
      * compiled build stamp in cmpaudit.dat, but nothing compared
      * them with what the change board actually approved - a
      * hand-rebuilt bintest once ran for a week before anyone
      * noticed.  Scheduled after the diagnostics, this step reads
      * the approved-configuration register ctlappr.dat and checks
      * the window's diagnostic-log and compile-audit records
      * against the approvals in effect on the night they ran.
      * Findings go to cfgdrift.rpt and the console.
      *
      * Return codes:  0 - every build and runtime approved
      *                4 - nothing written this run to check
      *                8 - no register on file, nothing verified
      *               20 - an unapproved build or runtime ran: a
      *                    production-control breach, which the
      *                    driver, the morning summary verdict and
      *                    the alert routing all treat as such
      *-----------------------------------------------------------------
      * CHANGE LOG
      * 10/15/2026  Initial coding.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLAPPR-FILE
               ASSIGN TO "ctlappr.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CF-CTLAPPR-STATUS.

           SELECT CKPTSTAT-FILE
               ASSIGN TO "ckptstat.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CF-CKPTSTAT-STATUS.

           SELECT DIAG-LOG-FILE
               ASSIGN TO DYNAMIC CF-DIAG-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CF-DIAG-LOG-STATUS.

           SELECT CMPAUDIT-FILE
               ASSIGN TO "cmpaudit.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CF-CMPAUDIT-STATUS.

           SELECT DRIFT-FILE
               ASSIGN TO "cfgdrift.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CF-DRIFT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLAPPR-FILE.
           COPY CTLAPPR.CPY.

       FD  CKPTSTAT-FILE.
           COPY CKPTSTAT.CPY.

       FD  DIAG-LOG-FILE.
           COPY DIAGLOG.CPY.

       FD  CMPAUDIT-FILE.
           COPY CMPAUDIT.CPY.

       FD  DRIFT-FILE.
       01  DRIFT-LINE                      PIC X(80).

       WORKING-STORAGE SECTION.
       01  CF-CURRENT-DATE.
           05  CF-TODAY-DATE               PIC X(08)   VALUE SPACES.
           05  CF-NOW-TIME                 PIC X(06)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.

      * The run being checked - the caller's run-id when the driver
      * CALLs this step, otherwise the latest run-id checkpointed,
      * the same fallback the reconciliation uses.
       01  CF-RUN-ID                       PIC X(14)   VALUE SPACES.

      * The approval register, held whole.  Records whose effective
      * dates are not usable are set aside at load time and reported,
      * never silently treated as approving anything.
       01  CF-APPR-TABLE.
           05  CF-APPR-ENTRY OCCURS 50 TIMES.
               10  CF-AP-PROGRAM-ID        PIC X(08).
               10  CF-AP-RUNTIME-VERSION   PIC X(20).
               10  CF-AP-TRUNC-MODE        PIC X(08).
               10  CF-AP-COMPILED-STAMP    PIC X(14).
               10  CF-AP-FROM-DATE         PIC 9(08).
               10  CF-AP-TO-DATE           PIC 9(08).
       01  CF-APPR-COUNT                   COMP PIC 9(04) VALUE ZERO.
       01  CF-APPR-SUB                     COMP PIC 9(04) VALUE ZERO.
       01  CF-APPR-BAD-COUNT               PIC 9(05)   VALUE ZERO.
       01  CF-APPR-OVERFLOW                PIC X(01)   VALUE 'N'.

      * The record under test, moved out of whichever file it came
      * from so one matching paragraph serves both.  A blank runtime
      * and truncation mode (a compile-audit record) match anything.
       01  CF-CHK-SOURCE                   PIC X(08)   VALUE SPACES.
       01  CF-CHK-PROGRAM-ID               PIC X(08)   VALUE SPACES.
       01  CF-CHK-RUNTIME-VERSION          PIC X(20)   VALUE SPACES.
       01  CF-CHK-TRUNC-MODE               PIC X(08)   VALUE SPACES.
       01  CF-CHK-COMPILED-STAMP           PIC X(14)   VALUE SPACES.
       01  CF-CHK-RUN-DATE                 PIC 9(08)   VALUE ZERO.

      * Match results across every approval in effect: the record is
      * approved when one approval matches it whole; otherwise the
      * per-component flags say which part has drifted.
       01  CF-IN-EFFECT-FOUND              PIC X(01)   VALUE 'N'.
       01  CF-FULL-MATCH                   PIC X(01)   VALUE 'N'.
       01  CF-RUNTIME-MATCH                PIC X(01)   VALUE 'N'.
       01  CF-TRUNC-MATCH                  PIC X(01)   VALUE 'N'.
       01  CF-STAMP-MATCH                  PIC X(01)   VALUE 'N'.
       01  CF-THIS-RUNTIME-OK              PIC X(01)   VALUE 'N'.
       01  CF-THIS-TRUNC-OK                PIC X(01)   VALUE 'N'.
       01  CF-THIS-STAMP-OK                PIC X(01)   VALUE 'N'.
       01  CF-DRIFT-REASON                 PIC X(24)   VALUE SPACES.

       01  CF-CHECKED-COUNT                PIC 9(05)   VALUE ZERO.
       01  CF-DRIFT-COUNT                  PIC 9(05)   VALUE ZERO.
       01  CF-COUNT-DISP                   PIC ZZZZ9   VALUE ZERO.
       01  CF-COUNT-DISP-2                 PIC ZZZZ9   VALUE ZERO.
       01  CF-LINE-TEXT                    PIC X(80)   VALUE SPACES.
       01  CF-RETURN-CODE                  PIC S9(04)  VALUE ZERO.

       01  CF-DIAG-LOG-NAME                PIC X(24)   VALUE SPACES.

      * Run-journal parameters for the shared JRNWRITE routine.
       01  CF-JRN-PROGRAM                  PIC X(08)
                                               VALUE 'CFGDRIFT'.
       01  CF-JRN-EVENT                    PIC X(08)   VALUE SPACES.
       01  CF-JRN-TEXT                     PIC X(60)   VALUE SPACES.

       01  CF-CTLAPPR-STATUS               PIC X(02)   VALUE '00'.
       01  CF-CKPTSTAT-STATUS              PIC X(02)   VALUE '00'.
       01  CF-DIAG-LOG-STATUS              PIC X(02)   VALUE '00'.
       01  CF-CMPAUDIT-STATUS              PIC X(02)   VALUE '00'.
       01  CF-DRIFT-STATUS                 PIC X(02)   VALUE '00'.

       LINKAGE SECTION.
       01  CF-CALLER-RUN-ID                PIC X(14).

       PROCEDURE DIVISION USING CF-CALLER-RUN-ID.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CF-CURRENT-DATE
           PERFORM 050-RESOLVE-RUN-ID
           MOVE 'START   ' TO CF-JRN-EVENT
           MOVE 'configuration-drift check start' TO CF-JRN-TEXT
           PERFORM 950-WRITE-JOURNAL
           OPEN OUTPUT DRIFT-FILE
           MOVE SPACES TO CF-LINE-TEXT
           STRING 'CFGDRIFT configuration-drift report, run-id '
               CF-RUN-ID
               DELIMITED BY SIZE INTO CF-LINE-TEXT
           PERFORM 900-WRITE-LINE
           PERFORM 100-LOAD-APPROVAL-REGISTER
           EVALUATE TRUE
               WHEN CF-APPR-OVERFLOW = 'Y'
                   MOVE SPACES TO CF-LINE-TEXT
                   STRING 'CFGDRIFT - ctlappr.dat holds more than 50'
                       ' approvals, nothing verified'
                       DELIMITED BY SIZE INTO CF-LINE-TEXT
                   PERFORM 900-WRITE-LINE
                   MOVE 8 TO CF-RETURN-CODE
               WHEN CF-APPR-COUNT = ZERO
                   MOVE SPACES TO CF-LINE-TEXT
                   STRING 'CFGDRIFT - no approved configuration on'
                       ' file (ctlappr.dat), nothing verified'
                       DELIMITED BY SIZE INTO CF-LINE-TEXT
                   PERFORM 900-WRITE-LINE
                   MOVE 8 TO CF-RETURN-CODE
               WHEN OTHER
                   PERFORM 200-CHECK-DIAGNOSTIC-LOG
                   PERFORM 300-CHECK-COMPILE-AUDIT
                   PERFORM 400-WRITE-VERDICT
           END-EVALUATE
           CLOSE DRIFT-FILE
           MOVE 'END     ' TO CF-JRN-EVENT
           STRING 'end, checked=' CF-CHECKED-COUNT
               ' drift=' CF-DRIFT-COUNT ' RC=' CF-RETURN-CODE
               DELIMITED BY SIZE INTO CF-JRN-TEXT
           PERFORM 950-WRITE-JOURNAL
           MOVE CF-RETURN-CODE TO RETURN-CODE
           GOBACK.

       050-RESOLVE-RUN-ID.
           IF ADDRESS OF CF-CALLER-RUN-ID NOT = NULL
               IF CF-CALLER-RUN-ID IS NUMERIC
                   MOVE CF-CALLER-RUN-ID TO CF-RUN-ID
               END-IF
           END-IF
           IF CF-RUN-ID = SPACES
               PERFORM 060-FIND-LATEST-RUN-ID
           END-IF
           IF CF-RUN-ID = SPACES
               MOVE CF-CURRENT-DATE(1:14) TO CF-RUN-ID
           END-IF.

       060-FIND-LATEST-RUN-ID.
           OPEN INPUT CKPTSTAT-FILE
           IF CF-CKPTSTAT-STATUS = '00'
               PERFORM UNTIL CF-CKPTSTAT-STATUS NOT = '00'
                   READ CKPTSTAT-FILE
                       AT END
                           MOVE '10' TO CF-CKPTSTAT-STATUS
                       NOT AT END
                           IF CKPTSTAT-RUN-ID IS NUMERIC
                               MOVE CKPTSTAT-RUN-ID TO CF-RUN-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CKPTSTAT-FILE
           END-IF.

      * An approval with an unusable effective-from date, or an
      * effective-to earlier than its from, approves nothing and is
      * reported so the register gets corrected.
       100-LOAD-APPROVAL-REGISTER.
           OPEN INPUT CTLAPPR-FILE
           IF CF-CTLAPPR-STATUS = '00'
               PERFORM UNTIL CF-CTLAPPR-STATUS NOT = '00'
                   READ CTLAPPR-FILE
                       AT END
                           MOVE '10' TO CF-CTLAPPR-STATUS
                       NOT AT END
                           IF CTLAPPR-PROGRAM-ID NOT = SPACES
                               PERFORM 110-STORE-APPROVAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTLAPPR-FILE
           END-IF.

       110-STORE-APPROVAL.
           EVALUATE TRUE
               WHEN CTLAPPR-EFFECTIVE-FROM IS NOT NUMERIC
                   OR (CTLAPPR-EFFECTIVE-TO NOT = SPACES
                       AND CTLAPPR-EFFECTIVE-TO IS NOT NUMERIC)
                   OR (CTLAPPR-EFFECTIVE-TO IS NUMERIC
                       AND CTLAPPR-EFFECTIVE-TO
                           < CTLAPPR-EFFECTIVE-FROM)
                   ADD 1 TO CF-APPR-BAD-COUNT
                   MOVE SPACES TO CF-LINE-TEXT
                   STRING 'REGISTER - approval for '
                       CTLAPPR-PROGRAM-ID ' ref ' CTLAPPR-CHANGE-REF
                       ' has bad effective dates, ignored'
                       DELIMITED BY SIZE INTO CF-LINE-TEXT
                   PERFORM 900-WRITE-LINE
               WHEN CF-APPR-COUNT >= 50
                   MOVE 'Y' TO CF-APPR-OVERFLOW
               WHEN OTHER
                   ADD 1 TO CF-APPR-COUNT
                   MOVE CTLAPPR-PROGRAM-ID
                       TO CF-AP-PROGRAM-ID(CF-APPR-COUNT)
                   MOVE CTLAPPR-RUNTIME-VERSION
                       TO CF-AP-RUNTIME-VERSION(CF-APPR-COUNT)
                   MOVE CTLAPPR-TRUNC-MODE
                       TO CF-AP-TRUNC-MODE(CF-APPR-COUNT)
                   MOVE CTLAPPR-COMPILED-STAMP
                       TO CF-AP-COMPILED-STAMP(CF-APPR-COUNT)
                   MOVE CTLAPPR-EFFECTIVE-FROM
                       TO CF-AP-FROM-DATE(CF-APPR-COUNT)
                   IF CTLAPPR-EFFECTIVE-TO IS NUMERIC
                       MOVE CTLAPPR-EFFECTIVE-TO
                           TO CF-AP-TO-DATE(CF-APPR-COUNT)
                   ELSE
                       MOVE 99999999
                           TO CF-AP-TO-DATE(CF-APPR-COUNT)
                   END-IF
           END-EVALUATE.

      * The dated diagnostic log for the run is named from the date
      * portion of the run-id, as the reconciliation names it.  Each
      * record carries the runtime, truncation mode and build the
      * program actually ran under.
       200-CHECK-DIAGNOSTIC-LOG.
           MOVE SPACES TO CF-DIAG-LOG-NAME
           STRING 'testfunc.' CF-RUN-ID(1:8) '.log'
               DELIMITED BY SIZE INTO CF-DIAG-LOG-NAME
           OPEN INPUT DIAG-LOG-FILE
           IF CF-DIAG-LOG-STATUS NOT = '00'
               MOVE SPACES TO CF-LINE-TEXT
               STRING 'CFGDRIFT - ' CF-DIAG-LOG-NAME
                   ' not present, runtime not verified'
                   DELIMITED BY SIZE INTO CF-LINE-TEXT
               PERFORM 900-WRITE-LINE
           ELSE
               PERFORM UNTIL CF-DIAG-LOG-STATUS NOT = '00'
                   READ DIAG-LOG-FILE
                       AT END
                           MOVE '10' TO CF-DIAG-LOG-STATUS
                       NOT AT END
                           IF DIAGLOG-RUN-ID = CF-RUN-ID
                               PERFORM 210-CHECK-ONE-LOG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIAG-LOG-FILE
           END-IF.

       210-CHECK-ONE-LOG-RECORD.
           MOVE 'DIAGLOG '              TO CF-CHK-SOURCE
           MOVE DIAGLOG-PROGRAM-ID      TO CF-CHK-PROGRAM-ID
           MOVE DIAGLOG-RUNTIME-VERSION TO CF-CHK-RUNTIME-VERSION
           MOVE DIAGLOG-TRUNC-MODE      TO CF-CHK-TRUNC-MODE
           MOVE DIAGLOG-WHEN-COMPILED   TO CF-CHK-COMPILED-STAMP
           IF DIAGLOG-CURRENT-DATE(1:8) IS NUMERIC
               MOVE DIAGLOG-CURRENT-DATE(1:8) TO CF-CHK-RUN-DATE
           ELSE
               MOVE CF-RUN-ID(1:8) TO CF-CHK-RUN-DATE
           END-IF
           PERFORM 500-CHECK-AGAINST-REGISTER.

       300-CHECK-COMPILE-AUDIT.
           OPEN INPUT CMPAUDIT-FILE
           IF CF-CMPAUDIT-STATUS = '00'
               PERFORM UNTIL CF-CMPAUDIT-STATUS NOT = '00'
                   READ CMPAUDIT-FILE
                       AT END
                           MOVE '10' TO CF-CMPAUDIT-STATUS
                       NOT AT END
                           IF CMPAUDIT-RUN-ID = CF-RUN-ID
                               PERFORM 310-CHECK-ONE-AUDIT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CMPAUDIT-FILE
           END-IF.

       310-CHECK-ONE-AUDIT-RECORD.
           MOVE 'CMPAUDIT'             TO CF-CHK-SOURCE
           MOVE CMPAUDIT-PROGRAM-ID    TO CF-CHK-PROGRAM-ID
           MOVE SPACES                 TO CF-CHK-RUNTIME-VERSION
           MOVE SPACES                 TO CF-CHK-TRUNC-MODE
           MOVE CMPAUDIT-WHEN-COMPILED TO CF-CHK-COMPILED-STAMP
           IF CMPAUDIT-CURRENT-DATE(1:8) IS NUMERIC
               MOVE CMPAUDIT-CURRENT-DATE(1:8) TO CF-CHK-RUN-DATE
           ELSE
               MOVE CF-RUN-ID(1:8) TO CF-CHK-RUN-DATE
           END-IF
           PERFORM 500-CHECK-AGAINST-REGISTER.

      * RC=20 on any drift, so the breach can never be mistaken for
      * an ordinary diagnostic failure further down the window.
       400-WRITE-VERDICT.
           MOVE CF-CHECKED-COUNT TO CF-COUNT-DISP
           MOVE CF-DRIFT-COUNT   TO CF-COUNT-DISP-2
           MOVE SPACES TO CF-LINE-TEXT
           STRING 'CFGDRIFT - records checked=' CF-COUNT-DISP
               ' unapproved=' CF-COUNT-DISP-2
               DELIMITED BY SIZE INTO CF-LINE-TEXT
           PERFORM 900-WRITE-LINE
           MOVE SPACES TO CF-LINE-TEXT
           EVALUATE TRUE
               WHEN CF-DRIFT-COUNT > ZERO
                   MOVE 20 TO CF-RETURN-CODE
                   STRING 'CFGDRIFT - PRODUCTION-CONTROL BREACH -'
                       ' unapproved build or runtime in run '
                       CF-RUN-ID
                       DELIMITED BY SIZE INTO CF-LINE-TEXT
               WHEN CF-CHECKED-COUNT = ZERO
                   MOVE 4 TO CF-RETURN-CODE
                   STRING 'CFGDRIFT - no diagnostic-log or compile-'
                       'audit records for run ' CF-RUN-ID
                       DELIMITED BY SIZE INTO CF-LINE-TEXT
               WHEN OTHER
                   STRING 'CFGDRIFT - every build and runtime in run '
                       CF-RUN-ID ' is APPROVED'
                       DELIMITED BY SIZE INTO CF-LINE-TEXT
           END-EVALUATE
           PERFORM 900-WRITE-LINE.

      *----------------------------------------------------------------
      * The record under test against every approval for its program
      * in effect on the date it ran.  Approved when one approval
      * matches all three components; otherwise the first component
      * no approval in effect matches is named as the drift.
      *----------------------------------------------------------------
       500-CHECK-AGAINST-REGISTER.
           ADD 1 TO CF-CHECKED-COUNT
           MOVE 'N' TO CF-IN-EFFECT-FOUND
           MOVE 'N' TO CF-FULL-MATCH
           MOVE 'N' TO CF-RUNTIME-MATCH
           MOVE 'N' TO CF-TRUNC-MATCH
           MOVE 'N' TO CF-STAMP-MATCH
           PERFORM 510-MATCH-ONE-APPROVAL
               VARYING CF-APPR-SUB FROM 1 BY 1
               UNTIL CF-APPR-SUB > CF-APPR-COUNT
           MOVE SPACES TO CF-DRIFT-REASON
           EVALUATE TRUE
               WHEN CF-FULL-MATCH = 'Y'
                   CONTINUE
               WHEN CF-IN-EFFECT-FOUND = 'N'
                   MOVE 'no approval in effect' TO CF-DRIFT-REASON
               WHEN CF-STAMP-MATCH = 'N'
                   MOVE 'build not approved' TO CF-DRIFT-REASON
               WHEN CF-RUNTIME-MATCH = 'N'
                   MOVE 'runtime not approved' TO CF-DRIFT-REASON
               WHEN CF-TRUNC-MATCH = 'N'
                   MOVE 'trunc mode not approved' TO CF-DRIFT-REASON
               WHEN OTHER
                   MOVE 'combination not approved' TO CF-DRIFT-REASON
           END-EVALUATE
           IF CF-DRIFT-REASON NOT = SPACES
               PERFORM 520-REPORT-DRIFT
           END-IF.

       510-MATCH-ONE-APPROVAL.
           IF CF-AP-PROGRAM-ID(CF-APPR-SUB) = CF-CHK-PROGRAM-ID
               AND CF-AP-FROM-DATE(CF-APPR-SUB) <= CF-CHK-RUN-DATE
               AND CF-AP-TO-DATE(CF-APPR-SUB) >= CF-CHK-RUN-DATE
               MOVE 'Y' TO CF-IN-EFFECT-FOUND
               MOVE 'N' TO CF-THIS-RUNTIME-OK
               MOVE 'N' TO CF-THIS-TRUNC-OK
               MOVE 'N' TO CF-THIS-STAMP-OK
               IF CF-AP-RUNTIME-VERSION(CF-APPR-SUB) = SPACES
                   OR CF-CHK-RUNTIME-VERSION = SPACES
                   OR CF-AP-RUNTIME-VERSION(CF-APPR-SUB)
                       = CF-CHK-RUNTIME-VERSION
                   MOVE 'Y' TO CF-THIS-RUNTIME-OK
                   MOVE 'Y' TO CF-RUNTIME-MATCH
               END-IF
               IF CF-AP-TRUNC-MODE(CF-APPR-SUB) = SPACES
                   OR CF-CHK-TRUNC-MODE = SPACES
                   OR CF-AP-TRUNC-MODE(CF-APPR-SUB)
                       = CF-CHK-TRUNC-MODE
                   MOVE 'Y' TO CF-THIS-TRUNC-OK
                   MOVE 'Y' TO CF-TRUNC-MATCH
               END-IF
               IF CF-AP-COMPILED-STAMP(CF-APPR-SUB) = SPACES
                   OR CF-AP-COMPILED-STAMP(CF-APPR-SUB)
                       = CF-CHK-COMPILED-STAMP
                   MOVE 'Y' TO CF-THIS-STAMP-OK
                   MOVE 'Y' TO CF-STAMP-MATCH
               END-IF
               IF CF-THIS-RUNTIME-OK = 'Y'
                   AND CF-THIS-TRUNC-OK = 'Y'
                   AND CF-THIS-STAMP-OK = 'Y'
                   MOVE 'Y' TO CF-FULL-MATCH
               END-IF
           END-IF.

       520-REPORT-DRIFT.
           ADD 1 TO CF-DRIFT-COUNT
           MOVE SPACES TO CF-LINE-TEXT
           STRING 'DRIFT - ' CF-CHK-PROGRAM-ID
               ' (' CF-CHK-SOURCE ') ' CF-DRIFT-REASON
               DELIMITED BY SIZE INTO CF-LINE-TEXT
           PERFORM 900-WRITE-LINE
           MOVE SPACES TO CF-LINE-TEXT
           IF CF-CHK-SOURCE = 'DIAGLOG '
               STRING '        ran ' CF-CHK-RUN-DATE
                   ' build ' CF-CHK-COMPILED-STAMP
                   ' ' CF-CHK-RUNTIME-VERSION
                   ' ' CF-CHK-TRUNC-MODE
                   DELIMITED BY SIZE INTO CF-LINE-TEXT
           ELSE
               STRING '        ran ' CF-CHK-RUN-DATE
                   ' build ' CF-CHK-COMPILED-STAMP
                   DELIMITED BY SIZE INTO CF-LINE-TEXT
           END-IF
           PERFORM 900-WRITE-LINE
           MOVE 'DRIFT   ' TO CF-JRN-EVENT
           STRING CF-CHK-PROGRAM-ID ' ' CF-DRIFT-REASON
               ' build ' CF-CHK-COMPILED-STAMP
               DELIMITED BY SIZE INTO CF-JRN-TEXT
           PERFORM 950-WRITE-JOURNAL.

       900-WRITE-LINE.
           WRITE DRIFT-LINE FROM CF-LINE-TEXT
           DISPLAY CF-LINE-TEXT.

      * Best-effort by design: the journal must never take the check
      * down, so a missing journal routine is swallowed.
       950-WRITE-JOURNAL.
           CALL 'JRNWRITE' USING CF-RUN-ID CF-JRN-PROGRAM
               CF-JRN-EVENT CF-JRN-TEXT
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SPACES TO CF-JRN-TEXT.

       END PROGRAM CFGDRIFT.
