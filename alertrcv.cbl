       IDENTIFICATION DIVISION.
       PROGRAM-ID.             ALERTRCV.
      *-----------------------------------------------------------------
      * Notification delivery receipts.  ALERTDSP writes its
      * notifications to alertout.dat and the messaging gateway
      * collects them, but nothing told anyone whether a page ever
      * reached the rota.  The gateway now drops a receipt file,
      * alertrcp.dat (ALERTRCP.CPY), reporting each notification it
      * delivered or failed to deliver, keyed by group, run-id and
      * the notification's date and time.  Run after ALERTDSP on the
      * job schedule, this program:
      *   - picks up the notifications ALERTDSP has added to
      *     alertout.dat since the last run and records each one on
      *     the notification history alerthst.dat (ALERTHST.CPY);
      *   - matches the receipts to the history, marking each send
      *     delivered or failed;
      *   - re-sends a notification that failed, or went without a
      *     delivered receipt, for longer than the wait on its
      *     group's RESEND entry in ctlroute.dat, by appending a
      *     fresh copy to alertout.dat;
      *   - escalates to the entry's next group once the group has
      *     failed the entry's limit of times, and gives the alert up
      *     as never delivered when there is no group left to try.
      * An alert escalates at most five times, so a routing loop in
      * ctlroute.dat cannot page for ever.  Findings go to
      * alertrcv.rpt and the console.
      *
      * Return codes: 0 - nothing outstanding needed action
      *               4 - a notification was re-sent or escalated, or
      *                   a receipt matched no notification
      *               8 - an alert was given up, a receipt was
      *                   rejected, or the history outgrew its tables
      *-----------------------------------------------------------------
      * CHANGE LOG
      * 10/15/2026  Initial coding.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLROUTE-FILE
               ASSIGN TO "ctlroute.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AR-CTLROUTE-STATUS.

           SELECT RECEIPT-FILE
               ASSIGN TO "alertrcp.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AR-RECEIPT-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO "alerthst.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AR-HISTORY-STATUS.

           SELECT WORK-FILE
               ASSIGN TO "alertrcv.tmp"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AR-WORK-STATUS.

           SELECT ALERTOUT-FILE
               ASSIGN TO "alertout.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AR-ALERTOUT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "alertrcv.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AR-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLROUTE-FILE.
           COPY CTLROUTE.CPY.

       FD  RECEIPT-FILE.
           COPY ALERTRCP.CPY.

       FD  HISTORY-FILE.
           COPY ALERTHST.CPY.

       FD  WORK-FILE.
       01  WORK-LINE                       PIC X(199).

       FD  ALERTOUT-FILE.
           COPY ALERTOUT.CPY.

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  AR-CURRENT-DATE.
           05  AR-TODAY-DATE               PIC X(08)   VALUE SPACES.
           05  AR-NOW-TIME                 PIC X(06)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.
       01  AR-TODAY-NUM                    PIC 9(08)   VALUE ZERO.
       01  AR-TODAY-INT                    PIC 9(07)   VALUE ZERO.
       01  AR-NOW-MINS                     PIC 9(09)   VALUE ZERO.

      * Run identifier for the journal - the caller's when this
      * program is CALLed by the pre-batch driver, otherwise the
      * start time.  Each notification keeps its own run-id.
       01  AR-RUN-ID                       PIC X(14)   VALUE SPACES.

      * Re-send policy from the RESEND entries of ctlroute.dat.  The
      * '*' entry replaces the defaults for every group without an
      * entry of its own.
       01  AR-POLICY-TABLE.
           05  AR-PL-ENTRY OCCURS 20 TIMES.
               10  AR-PL-GROUP             PIC X(08).
               10  AR-PL-NEXT              PIC X(08).
               10  AR-PL-WAIT              PIC 9(04).
               10  AR-PL-MAX               PIC 9(02).
       01  AR-PL-COUNT                     COMP PIC 9(04) VALUE ZERO.
       01  AR-PL-SUB                       COMP PIC 9(04) VALUE ZERO.
       01  AR-DEF-NEXT                     PIC X(08)   VALUE SPACES.
       01  AR-DEF-WAIT                     PIC 9(04)   VALUE 60.
       01  AR-DEF-MAX                      PIC 9(02)   VALUE 3.
       01  AR-POL-NEXT                     PIC X(08)   VALUE SPACES.
       01  AR-POL-WAIT                     PIC 9(04)   VALUE ZERO.
       01  AR-POL-MAX                      PIC 9(02)   VALUE ZERO.
       01  AR-LOAD-WAIT                    PIC 9(04)   VALUE ZERO.
       01  AR-LOAD-MAX                     PIC 9(02)   VALUE ZERO.

      * Receipts from alertrcp.dat.  The key is the receipt's first
      * 36 bytes: group, run-id, and the notification's date and
      * time.
       01  AR-RECEIPT-TABLE.
           05  AR-RC-ENTRY OCCURS 500 TIMES.
               10  AR-RC-KEY               PIC X(36).
               10  AR-RC-STATUS            PIC X(09).
               10  AR-RC-DATE              PIC X(08).
               10  AR-RC-TIME              PIC X(06).
               10  AR-RC-REASON            PIC X(30).
               10  AR-RC-USED              PIC X(01).
       01  AR-RC-COUNT                     COMP PIC 9(04) VALUE ZERO.
       01  AR-RC-SUB                       COMP PIC 9(04) VALUE ZERO.
       01  AR-RC-MATCH                     COMP PIC 9(04) VALUE ZERO.

      * A notification send in the receipt key order, and the key
      * of the alert it belongs to - the group, run-id, date and
      * time of the alert's first send.
       01  AR-SEND-KEY.
           05  AR-SK-GROUP                 PIC X(08).
           05  AR-SK-RUN-ID                PIC X(14).
           05  AR-SK-DATE                  PIC X(08).
           05  AR-SK-TIME                  PIC X(06).
       01  AR-ALERT-KEY.
           05  AR-AK-GROUP                 PIC X(08).
           05  AR-AK-RUN-ID                PIC X(14).
           05  AR-AK-DATE                  PIC X(08).
           05  AR-AK-TIME                  PIC X(06).
       01  AR-MATCH-KEY                    PIC X(36)   VALUE SPACES.

      * Alerts with a send still PENDING or FAILED.  Every send of
      * such an alert is worked in the send table; the history of
      * every other alert goes straight through to the rewrite.
       01  AR-LIVE-TABLE.
           05  AR-LIVE-KEY OCCURS 300 TIMES PIC X(36).
       01  AR-LIVE-COUNT                   COMP PIC 9(04) VALUE ZERO.
       01  AR-LIVE-SUB                     COMP PIC 9(04) VALUE ZERO.
       01  AR-LIVE-FOUND                   PIC X(01)   VALUE 'N'.

      * The latest send date and time on the history, and the group
      * and run-id of every send at that moment.  An alertout.dat
      * record later than this, or at it but not among these, is one
      * ALERTDSP has written since the last run.
       01  AR-HW-STAMP                     PIC X(14)   VALUE SPACES.
       01  AR-HW-TABLE.
           05  AR-HW-KEY OCCURS 50 TIMES   PIC X(22).
       01  AR-HW-COUNT                     COMP PIC 9(04) VALUE ZERO.
       01  AR-HW-SUB                       COMP PIC 9(04) VALUE ZERO.
       01  AR-HW-FOUND                     PIC X(01)   VALUE 'N'.
       01  AR-OUT-STAMP.
           05  AR-OUT-DATE                 PIC X(08).
           05  AR-OUT-TIME                 PIC X(06).
       01  AR-OUT-KEY.
           05  AR-OK-GROUP                 PIC X(08).
           05  AR-OK-RUN-ID                PIC X(14).

      * One history record being passed through, laid out exactly as
      * ALERTHST.CPY.
       01  AR-HOLD-RECORD.
           05  AR-HD-GROUP                 PIC X(08).
           05  AR-HD-PRIORITY              PIC X(04).
           05  AR-HD-SENT-DATE             PIC X(08).
           05  AR-HD-SENT-TIME             PIC X(06).
           05  AR-HD-RUN-ID                PIC X(14).
           05  AR-HD-STATUS                PIC X(09).
           05  AR-HD-ATTEMPT               PIC 9(02).
           05  AR-HD-FAIL-COUNT            PIC 9(02).
           05  AR-HD-HOPS                  PIC 9(02).
           05  AR-HD-FIRST-GROUP           PIC X(08).
           05  AR-HD-FIRST-DATE            PIC X(08).
           05  AR-HD-FIRST-TIME            PIC X(06).
           05  AR-HD-RCPT-DATE             PIC X(08).
           05  AR-HD-RCPT-TIME             PIC X(06).
           05  AR-HD-NOTE                  PIC X(30).
           05  AR-HD-MESSAGE               PIC X(80).

      * Every send of the live alerts, as on the history, plus the
      * re-sends queued by this run (AR-SD-NEW = 'Y').
       01  AR-SEND-TABLE.
           05  AR-SD-ENTRY OCCURS 500 TIMES.
               10  AR-SD-DATA.
                   15  AR-SD-GROUP         PIC X(08).
                   15  AR-SD-PRIORITY      PIC X(04).
                   15  AR-SD-SENT-DATE     PIC X(08).
                   15  AR-SD-SENT-TIME     PIC X(06).
                   15  AR-SD-RUN-ID        PIC X(14).
                   15  AR-SD-STATUS        PIC X(09).
                   15  AR-SD-ATTEMPT       PIC 9(02).
                   15  AR-SD-FAIL-COUNT    PIC 9(02).
                   15  AR-SD-HOPS          PIC 9(02).
                   15  AR-SD-FIRST-GROUP   PIC X(08).
                   15  AR-SD-FIRST-DATE    PIC X(08).
                   15  AR-SD-FIRST-TIME    PIC X(06).
                   15  AR-SD-RCPT-DATE     PIC X(08).
                   15  AR-SD-RCPT-TIME     PIC X(06).
                   15  AR-SD-NOTE          PIC X(30).
                   15  AR-SD-MESSAGE       PIC X(80).
               10  AR-SD-NEW               PIC X(01).
       01  AR-SD-COUNT                     COMP PIC 9(04) VALUE ZERO.
       01  AR-SD-SUB                       COMP PIC 9(04) VALUE ZERO.
       01  AR-SD-MATCH                     COMP PIC 9(04) VALUE ZERO.
       01  AR-SD-SCAN                      COMP PIC 9(04) VALUE ZERO.
       01  AR-SD-START-COUNT               COMP PIC 9(04) VALUE ZERO.

       01  AR-OVERFLOW                     PIC X(01)   VALUE 'N'.
       01  AR-SEND-FULL                    PIC X(01)   VALUE 'N'.

      * Minutes since day zero of a send date and time, for the
      * wait arithmetic across midnight.
       01  AR-CALC-DATE                    PIC X(08)   VALUE SPACES.
       01  AR-CALC-DATE-NUM                PIC 9(08)   VALUE ZERO.
       01  AR-CALC-TIME.
           05  AR-CALC-HH                  PIC 9(02).
           05  AR-CALC-MM                  PIC 9(02).
           05  AR-CALC-SS                  PIC 9(02).
       01  AR-CALC-INT                     PIC 9(07)   VALUE ZERO.
       01  AR-CALC-MINS                    PIC 9(09)   VALUE ZERO.

      * The decision taken on one overdue send.
       01  AR-ACTION                       PIC X(08)   VALUE SPACES.
       01  AR-TARGET-GROUP                 PIC X(08)   VALUE SPACES.
       01  AR-NEW-FAILS                    PIC 9(02)   VALUE ZERO.
       01  AR-ROOM                         PIC X(01)   VALUE 'N'.
       01  AR-MAX-HOPS                     PIC 9(02)   VALUE 5.

       01  AR-RECEIPT-COUNT                PIC 9(05)   VALUE ZERO.
       01  AR-REJECT-COUNT                 PIC 9(05)   VALUE ZERO.
       01  AR-UNMATCHED-COUNT              PIC 9(05)   VALUE ZERO.
       01  AR-PICKED-UP-COUNT              PIC 9(05)   VALUE ZERO.
       01  AR-UNTRACKED-COUNT              PIC 9(05)   VALUE ZERO.
       01  AR-DELIVERED-COUNT              PIC 9(05)   VALUE ZERO.
       01  AR-FAILED-COUNT                 PIC 9(05)   VALUE ZERO.
       01  AR-RESENT-COUNT                 PIC 9(05)   VALUE ZERO.
       01  AR-ESCALATED-COUNT              PIC 9(05)   VALUE ZERO.
       01  AR-ABANDONED-COUNT              PIC 9(05)   VALUE ZERO.
       01  AR-WAITING-COUNT                PIC 9(05)   VALUE ZERO.
       01  AR-NEW-COUNT                    PIC 9(05)   VALUE ZERO.
       01  AR-COUNT-DISP                   PIC ZZZZ9   VALUE ZERO.
       01  AR-COUNT-DISP-2                 PIC ZZZZ9   VALUE ZERO.
       01  AR-COUNT-DISP-3                 PIC ZZZZ9   VALUE ZERO.
       01  AR-COUNT-DISP-4                 PIC ZZZZ9   VALUE ZERO.
       01  AR-COUNT-DISP-5                 PIC ZZZZ9   VALUE ZERO.
       01  AR-WAIT-DISP                    PIC ZZZ9    VALUE ZERO.
       01  AR-LINE-TEXT                    PIC X(132)  VALUE SPACES.
       01  AR-RETURN-CODE                  PIC S9(04)  VALUE ZERO.

      * Run-journal parameters for the shared JRNWRITE routine.
       01  AR-JRN-PROGRAM                  PIC X(08)
                                               VALUE 'ALERTRCV'.
       01  AR-JRN-EVENT                    PIC X(08)   VALUE SPACES.
       01  AR-JRN-TEXT                     PIC X(60)   VALUE SPACES.

       01  AR-CTLROUTE-STATUS              PIC X(02)   VALUE '00'.
       01  AR-RECEIPT-STATUS               PIC X(02)   VALUE '00'.
       01  AR-HISTORY-STATUS               PIC X(02)   VALUE '00'.
       01  AR-WORK-STATUS                  PIC X(02)   VALUE '00'.
       01  AR-ALERTOUT-STATUS              PIC X(02)   VALUE '00'.
       01  AR-REPORT-STATUS                PIC X(02)   VALUE '00'.

       LINKAGE SECTION.
       01  AR-CALLER-RUN-ID                PIC X(14).

       PROCEDURE DIVISION USING AR-CALLER-RUN-ID.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO AR-CURRENT-DATE
           MOVE AR-TODAY-DATE TO AR-TODAY-NUM
           COMPUTE AR-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(AR-TODAY-NUM)
           MOVE AR-TODAY-DATE TO AR-CALC-DATE
           MOVE AR-NOW-TIME   TO AR-CALC-TIME
           PERFORM 850-STAMP-TO-MINUTES
           MOVE AR-CALC-MINS TO AR-NOW-MINS
           PERFORM 110-RESOLVE-RUN-ID
           MOVE 'START   ' TO AR-JRN-EVENT
           MOVE 'notification receipts start' TO AR-JRN-TEXT
           PERFORM 950-WRITE-JOURNAL
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO AR-LINE-TEXT
           STRING 'ALERTRCV - notification receipts at '
               AR-TODAY-DATE ' ' AR-NOW-TIME
               DELIMITED BY SIZE INTO AR-LINE-TEXT
           PERFORM 900-WRITE-LINE
           PERFORM 200-LOAD-RESEND-POLICIES
           PERFORM 250-LOAD-RECEIPTS
           PERFORM 300-SCAN-HISTORY
           IF AR-OVERFLOW = 'N'
               PERFORM 350-SPLIT-HISTORY
           END-IF
           IF AR-OVERFLOW = 'N'
               PERFORM 400-PICK-UP-NEW-SENDS
           END-IF
           IF AR-OVERFLOW = 'Y'
               MOVE SPACES TO AR-LINE-TEXT
               STRING 'ALERTRCV - the open notifications or the'
                   ' receipts outgrow their tables, run rejected and'
                   ' every file left untouched'
                   DELIMITED BY SIZE INTO AR-LINE-TEXT
               PERFORM 900-WRITE-LINE
               CLOSE REPORT-FILE
               CALL 'CBL_DELETE_FILE' USING "alertrcv.tmp"
               MOVE 'ABORT   ' TO AR-JRN-EVENT
               MOVE 'table overflow, no receipt applied'
                   TO AR-JRN-TEXT
               PERFORM 950-WRITE-JOURNAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 500-APPLY-RECEIPTS
           PERFORM 600-DECIDE-OPEN-SENDS
           PERFORM 700-WRITE-HISTORY
           PERFORM 750-APPEND-NEW-SENDS
           IF AR-RC-COUNT > ZERO OR AR-REJECT-COUNT > ZERO
               CALL 'CBL_DELETE_FILE' USING "alertrcp.dat"
           END-IF
           CALL 'CBL_DELETE_FILE' USING "alertrcv.tmp"
           MOVE AR-RECEIPT-COUNT   TO AR-COUNT-DISP
           MOVE AR-PICKED-UP-COUNT TO AR-COUNT-DISP-2
           MOVE AR-DELIVERED-COUNT TO AR-COUNT-DISP-3
           MOVE AR-FAILED-COUNT    TO AR-COUNT-DISP-4
           MOVE AR-WAITING-COUNT   TO AR-COUNT-DISP-5
           MOVE SPACES TO AR-LINE-TEXT
           STRING 'ALERTRCV - receipts=' AR-COUNT-DISP
               ' new notifications=' AR-COUNT-DISP-2
               ' delivered=' AR-COUNT-DISP-3
               ' failed=' AR-COUNT-DISP-4
               ' awaiting receipt=' AR-COUNT-DISP-5
               DELIMITED BY SIZE INTO AR-LINE-TEXT
           PERFORM 900-WRITE-LINE
           MOVE AR-RESENT-COUNT    TO AR-COUNT-DISP
           MOVE AR-ESCALATED-COUNT TO AR-COUNT-DISP-2
           MOVE AR-ABANDONED-COUNT TO AR-COUNT-DISP-3
           MOVE AR-UNMATCHED-COUNT TO AR-COUNT-DISP-4
           MOVE AR-REJECT-COUNT    TO AR-COUNT-DISP-5
           MOVE SPACES TO AR-LINE-TEXT
           STRING 'ALERTRCV - re-sent=' AR-COUNT-DISP
               ' escalated=' AR-COUNT-DISP-2
               ' never delivered=' AR-COUNT-DISP-3
               ' unmatched receipts=' AR-COUNT-DISP-4
               ' rejected receipts=' AR-COUNT-DISP-5
               DELIMITED BY SIZE INTO AR-LINE-TEXT
           PERFORM 900-WRITE-LINE
           EVALUATE TRUE
               WHEN AR-ABANDONED-COUNT > ZERO
                   OR AR-REJECT-COUNT > ZERO
                   OR AR-SEND-FULL = 'Y'
                   MOVE 8 TO AR-RETURN-CODE
                   MOVE 'ALERTRCV - alerts never delivered, RC=8'
                       TO AR-LINE-TEXT
               WHEN AR-RESENT-COUNT > ZERO
                   OR AR-ESCALATED-COUNT > ZERO
                   OR AR-UNMATCHED-COUNT > ZERO
                   MOVE 4 TO AR-RETURN-CODE
                   MOVE 'ALERTRCV - notifications re-sent, RC=4'
                       TO AR-LINE-TEXT
               WHEN OTHER
                   MOVE ZERO TO AR-RETURN-CODE
                   MOVE 'ALERTRCV - no notification needed action'
                       TO AR-LINE-TEXT
           END-EVALUATE
           PERFORM 900-WRITE-LINE
           CLOSE REPORT-FILE
           MOVE 'END     ' TO AR-JRN-EVENT
           STRING 'end, dlv=' AR-DELIVERED-COUNT
               ' resent=' AR-RESENT-COUNT
               ' escal=' AR-ESCALATED-COUNT
               ' abandoned=' AR-ABANDONED-COUNT
               DELIMITED BY SIZE INTO AR-JRN-TEXT
           PERFORM 950-WRITE-JOURNAL
           MOVE AR-RETURN-CODE TO RETURN-CODE
           GOBACK.

       110-RESOLVE-RUN-ID.
           IF ADDRESS OF AR-CALLER-RUN-ID NOT = NULL
               IF AR-CALLER-RUN-ID IS NUMERIC
                   MOVE AR-CALLER-RUN-ID TO AR-RUN-ID
               END-IF
           END-IF
           IF AR-RUN-ID = SPACES
               MOVE AR-CURRENT-DATE(1:14) TO AR-RUN-ID
           END-IF.

      * Only RESEND entries are read; the routing rules proper are
      * ALERTDSP's.  A blank or zero wait or limit takes the default.
       200-LOAD-RESEND-POLICIES.
           OPEN INPUT CTLROUTE-FILE
           IF AR-CTLROUTE-STATUS = '00'
               PERFORM UNTIL AR-CTLROUTE-STATUS NOT = '00'
                   READ CTLROUTE-FILE
                       AT END
                           MOVE '10' TO AR-CTLROUTE-STATUS
                       NOT AT END
                           IF CTLROUTE-TRIGGER = 'RESEND  '
                               AND CTLROUTE-VALUE NOT = SPACES
                               PERFORM 210-STORE-POLICY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTLROUTE-FILE
           END-IF.

       210-STORE-POLICY.
           MOVE 60 TO AR-LOAD-WAIT
           IF CTLROUTE-WAIT-MINS IS NUMERIC
               IF CTLROUTE-WAIT-MINS > ZERO
                   MOVE CTLROUTE-WAIT-MINS TO AR-LOAD-WAIT
               END-IF
           END-IF
           MOVE 3 TO AR-LOAD-MAX
           IF CTLROUTE-MAX-FAILS IS NUMERIC
               IF CTLROUTE-MAX-FAILS > ZERO
                   MOVE CTLROUTE-MAX-FAILS TO AR-LOAD-MAX
               END-IF
           END-IF
           IF CTLROUTE-VALUE = '*'
               MOVE CTLROUTE-GROUP TO AR-DEF-NEXT
               MOVE AR-LOAD-WAIT   TO AR-DEF-WAIT
               MOVE AR-LOAD-MAX    TO AR-DEF-MAX
           ELSE
               IF AR-PL-COUNT < 20
                   ADD 1 TO AR-PL-COUNT
                   MOVE CTLROUTE-VALUE TO AR-PL-GROUP(AR-PL-COUNT)
                   MOVE CTLROUTE-GROUP TO AR-PL-NEXT(AR-PL-COUNT)
                   MOVE AR-LOAD-WAIT   TO AR-PL-WAIT(AR-PL-COUNT)
                   MOVE AR-LOAD-MAX    TO AR-PL-MAX(AR-PL-COUNT)
               ELSE
                   DISPLAY 'ALERTRCV - more than 20 RESEND entries,'
                       ' ' CTLROUTE-VALUE ' takes the default policy'
               END-IF
           END-IF.

       250-LOAD-RECEIPTS.
           OPEN INPUT RECEIPT-FILE
           IF AR-RECEIPT-STATUS = '00'
               PERFORM UNTIL AR-RECEIPT-STATUS NOT = '00'
                   READ RECEIPT-FILE
                       AT END
                           MOVE '10' TO AR-RECEIPT-STATUS
                       NOT AT END
                           ADD 1 TO AR-RECEIPT-COUNT
                           PERFORM 255-STORE-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-FILE
           END-IF.

       255-STORE-RECEIPT.
           IF ALERTRCP-STATUS NOT = 'DELIVERED'
               AND ALERTRCP-STATUS NOT = 'FAILED   '
               ADD 1 TO AR-REJECT-COUNT
               MOVE SPACES TO AR-LINE-TEXT
               STRING 'ALERTRCV - receipt for ' ALERTRCP-GROUP
                   ' run ' ALERTRCP-RUN-ID
                   ' sent ' ALERTRCP-DATE ' ' ALERTRCP-TIME
                   ' rejected, status "' ALERTRCP-STATUS
                   '" is not DELIVERED or FAILED'
                   DELIMITED BY SIZE INTO AR-LINE-TEXT
               PERFORM 900-WRITE-LINE
           ELSE
               IF AR-RC-COUNT < 500
                   ADD 1 TO AR-RC-COUNT
                   MOVE ALERTRCP-RECORD(1:36) TO AR-RC-KEY(AR-RC-COUNT)
                   MOVE ALERTRCP-STATUS TO AR-RC-STATUS(AR-RC-COUNT)
                   MOVE ALERTRCP-RCPT-DATE TO AR-RC-DATE(AR-RC-COUNT)
                   MOVE ALERTRCP-RCPT-TIME TO AR-RC-TIME(AR-RC-COUNT)
                   MOVE ALERTRCP-REASON TO AR-RC-REASON(AR-RC-COUNT)
                   MOVE 'N' TO AR-RC-USED(AR-RC-COUNT)
               ELSE
                   MOVE 'Y' TO AR-OVERFLOW
               END-IF
           END-IF.

      * First pass over the history: which alerts are still open,
      * and the latest send time on file.
       300-SCAN-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF AR-HISTORY-STATUS = '00'
               PERFORM UNTIL AR-HISTORY-STATUS NOT = '00'
                   READ HISTORY-FILE
                       AT END
                           MOVE '10' TO AR-HISTORY-STATUS
                       NOT AT END
                           PERFORM 310-NOTE-HIGH-WATER
                           IF ALERTHST-STATUS = 'PENDING  '
                               OR ALERTHST-STATUS = 'FAILED   '
                               PERFORM 320-ADD-LIVE-KEY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       310-NOTE-HIGH-WATER.
           MOVE ALERTHST-SENT-DATE TO AR-OUT-DATE
           MOVE ALERTHST-SENT-TIME TO AR-OUT-TIME
           IF AR-OUT-STAMP > AR-HW-STAMP
               MOVE AR-OUT-STAMP TO AR-HW-STAMP
               MOVE ZERO TO AR-HW-COUNT
           END-IF
           IF AR-OUT-STAMP = AR-HW-STAMP
               IF AR-HW-COUNT < 50
                   ADD 1 TO AR-HW-COUNT
                   MOVE ALERTHST-GROUP  TO AR-OK-GROUP
                   MOVE ALERTHST-RUN-ID TO AR-OK-RUN-ID
                   MOVE AR-OUT-KEY TO AR-HW-KEY(AR-HW-COUNT)
               ELSE
                   MOVE 'Y' TO AR-OVERFLOW
               END-IF
           END-IF.

       320-ADD-LIVE-KEY.
           MOVE ALERTHST-FIRST-GROUP TO AR-AK-GROUP
           MOVE ALERTHST-RUN-ID      TO AR-AK-RUN-ID
           MOVE ALERTHST-FIRST-DATE  TO AR-AK-DATE
           MOVE ALERTHST-FIRST-TIME  TO AR-AK-TIME
           PERFORM 325-FIND-LIVE-KEY
           IF AR-LIVE-FOUND = 'N'
               IF AR-LIVE-COUNT < 300
                   ADD 1 TO AR-LIVE-COUNT
                   MOVE AR-ALERT-KEY TO AR-LIVE-KEY(AR-LIVE-COUNT)
               ELSE
                   MOVE 'Y' TO AR-OVERFLOW
               END-IF
           END-IF.

       325-FIND-LIVE-KEY.
           MOVE 'N' TO AR-LIVE-FOUND
           PERFORM 327-MATCH-LIVE-KEY
               VARYING AR-LIVE-SUB FROM 1 BY 1
               UNTIL AR-LIVE-SUB > AR-LIVE-COUNT
                   OR AR-LIVE-FOUND = 'Y'.

       327-MATCH-LIVE-KEY.
           IF AR-LIVE-KEY(AR-LIVE-SUB) = AR-ALERT-KEY
               MOVE 'Y' TO AR-LIVE-FOUND
           END-IF.

      * Second pass: the sends of open alerts are loaded to be
      * worked; every other history record is copied to the work
      * file, taking any late receipt on the way.
       350-SPLIT-HISTORY.
           OPEN OUTPUT WORK-FILE
           OPEN INPUT HISTORY-FILE
           IF AR-HISTORY-STATUS = '00'
               PERFORM UNTIL AR-HISTORY-STATUS NOT = '00'
                   READ HISTORY-FILE
                       AT END
                           MOVE '10' TO AR-HISTORY-STATUS
                       NOT AT END
                           MOVE ALERTHST-RECORD TO AR-HOLD-RECORD
                           MOVE AR-HD-FIRST-GROUP TO AR-AK-GROUP
                           MOVE AR-HD-RUN-ID      TO AR-AK-RUN-ID
                           MOVE AR-HD-FIRST-DATE  TO AR-AK-DATE
                           MOVE AR-HD-FIRST-TIME  TO AR-AK-TIME
                           PERFORM 325-FIND-LIVE-KEY
                           IF AR-LIVE-FOUND = 'Y'
                               PERFORM 360-LOAD-SEND-ENTRY
                           ELSE
                               PERFORM 450-APPLY-LATE-RECEIPT
                               WRITE WORK-LINE FROM AR-HOLD-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           CLOSE WORK-FILE.

       360-LOAD-SEND-ENTRY.
           IF AR-SD-COUNT < 500
               ADD 1 TO AR-SD-COUNT
               MOVE AR-HOLD-RECORD TO AR-SD-DATA(AR-SD-COUNT)
               MOVE 'N' TO AR-SD-NEW(AR-SD-COUNT)
           ELSE
               MOVE 'Y' TO AR-OVERFLOW
           END-IF.

      * Third pass: notifications ALERTDSP has written since the
      * last run go on the history.  One first seen more than a day
      * after it was sent is recorded UNTRACKED rather than chased -
      * re-sending a stale page helps nobody.
       400-PICK-UP-NEW-SENDS.
           OPEN EXTEND WORK-FILE
           OPEN INPUT ALERTOUT-FILE
           IF AR-ALERTOUT-STATUS = '00'
               PERFORM UNTIL AR-ALERTOUT-STATUS NOT = '00'
                   READ ALERTOUT-FILE
                       AT END
                           MOVE '10' TO AR-ALERTOUT-STATUS
                       NOT AT END
                           PERFORM 410-CHECK-NEW-SEND
                   END-READ
               END-PERFORM
               CLOSE ALERTOUT-FILE
           END-IF
           CLOSE WORK-FILE.

       410-CHECK-NEW-SEND.
           MOVE ALERTOUT-DATE   TO AR-OUT-DATE
           MOVE ALERTOUT-TIME   TO AR-OUT-TIME
           MOVE ALERTOUT-GROUP  TO AR-OK-GROUP
           MOVE ALERTOUT-RUN-ID TO AR-OK-RUN-ID
           MOVE 'N' TO AR-HW-FOUND
           IF AR-OUT-STAMP = AR-HW-STAMP
               PERFORM 415-MATCH-HW-KEY
                   VARYING AR-HW-SUB FROM 1 BY 1
                   UNTIL AR-HW-SUB > AR-HW-COUNT
                       OR AR-HW-FOUND = 'Y'
           END-IF
           IF AR-OUT-STAMP > AR-HW-STAMP
               OR (AR-OUT-STAMP = AR-HW-STAMP AND AR-HW-FOUND = 'N')
               PERFORM 420-RECORD-NEW-SEND
           END-IF.

       415-MATCH-HW-KEY.
           IF AR-HW-KEY(AR-HW-SUB) = AR-OUT-KEY
               MOVE 'Y' TO AR-HW-FOUND
           END-IF.

       420-RECORD-NEW-SEND.
           ADD 1 TO AR-PICKED-UP-COUNT
           MOVE SPACES TO AR-HOLD-RECORD
           MOVE ALERTOUT-GROUP    TO AR-HD-GROUP AR-HD-FIRST-GROUP
           MOVE ALERTOUT-PRIORITY TO AR-HD-PRIORITY
           MOVE ALERTOUT-DATE     TO AR-HD-SENT-DATE AR-HD-FIRST-DATE
           MOVE ALERTOUT-TIME     TO AR-HD-SENT-TIME AR-HD-FIRST-TIME
           MOVE ALERTOUT-RUN-ID   TO AR-HD-RUN-ID
           MOVE ALERTOUT-MESSAGE  TO AR-HD-MESSAGE
           MOVE 'PENDING  '       TO AR-HD-STATUS
           MOVE 1                 TO AR-HD-ATTEMPT
           MOVE ZERO              TO AR-HD-FAIL-COUNT AR-HD-HOPS
           MOVE ZERO TO AR-CALC-INT
           IF ALERTOUT-DATE IS NUMERIC
               MOVE ALERTOUT-DATE TO AR-CALC-DATE-NUM
               COMPUTE AR-CALC-INT =
                   FUNCTION INTEGER-OF-DATE(AR-CALC-DATE-NUM)
           END-IF
           IF AR-CALC-INT + 1 < AR-TODAY-INT
               MOVE 'UNTRACKED' TO AR-HD-STATUS
               STRING 'first seen ' AR-TODAY-DATE
                   DELIMITED BY SIZE INTO AR-HD-NOTE
               ADD 1 TO AR-UNTRACKED-COUNT
               PERFORM 450-APPLY-LATE-RECEIPT
               WRITE WORK-LINE FROM AR-HOLD-RECORD
           ELSE
               PERFORM 360-LOAD-SEND-ENTRY
           END-IF.

      * A receipt for an alert no longer being chased still counts:
      * a delivery confirmed after the alert was given up, or after
      * it was sent again, changes its outcome to delivered.
       450-APPLY-LATE-RECEIPT.
           MOVE AR-HD-GROUP     TO AR-SK-GROUP
           MOVE AR-HD-RUN-ID    TO AR-SK-RUN-ID
           MOVE AR-HD-SENT-DATE TO AR-SK-DATE
           MOVE AR-HD-SENT-TIME TO AR-SK-TIME
           PERFORM 455-FIND-RECEIPT
           IF AR-RC-MATCH > ZERO
               MOVE 'Y' TO AR-RC-USED(AR-RC-MATCH)
               IF AR-RC-STATUS(AR-RC-MATCH) = 'DELIVERED'
                   AND AR-HD-STATUS NOT = 'DELIVERED'
                   MOVE 'DELIVERED' TO AR-HD-STATUS
                   MOVE AR-RC-DATE(AR-RC-MATCH) TO AR-HD-RCPT-DATE
                   MOVE AR-RC-TIME(AR-RC-MATCH) TO AR-HD-RCPT-TIME
                   MOVE 'late receipt' TO AR-HD-NOTE
                   ADD 1 TO AR-DELIVERED-COUNT
                   MOVE SPACES TO AR-LINE-TEXT
                   STRING 'ALERTRCV - late receipt: ' AR-HD-GROUP
                       ' run ' AR-HD-RUN-ID
                       ' sent ' AR-HD-SENT-DATE ' ' AR-HD-SENT-TIME
                       ' delivered ' AR-HD-RCPT-DATE ' '
                       AR-HD-RCPT-TIME
                       DELIMITED BY SIZE INTO AR-LINE-TEXT
                   PERFORM 900-WRITE-LINE
               END-IF
           END-IF.

       455-FIND-RECEIPT.
           MOVE ZERO TO AR-RC-MATCH
           PERFORM 457-MATCH-RECEIPT
               VARYING AR-RC-SUB FROM 1 BY 1
               UNTIL AR-RC-SUB > AR-RC-COUNT
                   OR AR-RC-MATCH > ZERO.

       457-MATCH-RECEIPT.
           IF AR-RC-USED(AR-RC-SUB) = 'N'
               AND AR-RC-KEY(AR-RC-SUB) = AR-SEND-KEY
               MOVE AR-RC-SUB TO AR-RC-MATCH
           END-IF.

       500-APPLY-RECEIPTS.
           PERFORM 510-APPLY-ONE-RECEIPT
               VARYING AR-RC-SUB FROM 1 BY 1
               UNTIL AR-RC-SUB > AR-RC-COUNT.

       510-APPLY-ONE-RECEIPT.
           IF AR-RC-USED(AR-RC-SUB) = 'N'
               MOVE 'Y' TO AR-RC-USED(AR-RC-SUB)
               MOVE AR-RC-KEY(AR-RC-SUB) TO AR-MATCH-KEY
               MOVE ZERO TO AR-SD-MATCH
               PERFORM 515-MATCH-SEND
                   VARYING AR-SD-SUB FROM 1 BY 1
                   UNTIL AR-SD-SUB > AR-SD-COUNT
                       OR AR-SD-MATCH > ZERO
               IF AR-SD-MATCH = ZERO
                   ADD 1 TO AR-UNMATCHED-COUNT
                   MOVE AR-RC-KEY(AR-RC-SUB) TO AR-SEND-KEY
                   MOVE SPACES TO AR-LINE-TEXT
                   STRING 'ALERTRCV - receipt for ' AR-SK-GROUP
                       ' run ' AR-SK-RUN-ID
                       ' sent ' AR-SK-DATE ' ' AR-SK-TIME
                       ' matches no notification sent'
                       DELIMITED BY SIZE INTO AR-LINE-TEXT
                   PERFORM 900-WRITE-LINE
               ELSE
                   IF AR-RC-STATUS(AR-RC-SUB) = 'DELIVERED'
                       PERFORM 520-RECORD-DELIVERY
                   ELSE
                       PERFORM 530-RECORD-FAILURE
                   END-IF
               END-IF
           END-IF.

       515-MATCH-SEND.
           MOVE AR-SD-GROUP(AR-SD-SUB)     TO AR-SK-GROUP
           MOVE AR-SD-RUN-ID(AR-SD-SUB)    TO AR-SK-RUN-ID
           MOVE AR-SD-SENT-DATE(AR-SD-SUB) TO AR-SK-DATE
           MOVE AR-SD-SENT-TIME(AR-SD-SUB) TO AR-SK-TIME
           IF AR-SEND-KEY = AR-MATCH-KEY
               MOVE AR-SD-SUB TO AR-SD-MATCH
           END-IF.

      * Delivery of any send settles the alert: whichever of its
      * sends is still open is cancelled rather than chased again.
       520-RECORD-DELIVERY.
           IF AR-SD-STATUS(AR-SD-MATCH) NOT = 'DELIVERED'
               MOVE 'DELIVERED' TO AR-SD-STATUS(AR-SD-MATCH)
               MOVE AR-RC-DATE(AR-RC-SUB)
                   TO AR-SD-RCPT-DATE(AR-SD-MATCH)
               MOVE AR-RC-TIME(AR-RC-SUB)
                   TO AR-SD-RCPT-TIME(AR-SD-MATCH)
               ADD 1 TO AR-DELIVERED-COUNT
               MOVE SPACES TO AR-LINE-TEXT
               STRING 'ALERTRCV - delivered: '
                   AR-SD-GROUP(AR-SD-MATCH)
                   ' run ' AR-SD-RUN-ID(AR-SD-MATCH)
                   ' sent ' AR-SD-SENT-DATE(AR-SD-MATCH)
                   ' ' AR-SD-SENT-TIME(AR-SD-MATCH)
                   ' at ' AR-SD-RCPT-DATE(AR-SD-MATCH)
                   ' ' AR-SD-RCPT-TIME(AR-SD-MATCH)
                   DELIMITED BY SIZE INTO AR-LINE-TEXT
               PERFORM 900-WRITE-LINE
               MOVE AR-SD-FIRST-GROUP(AR-SD-MATCH) TO AR-AK-GROUP
               MOVE AR-SD-RUN-ID(AR-SD-MATCH)      TO AR-AK-RUN-ID
               MOVE AR-SD-FIRST-DATE(AR-SD-MATCH)  TO AR-AK-DATE
               MOVE AR-SD-FIRST-TIME(AR-SD-MATCH)  TO AR-AK-TIME
               PERFORM 525-CANCEL-OPEN-SEND
                   VARYING AR-SD-SCAN FROM 1 BY 1
                   UNTIL AR-SD-SCAN > AR-SD-COUNT
           END-IF.

       525-CANCEL-OPEN-SEND.
           IF AR-SD-FIRST-GROUP(AR-SD-SCAN) = AR-AK-GROUP
               AND AR-SD-RUN-ID(AR-SD-SCAN) = AR-AK-RUN-ID
               AND AR-SD-FIRST-DATE(AR-SD-SCAN) = AR-AK-DATE
               AND AR-SD-FIRST-TIME(AR-SD-SCAN) = AR-AK-TIME
               IF AR-SD-STATUS(AR-SD-SCAN) = 'PENDING  '
                   OR AR-SD-STATUS(AR-SD-SCAN) = 'FAILED   '
                   MOVE 'CANCELLED' TO AR-SD-STATUS(AR-SD-SCAN)
                   MOVE 'earlier send delivered'
                       TO AR-SD-NOTE(AR-SD-SCAN)
               END-IF
           END-IF.

      * A failure receipt counts against the group once; one for a
      * send already failed or superseded changes nothing.
       530-RECORD-FAILURE.
           IF AR-SD-STATUS(AR-SD-MATCH) = 'PENDING  '
               MOVE 'FAILED   ' TO AR-SD-STATUS(AR-SD-MATCH)
               ADD 1 TO AR-SD-FAIL-COUNT(AR-SD-MATCH)
               MOVE AR-RC-REASON(AR-RC-SUB) TO AR-SD-NOTE(AR-SD-MATCH)
               ADD 1 TO AR-FAILED-COUNT
               MOVE SPACES TO AR-LINE-TEXT
               STRING 'ALERTRCV - failed: '
                   AR-SD-GROUP(AR-SD-MATCH)
                   ' run ' AR-SD-RUN-ID(AR-SD-MATCH)
                   ' sent ' AR-SD-SENT-DATE(AR-SD-MATCH)
                   ' ' AR-SD-SENT-TIME(AR-SD-MATCH)
                   ' - ' AR-SD-NOTE(AR-SD-MATCH)
                   DELIMITED BY SIZE INTO AR-LINE-TEXT
               PERFORM 900-WRITE-LINE
           END-IF.

      * Only the sends on the table when the pass starts are
      * decided; a re-send queued by this run waits its turn.
       600-DECIDE-OPEN-SENDS.
           MOVE AR-SD-COUNT TO AR-SD-START-COUNT
           PERFORM 610-DECIDE-ONE-SEND
               VARYING AR-SD-SUB FROM 1 BY 1
               UNTIL AR-SD-SUB > AR-SD-START-COUNT.

       610-DECIDE-ONE-SEND.
           IF AR-SD-STATUS(AR-SD-SUB) = 'PENDING  '
               OR AR-SD-STATUS(AR-SD-SUB) = 'FAILED   '
               PERFORM 615-FIND-POLICY
               MOVE AR-SD-SENT-DATE(AR-SD-SUB) TO AR-CALC-DATE
               MOVE AR-SD-SENT-TIME(AR-SD-SUB) TO AR-CALC-TIME
               PERFORM 850-STAMP-TO-MINUTES
               IF AR-CALC-MINS + AR-POL-WAIT > AR-NOW-MINS
                   ADD 1 TO AR-WAITING-COUNT
               ELSE
                   PERFORM 620-CHOOSE-ACTION
               END-IF
           END-IF.

       615-FIND-POLICY.
           MOVE AR-DEF-NEXT TO AR-POL-NEXT
           MOVE AR-DEF-WAIT TO AR-POL-WAIT
           MOVE AR-DEF-MAX  TO AR-POL-MAX
           PERFORM 617-MATCH-POLICY
               VARYING AR-PL-SUB FROM 1 BY 1
               UNTIL AR-PL-SUB > AR-PL-COUNT.

       617-MATCH-POLICY.
           IF AR-PL-GROUP(AR-PL-SUB) = AR-SD-GROUP(AR-SD-SUB)
               MOVE AR-PL-NEXT(AR-PL-SUB) TO AR-POL-NEXT
               MOVE AR-PL-WAIT(AR-PL-SUB) TO AR-POL-WAIT
               MOVE AR-PL-MAX(AR-PL-SUB)  TO AR-POL-MAX
           END-IF.

      * An unconfirmed send counts as a failure once its wait is up.
      * Below the group's limit it is sent again to the same group;
      * at the limit it goes on to the next group, or is given up.
       620-CHOOSE-ACTION.
           MOVE AR-SD-FAIL-COUNT(AR-SD-SUB) TO AR-NEW-FAILS
           IF AR-SD-STATUS(AR-SD-SUB) = 'PENDING  '
               ADD 1 TO AR-NEW-FAILS
           END-IF
           EVALUATE TRUE
               WHEN AR-NEW-FAILS < AR-POL-MAX
                   MOVE 'RESEND  ' TO AR-ACTION
                   MOVE AR-SD-GROUP(AR-SD-SUB) TO AR-TARGET-GROUP
               WHEN AR-POL-NEXT NOT = SPACES
                   AND AR-POL-NEXT NOT = AR-SD-GROUP(AR-SD-SUB)
                   AND AR-SD-HOPS(AR-SD-SUB) < AR-MAX-HOPS
                   MOVE 'ESCALATE' TO AR-ACTION
                   MOVE AR-POL-NEXT TO AR-TARGET-GROUP
               WHEN OTHER
                   MOVE 'ABANDON ' TO AR-ACTION
                   MOVE SPACES TO AR-TARGET-GROUP
           END-EVALUATE
           MOVE 'Y' TO AR-ROOM
           IF AR-ACTION NOT = 'ABANDON '
               PERFORM 625-CHECK-ROOM
           END-IF
           IF AR-ROOM = 'Y'
               IF AR-SD-STATUS(AR-SD-SUB) = 'PENDING  '
                   MOVE AR-POL-WAIT TO AR-WAIT-DISP
                   MOVE SPACES TO AR-SD-NOTE(AR-SD-SUB)
                   STRING 'no receipt in ' AR-WAIT-DISP ' minutes'
                       DELIMITED BY SIZE INTO AR-SD-NOTE(AR-SD-SUB)
               END-IF
               MOVE AR-NEW-FAILS TO AR-SD-FAIL-COUNT(AR-SD-SUB)
               EVALUATE AR-ACTION
                   WHEN 'RESEND  '
                       MOVE 'RESENT   ' TO AR-SD-STATUS(AR-SD-SUB)
                       PERFORM 630-QUEUE-NEW-SEND
                   WHEN 'ESCALATE'
                       MOVE 'ESCALATED' TO AR-SD-STATUS(AR-SD-SUB)
                       PERFORM 630-QUEUE-NEW-SEND
                   WHEN OTHER
                       PERFORM 640-ABANDON-ALERT
               END-EVALUATE
           END-IF.

      * The new send takes this run's date and time, so it must not
      * collide with a send already on the table to the same group
      * for the same run; such a one is held over to the next run.
       625-CHECK-ROOM.
           IF AR-SD-COUNT NOT < 500
               MOVE 'N' TO AR-ROOM
               MOVE 'Y' TO AR-SEND-FULL
               MOVE SPACES TO AR-LINE-TEXT
               STRING 'ALERTRCV - send table full, '
                   AR-SD-GROUP(AR-SD-SUB)
                   ' run ' AR-SD-RUN-ID(AR-SD-SUB)
                   ' not re-sent this run'
                   DELIMITED BY SIZE INTO AR-LINE-TEXT
               PERFORM 900-WRITE-LINE
           ELSE
               MOVE AR-TARGET-GROUP           TO AR-SK-GROUP
               MOVE AR-SD-RUN-ID(AR-SD-SUB)   TO AR-SK-RUN-ID
               MOVE AR-TODAY-DATE             TO AR-SK-DATE
               MOVE AR-NOW-TIME               TO AR-SK-TIME
               MOVE AR-SEND-KEY TO AR-MATCH-KEY
               MOVE ZERO TO AR-SD-MATCH
               PERFORM 627-MATCH-STAMP
                   VARYING AR-SD-SCAN FROM 1 BY 1
                   UNTIL AR-SD-SCAN > AR-SD-COUNT
                       OR AR-SD-MATCH > ZERO
               IF AR-SD-MATCH > ZERO
                   MOVE 'N' TO AR-ROOM
                   MOVE SPACES TO AR-LINE-TEXT
                   STRING 'ALERTRCV - ' AR-TARGET-GROUP
                       ' run ' AR-SD-RUN-ID(AR-SD-SUB)
                       ' already sent this minute, held to the'
                       ' next run'
                       DELIMITED BY SIZE INTO AR-LINE-TEXT
                   PERFORM 900-WRITE-LINE
               END-IF
           END-IF.

       627-MATCH-STAMP.
           IF AR-SD-GROUP(AR-SD-SCAN)     = AR-SK-GROUP
               AND AR-SD-RUN-ID(AR-SD-SCAN)    = AR-SK-RUN-ID
               AND AR-SD-SENT-DATE(AR-SD-SCAN) = AR-SK-DATE
               AND AR-SD-SENT-TIME(AR-SD-SCAN) = AR-SK-TIME
               MOVE AR-SD-SCAN TO AR-SD-MATCH
           END-IF.

       630-QUEUE-NEW-SEND.
           ADD 1 TO AR-SD-COUNT
           MOVE AR-SD-DATA(AR-SD-SUB) TO AR-SD-DATA(AR-SD-COUNT)
           MOVE 'Y' TO AR-SD-NEW(AR-SD-COUNT)
           ADD 1 TO AR-NEW-COUNT
           MOVE AR-TARGET-GROUP TO AR-SD-GROUP(AR-SD-COUNT)
           MOVE AR-TODAY-DATE   TO AR-SD-SENT-DATE(AR-SD-COUNT)
           MOVE AR-NOW-TIME     TO AR-SD-SENT-TIME(AR-SD-COUNT)
           MOVE 'PENDING  '     TO AR-SD-STATUS(AR-SD-COUNT)
           MOVE SPACES TO AR-SD-RCPT-DATE(AR-SD-COUNT)
                          AR-SD-RCPT-TIME(AR-SD-COUNT)
                          AR-SD-NOTE(AR-SD-COUNT)
           IF AR-ACTION = 'RESEND  '
               ADD 1 TO AR-SD-ATTEMPT(AR-SD-COUNT)
               STRING 'resend of ' AR-SD-SENT-DATE(AR-SD-SUB)
                   ' ' AR-SD-SENT-TIME(AR-SD-SUB)
                   DELIMITED BY SIZE INTO AR-SD-NOTE(AR-SD-COUNT)
               ADD 1 TO AR-RESENT-COUNT
               MOVE AR-SD-ATTEMPT(AR-SD-COUNT) TO AR-COUNT-DISP
               MOVE SPACES TO AR-LINE-TEXT
               STRING 'ALERTRCV - re-sent: ' AR-TARGET-GROUP
                   ' run ' AR-SD-RUN-ID(AR-SD-SUB)
                   ' attempt ' AR-COUNT-DISP
                   ' - ' AR-SD-NOTE(AR-SD-SUB)
                   DELIMITED BY SIZE INTO AR-LINE-TEXT
               MOVE 'RESEND  ' TO AR-JRN-EVENT
               STRING AR-TARGET-GROUP ' run ' AR-SD-RUN-ID(AR-SD-SUB)
                   ' attempt ' AR-SD-ATTEMPT(AR-SD-COUNT)
                   DELIMITED BY SIZE INTO AR-JRN-TEXT
           ELSE
               MOVE 1    TO AR-SD-ATTEMPT(AR-SD-COUNT)
               MOVE ZERO TO AR-SD-FAIL-COUNT(AR-SD-COUNT)
               ADD 1 TO AR-SD-HOPS(AR-SD-COUNT)
               STRING 'escalated from ' AR-SD-GROUP(AR-SD-SUB)
                   DELIMITED BY SIZE INTO AR-SD-NOTE(AR-SD-COUNT)
               ADD 1 TO AR-ESCALATED-COUNT
               MOVE SPACES TO AR-LINE-TEXT
               STRING 'ALERTRCV - escalated: run '
                   AR-SD-RUN-ID(AR-SD-SUB)
                   ' from ' AR-SD-GROUP(AR-SD-SUB)
                   ' to ' AR-TARGET-GROUP
                   ' after ' AR-NEW-FAILS ' failed sends'
                   DELIMITED BY SIZE INTO AR-LINE-TEXT
               MOVE 'ESCALATE' TO AR-JRN-EVENT
               STRING 'run ' AR-SD-RUN-ID(AR-SD-SUB)
                   ' ' AR-SD-GROUP(AR-SD-SUB) ' to ' AR-TARGET-GROUP
                   DELIMITED BY SIZE INTO AR-JRN-TEXT
           END-IF
           PERFORM 900-WRITE-LINE
           PERFORM 950-WRITE-JOURNAL.

       640-ABANDON-ALERT.
           MOVE 'ABANDONED' TO AR-SD-STATUS(AR-SD-SUB)
           MOVE 'no group left to try' TO AR-SD-NOTE(AR-SD-SUB)
           ADD 1 TO AR-ABANDONED-COUNT
           MOVE SPACES TO AR-LINE-TEXT
           STRING 'ALERTRCV - NEVER DELIVERED: run '
               AR-SD-RUN-ID(AR-SD-SUB)
               ' first sent to ' AR-SD-FIRST-GROUP(AR-SD-SUB)
               ' ' AR-SD-FIRST-DATE(AR-SD-SUB)
               ' ' AR-SD-FIRST-TIME(AR-SD-SUB)
               ', given up at ' AR-SD-GROUP(AR-SD-SUB)
               ' after ' AR-NEW-FAILS ' failed sends'
               DELIMITED BY SIZE INTO AR-LINE-TEXT
           PERFORM 900-WRITE-LINE
           MOVE 'ABANDON ' TO AR-JRN-EVENT
           STRING 'run ' AR-SD-RUN-ID(AR-SD-SUB)
               ' never delivered, last ' AR-SD-GROUP(AR-SD-SUB)
               DELIMITED BY SIZE INTO AR-JRN-TEXT
           PERFORM 950-WRITE-JOURNAL.

      * The history is rewritten before any re-send is appended to
      * alertout.dat: a re-send on the history that never reached
      * the gateway is simply chased again after its wait, where the
      * other order could page a rota the history knows nothing of.
       700-WRITE-HISTORY.
           OPEN EXTEND WORK-FILE
           PERFORM 710-WRITE-ONE-SEND
               VARYING AR-SD-SUB FROM 1 BY 1
               UNTIL AR-SD-SUB > AR-SD-COUNT
           CLOSE WORK-FILE
           OPEN INPUT WORK-FILE
           OPEN OUTPUT HISTORY-FILE
           PERFORM UNTIL AR-WORK-STATUS NOT = '00'
               READ WORK-FILE
                   AT END
                       MOVE '10' TO AR-WORK-STATUS
                   NOT AT END
                       WRITE ALERTHST-RECORD FROM WORK-LINE
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE HISTORY-FILE
           MOVE '00' TO AR-WORK-STATUS.

       710-WRITE-ONE-SEND.
           WRITE WORK-LINE FROM AR-SD-DATA(AR-SD-SUB).

       750-APPEND-NEW-SENDS.
           IF AR-NEW-COUNT > ZERO
               OPEN EXTEND ALERTOUT-FILE
               IF AR-ALERTOUT-STATUS = '35'
                   OPEN OUTPUT ALERTOUT-FILE
               END-IF
               PERFORM 755-APPEND-ONE-SEND
                   VARYING AR-SD-SUB FROM 1 BY 1
                   UNTIL AR-SD-SUB > AR-SD-COUNT
               CLOSE ALERTOUT-FILE
           END-IF.

       755-APPEND-ONE-SEND.
           IF AR-SD-NEW(AR-SD-SUB) = 'Y'
               MOVE SPACES TO ALERTOUT-RECORD
               MOVE AR-SD-GROUP(AR-SD-SUB)     TO ALERTOUT-GROUP
               MOVE AR-SD-PRIORITY(AR-SD-SUB)  TO ALERTOUT-PRIORITY
               MOVE AR-SD-SENT-DATE(AR-SD-SUB) TO ALERTOUT-DATE
               MOVE AR-SD-SENT-TIME(AR-SD-SUB) TO ALERTOUT-TIME
               MOVE AR-SD-RUN-ID(AR-SD-SUB)    TO ALERTOUT-RUN-ID
               MOVE AR-SD-MESSAGE(AR-SD-SUB)   TO ALERTOUT-MESSAGE
               WRITE ALERTOUT-RECORD
           END-IF.

      * A date or time that is not numeric gives zero, so the send
      * is treated as long overdue rather than waited on for ever.
       850-STAMP-TO-MINUTES.
           MOVE ZERO TO AR-CALC-MINS
           IF AR-CALC-DATE IS NUMERIC AND AR-CALC-TIME IS NUMERIC
               MOVE AR-CALC-DATE TO AR-CALC-DATE-NUM
               COMPUTE AR-CALC-MINS =
                   FUNCTION INTEGER-OF-DATE(AR-CALC-DATE-NUM) * 1440
                   + AR-CALC-HH * 60 + AR-CALC-MM
           END-IF.

       900-WRITE-LINE.
           WRITE REPORT-LINE FROM AR-LINE-TEXT
           DISPLAY AR-LINE-TEXT.

      * Best-effort by design: the journal must never take the
      * receipt step down, so a missing journal routine is swallowed.
       950-WRITE-JOURNAL.
           CALL 'JRNWRITE' USING AR-RUN-ID AR-JRN-PROGRAM
               AR-JRN-EVENT AR-JRN-TEXT
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SPACES TO AR-JRN-TEXT.

       END PROGRAM ALERTRCV.
