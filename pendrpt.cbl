       IDENTIFICATION DIVISION.
       PROGRAM-ID.             PENDRPT.
      *-----------------------------------------------------------------
      * Pending control-change report for the morning shift lead.
      * Lists every change held on ctlpend.dat awaiting a second
      * operator's decision - the control-file changes entered
      * through CTLMAINT and the holiday-calendar changes entered
      * through HOLMAINT - with who entered it and when, how many
      * days it has waited, the last day it can be decided before
      * the next maintenance run expires it, and the before and
      * after record images the checker is being asked to approve.
      * The waiting limit is the CTLPEND retention record's
      * keep-days on ctlretn.dat (7 when there is none), the same
      * rule the maintenance utilities apply.  Read-only; output
      * goes to pendrpt.rpt and the console.
      *-----------------------------------------------------------------
      * CHANGE LOG
      * 10/15/2026  Initial coding.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLPEND-FILE
               ASSIGN TO "ctlpend.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PR-CTLPEND-STATUS.

           SELECT CTLRETN-FILE
               ASSIGN TO "ctlretn.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PR-CTLRETN-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "pendrpt.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PR-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLPEND-FILE.
           COPY CTLPEND.CPY.

       FD  CTLRETN-FILE.
           COPY CTLRETN.CPY.

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(90).

       WORKING-STORAGE SECTION.
       01  PR-CURRENT-DATE.
           05  PR-TODAY-DATE               PIC X(08)   VALUE SPACES.
           05  PR-NOW-TIME                 PIC X(06)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.

       01  PR-EXPIRY-DAYS                  PIC 9(04)   VALUE 7.
       01  PR-DATE-NUM                     PIC 9(08)   VALUE ZERO.
       01  PR-TODAY-INT                    PIC 9(07)   VALUE ZERO.
       01  PR-MADE-INT                     PIC 9(07)   VALUE ZERO.
       01  PR-DECIDE-BY-DATE               PIC 9(08)   VALUE ZERO.
       01  PR-AGE-DAYS                     PIC 9(05)   VALUE ZERO.

       01  PR-PENDING-COUNT                PIC 9(05)   VALUE ZERO.
       01  PR-OVERDUE-COUNT                PIC 9(05)   VALUE ZERO.
       01  PR-AGE-DISP                     PIC ZZZZ9   VALUE ZERO.
       01  PR-DAYS-DISP                    PIC ZZZ9    VALUE ZERO.
       01  PR-COUNT-DISP                   PIC ZZZZ9   VALUE ZERO.
       01  PR-COUNT-DISP-2                 PIC ZZZZ9   VALUE ZERO.
       01  PR-LINE-TEXT                    PIC X(90)   VALUE SPACES.

       01  PR-CTLPEND-STATUS               PIC X(02)   VALUE '00'.
       01  PR-CTLRETN-STATUS               PIC X(02)   VALUE '00'.
       01  PR-REPORT-STATUS                PIC X(02)   VALUE '00'.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO PR-CURRENT-DATE
           MOVE PR-TODAY-DATE TO PR-DATE-NUM
           COMPUTE PR-TODAY-INT = FUNCTION INTEGER-OF-DATE(PR-DATE-NUM)
           PERFORM 100-FIND-EXPIRY-DAYS
           OPEN OUTPUT REPORT-FILE
           MOVE PR-EXPIRY-DAYS TO PR-DAYS-DISP
           MOVE SPACES TO PR-LINE-TEXT
           STRING 'PENDRPT - control changes awaiting approval at '
               PR-TODAY-DATE ' ' PR-NOW-TIME
               ' (limit ' PR-DAYS-DISP ' days)'
               DELIMITED BY SIZE INTO PR-LINE-TEXT
           PERFORM 900-WRITE-LINE
           PERFORM 200-REPORT-PENDING-CHANGES
           IF PR-PENDING-COUNT = ZERO
               MOVE 'PENDRPT - no changes awaiting approval'
                   TO PR-LINE-TEXT
               PERFORM 900-WRITE-LINE
           ELSE
               MOVE PR-PENDING-COUNT TO PR-COUNT-DISP
               MOVE PR-OVERDUE-COUNT TO PR-COUNT-DISP-2
               MOVE SPACES TO PR-LINE-TEXT
               STRING 'PENDRPT - awaiting approval=' PR-COUNT-DISP
                   ' overdue=' PR-COUNT-DISP-2
                   DELIMITED BY SIZE INTO PR-LINE-TEXT
               PERFORM 900-WRITE-LINE
           END-IF
           CLOSE REPORT-FILE
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       100-FIND-EXPIRY-DAYS.
           OPEN INPUT CTLRETN-FILE
           IF PR-CTLRETN-STATUS = '00'
               PERFORM UNTIL PR-CTLRETN-STATUS NOT = '00'
                   READ CTLRETN-FILE
                       AT END
                           MOVE '10' TO PR-CTLRETN-STATUS
                       NOT AT END
                           IF CTLRETN-FILE-ID = 'CTLPEND '
                               AND CTLRETN-KEEP-DAYS IS NUMERIC
                               MOVE CTLRETN-KEEP-DAYS
                                   TO PR-EXPIRY-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTLRETN-FILE
           END-IF.

       200-REPORT-PENDING-CHANGES.
           OPEN INPUT CTLPEND-FILE
           IF PR-CTLPEND-STATUS = '00'
               PERFORM UNTIL PR-CTLPEND-STATUS NOT = '00'
                   READ CTLPEND-FILE
                       AT END
                           MOVE '10' TO PR-CTLPEND-STATUS
                       NOT AT END
                           PERFORM 210-REPORT-ONE-CHANGE
                   END-READ
               END-PERFORM
               CLOSE CTLPEND-FILE
           END-IF.

      * A change past its limit is still on file only because no
      * maintenance run has swept it yet - the next one expires it,
      * so it can no longer be approved in practice.
       210-REPORT-ONE-CHANGE.
           ADD 1 TO PR-PENDING-COUNT
           MOVE SPACES TO PR-LINE-TEXT
           STRING '  change ' CTLPEND-CHANGE-ID
               ' ' CTLPEND-FILE-ID ' ' CTLPEND-ACTION
               ' by ' CTLPEND-MAKER
               ' entered ' CTLPEND-MADE-DATE ' ' CTLPEND-MADE-TIME
               DELIMITED BY SIZE INTO PR-LINE-TEXT
           PERFORM 900-WRITE-LINE
           MOVE SPACES TO PR-LINE-TEXT
           IF CTLPEND-MADE-DATE IS NUMERIC
               MOVE CTLPEND-MADE-DATE TO PR-DATE-NUM
               COMPUTE PR-MADE-INT =
                   FUNCTION INTEGER-OF-DATE(PR-DATE-NUM)
               COMPUTE PR-DECIDE-BY-DATE = FUNCTION DATE-OF-INTEGER
                   (PR-MADE-INT + PR-EXPIRY-DAYS)
               IF PR-MADE-INT > PR-TODAY-INT
                   MOVE ZERO TO PR-AGE-DAYS
               ELSE
                   COMPUTE PR-AGE-DAYS = PR-TODAY-INT - PR-MADE-INT
               END-IF
               MOVE PR-AGE-DAYS TO PR-AGE-DISP
               IF PR-MADE-INT + PR-EXPIRY-DAYS < PR-TODAY-INT
                   ADD 1 TO PR-OVERDUE-COUNT
                   STRING '    waiting ' PR-AGE-DISP ' day(s)'
                       ' OVERDUE - expires at the next maintenance'
                       ' run' DELIMITED BY SIZE INTO PR-LINE-TEXT
               ELSE
                   STRING '    waiting ' PR-AGE-DISP ' day(s)'
                       ' decide by ' PR-DECIDE-BY-DATE
                       DELIMITED BY SIZE INTO PR-LINE-TEXT
               END-IF
           ELSE
               MOVE '    entry date not valid - age unknown'
                   TO PR-LINE-TEXT
           END-IF
           PERFORM 900-WRITE-LINE
           MOVE SPACES TO PR-LINE-TEXT
           STRING '    before: ' CTLPEND-BEFORE
               DELIMITED BY SIZE INTO PR-LINE-TEXT
           PERFORM 900-WRITE-LINE
           MOVE SPACES TO PR-LINE-TEXT
           STRING '    after:  ' CTLPEND-AFTER
               DELIMITED BY SIZE INTO PR-LINE-TEXT
           PERFORM 900-WRITE-LINE.

       900-WRITE-LINE.
           WRITE REPORT-LINE FROM PR-LINE-TEXT
           DISPLAY PR-LINE-TEXT.

       END PROGRAM PENDRPT.
