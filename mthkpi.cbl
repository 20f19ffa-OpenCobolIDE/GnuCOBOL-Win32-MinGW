       IDENTIFICATION DIVISION.
       PROGRAM-ID.             MTHKPI.
      *-----------------------------------------------------------------
      * Month-end operations KPI report.  The figures management asks
      * for every month-end were being assembled by hand from OPRINQ
      * screens.  For the month named in kpireq.dat (default: the
      * month just ended) this program reports, with the month before
      * and the same month a year earlier alongside:
      *   - windows that should have run (business days, less
      *     weekends and the holcal.dat holidays) against the days a
      *     window actually checkpointed, and window runs including
      *     reruns;
      *   - the return-code distribution per PROGRAM-ID from
      *     ckptstat.dat;
      *   - SLA breaches and average elapsed seconds from slahist.dat
      *     against the ctlsla.dat window threshold;
      *   - exceptions logged by severity, and the average days from
      *     EXCMAST-LOG-DATE to EXCMAST-ACK-DATE per acknowledging
      *     operator;
      *   - notifications sent from alertout.dat by priority.
      * Where a month has already been retired by the housekeeping,
      * the <name>.YYYY.arc yearly archives are read as the operator
      * inquiry reads them.  The printable report goes to mthkpi.rpt
      * and the console; the same figures go to the fixed-format
      * extract mthkpi.YYYYMM.ext (KPIEXT.CPY) for head office.
      *
      * Return codes:  0 - report produced
      *                4 - no checkpoint on file for the month
      *                8 - kpireq.dat names no valid month
      *-----------------------------------------------------------------
      * CHANGE LOG
      * 10/15/2026  Initial coding.
      * 10/15/2026  A checkpoint an operator directive marked HELD
      *             still shows the window ran that night but is not
      *             counted as a step run or a return code.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KPIREQ-FILE
               ASSIGN TO "kpireq.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MK-KPIREQ-STATUS.

           SELECT HOLCAL-FILE
               ASSIGN TO "holcal.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MK-HOLCAL-STATUS.

           SELECT CTLSLA-FILE
               ASSIGN TO "ctlsla.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MK-CTLSLA-STATUS.

           SELECT CKPTSTAT-FILE
               ASSIGN TO "ckptstat.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MK-CKPTSTAT-STATUS.

           SELECT SLAHIST-FILE
               ASSIGN TO "slahist.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MK-SLAHIST-STATUS.

           SELECT EXCMAST-FILE
               ASSIGN TO "excmastr.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EXCMAST-KEY
               ALTERNATE RECORD KEY IS EXCMAST-LOG-DATE
                   WITH DUPLICATES
               FILE STATUS IS MK-EXCMAST-STATUS.

           SELECT ALERTOUT-FILE
               ASSIGN TO "alertout.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MK-ALERTOUT-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO DYNAMIC MK-ARCHIVE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MK-ARCHIVE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "mthkpi.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MK-REPORT-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO DYNAMIC MK-EXTRACT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MK-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KPIREQ-FILE.
           COPY KPIREQ.CPY.

       FD  HOLCAL-FILE.
           COPY HOLCAL.CPY.

       FD  CTLSLA-FILE.
           COPY CTLSLA.CPY.

       FD  CKPTSTAT-FILE.
           COPY CKPTSTAT.CPY.

       FD  SLAHIST-FILE.
           COPY SLAHIST.CPY.

       FD  EXCMAST-FILE.
           COPY EXCMAST.CPY.

       FD  ALERTOUT-FILE.
           COPY ALERTOUT.CPY.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE                    PIC X(133).

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).

       FD  EXTRACT-FILE.
           COPY KPIEXT.CPY.

       WORKING-STORAGE SECTION.
       01  MK-CURRENT-DATE.
           05  MK-TODAY-DATE               PIC X(08)   VALUE SPACES.
           05  MK-NOW-TIME                 PIC X(06)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.
       01  MK-TODAY-NUM                    PIC 9(08)   VALUE ZERO.

      * The requested month and the two it is compared with.
       01  MK-REQ-MONTH                    PIC X(06)   VALUE SPACES.
       01  MK-REQ-YYYY                     PIC 9(04)   VALUE ZERO.
       01  MK-REQ-MM                       PIC 9(02)   VALUE ZERO.
       01  MK-REQ-BAD                      PIC X(01)   VALUE 'N'.
       01  MK-WORK-YYYY                    PIC 9(04)   VALUE ZERO.
       01  MK-WORK-MM                      PIC 9(02)   VALUE ZERO.

      * One entry per reported period: 1 the requested month, 2 the
      * month before, 3 the same month last year.  Each day of the
      * month is flagged when a checkpoint was written that day.
       01  MK-PERIOD-TABLE.
           05  MK-PERIOD-ENTRY OCCURS 3 TIMES.
               10  MK-PER-LABEL            PIC X(04).
               10  MK-PER-MONTH            PIC X(06).
               10  MK-PER-FIRST-DATE       PIC 9(08).
               10  MK-PER-BUSINESS-DAYS    PIC 9(03).
               10  MK-PER-WINDOW-DAYS      PIC 9(03).
               10  MK-PER-MISSED-DAYS      PIC 9(03).
               10  MK-PER-DAY-RAN          PIC X(01)
                                               OCCURS 31 TIMES.
               10  MK-PER-CKPT-COUNT       PIC 9(05).
               10  MK-PER-WINDOW-RUNS      PIC 9(05).
               10  MK-PER-WINDOW-SECS      PIC 9(09).
               10  MK-PER-SLA-BREACHES     PIC 9(05).
               10  MK-PER-EXC-HIGH         PIC 9(05).
               10  MK-PER-EXC-MED          PIC 9(05).
               10  MK-PER-EXC-OTHER        PIC 9(05).
               10  MK-PER-ACK-COUNT        PIC 9(05).
               10  MK-PER-ACK-DAYS         PIC 9(07).
               10  MK-PER-ALERT-HIGH       PIC 9(05).
               10  MK-PER-ALERT-MED        PIC 9(05).
       01  MK-PER-SUB                      COMP PIC 9(04) VALUE ZERO.
       01  MK-DAY-SUB                      COMP PIC 9(04) VALUE ZERO.

      * Return-code distribution and step elapsed time per program.
      * Buckets 1-6 are RC 0, 4, 8, 12, 16 and 20; bucket 7 is any
      * other code, or one that is not numeric.
       01  MK-PROG-TABLE.
           05  MK-PROG-ENTRY OCCURS 20 TIMES.
               10  MK-PROG-ID              PIC X(08).
               10  MK-PROG-PERIOD OCCURS 3 TIMES.
                   15  MK-PROG-RC-COUNT    PIC 9(05)
                                               OCCURS 7 TIMES.
                   15  MK-PROG-CKPT-RUNS   PIC 9(05).
                   15  MK-PROG-STEP-RUNS   PIC 9(05).
                   15  MK-PROG-STEP-SECS   PIC 9(09).
       01  MK-PROG-COUNT                   COMP PIC 9(04) VALUE ZERO.
       01  MK-PROG-SUB                     COMP PIC 9(04) VALUE ZERO.
       01  MK-PROG-MATCH-SUB               COMP PIC 9(04) VALUE ZERO.
       01  MK-PROG-OVERFLOW                PIC X(01)   VALUE 'N'.
       01  MK-BKT-SUB                      COMP PIC 9(04) VALUE ZERO.
       01  MK-BKT-LABEL-TABLE.
           05  FILLER                      PIC X(04)   VALUE '0000'.
           05  FILLER                      PIC X(04)   VALUE '0004'.
           05  FILLER                      PIC X(04)   VALUE '0008'.
           05  FILLER                      PIC X(04)   VALUE '0012'.
           05  FILLER                      PIC X(04)   VALUE '0016'.
           05  FILLER                      PIC X(04)   VALUE '0020'.
           05  FILLER                      PIC X(04)   VALUE 'OTHR'.
       01  MK-BKT-LABELS REDEFINES MK-BKT-LABEL-TABLE.
           05  MK-BKT-LABEL                PIC X(04)   OCCURS 7 TIMES.

      * Windows by run-id, each step's slahist.dat elapsed time summed
      * into its window so the window total can be held against the
      * SLA threshold.
       01  MK-WIN-TABLE.
           05  MK-WIN-ENTRY OCCURS 300 TIMES.
               10  MK-WIN-RUN-ID           PIC X(14).
               10  MK-WIN-PERIOD           PIC 9(01).
               10  MK-WIN-SECS             PIC 9(07).
       01  MK-WIN-COUNT                    COMP PIC 9(04) VALUE ZERO.
       01  MK-WIN-SUB                      COMP PIC 9(04) VALUE ZERO.
       01  MK-WIN-MATCH-SUB                COMP PIC 9(04) VALUE ZERO.
       01  MK-WIN-OVERFLOW                 PIC X(01)   VALUE 'N'.
       01  MK-SLA-FOUND                    PIC X(01)   VALUE 'N'.
       01  MK-SLA-THRESHOLD                PIC 9(06)   VALUE ZERO.

      * Acknowledgements per operator.
       01  MK-OPER-TABLE.
           05  MK-OPER-ENTRY OCCURS 30 TIMES.
               10  MK-OPER-ID              PIC X(08).
               10  MK-OPER-PERIOD OCCURS 3 TIMES.
                   15  MK-OPER-ACKS        PIC 9(05).
                   15  MK-OPER-DAYS        PIC 9(07).
       01  MK-OPER-COUNT                   COMP PIC 9(04) VALUE ZERO.
       01  MK-OPER-SUB                     COMP PIC 9(04) VALUE ZERO.
       01  MK-OPER-MATCH-SUB               COMP PIC 9(04) VALUE ZERO.
       01  MK-OPER-OVERFLOW                PIC X(01)   VALUE 'N'.

      * Holiday calendar, as the TESTFUNC date sanity check holds it.
       01  MK-HOLIDAY-TABLE.
           05  MK-HOLIDAY-DATE-NUM         PIC 9(08)
                                               OCCURS 100 TIMES.
       01  MK-HOLIDAY-COUNT                COMP PIC 9(04) VALUE ZERO.
       01  MK-HOLIDAY-SUB                  COMP PIC 9(04) VALUE ZERO.
       01  MK-DAY-INT                      PIC 9(07)   VALUE ZERO.
       01  MK-DAY-DATE-NUM                 PIC 9(08)   VALUE ZERO.
       01  MK-DAY-OF-WEEK                  PIC 9(01)   VALUE ZERO.
       01  MK-DAY-IS-OFF                   PIC X(01)   VALUE 'N'.

      * The record being tallied, moved out of whichever live file or
      * archive view it came from so one set of paragraphs serves
      * both.
       01  MK-IN-DATE                      PIC X(08)   VALUE SPACES.
       01  MK-IN-PROGRAM-ID                PIC X(08)   VALUE SPACES.
       01  MK-IN-RETURN-CODE               PIC X(04)   VALUE SPACES.
       01  MK-IN-RUN-ID                    PIC X(14)   VALUE SPACES.
       01  MK-IN-RUN-STATUS                PIC X(08)   VALUE SPACES.
       01  MK-IN-ELAPSED                   PIC X(06)   VALUE SPACES.
       01  MK-IN-SEVERITY                  PIC X(04)   VALUE SPACES.
       01  MK-IN-ACK-FLAG                  PIC X(01)   VALUE SPACES.
       01  MK-IN-ACK-DATE                  PIC X(08)   VALUE SPACES.
       01  MK-IN-ACK-OPERATOR              PIC X(08)   VALUE SPACES.
       01  MK-IN-ELAPSED-NUM               PIC 9(06)   VALUE ZERO.
       01  MK-IN-RC-NUM                    PIC 9(04)   VALUE ZERO.
       01  MK-LOG-INT                      PIC 9(07)   VALUE ZERO.
       01  MK-ACK-INT                      PIC 9(07)   VALUE ZERO.
       01  MK-ACK-AGE                      PIC 9(05)   VALUE ZERO.

      * Yearly archives written by the retention housekeeping.  They
      * are read only when the earliest period reaches back before
      * the earliest record still live, one archive per year from
      * there up to the year the live data starts.
       01  MK-ARCHIVE-NAME                 PIC X(40)   VALUE SPACES.
       01  MK-ARCH-BASE                    PIC X(08)   VALUE SPACES.
       01  MK-ARCH-TYPE                    PIC X(04)   VALUE SPACES.
       01  MK-LIVE-MIN-DATE                PIC 9(08)   VALUE 99999999.
       01  MK-ARCH-YEAR                    PIC 9(04)   VALUE ZERO.
       01  MK-ARCH-END-YEAR                PIC 9(04)   VALUE ZERO.
       01  MK-ARCH-YEAR-X                  PIC X(04)   VALUE SPACES.
       01  MK-ARCH-READ-COUNT              PIC 9(03)   VALUE ZERO.
       01  MK-EXC-DONE                     PIC X(01)   VALUE 'N'.

      * Archived record images, parsed by layout from the generic
      * archive line.  The exception archive view is the EXCMAST
      * layout the housekeeping writes from the indexed master.
       01  MK-ARCH-RECORD                  PIC X(133)  VALUE SPACES.
       01  MK-ARCH-CKPT-VIEW REDEFINES MK-ARCH-RECORD.
           05  MK-AC-PROGRAM-ID            PIC X(08).
           05  MK-AC-RETURN-CODE           PIC X(04).
           05  MK-AC-RUN-DATE              PIC X(08).
           05  MK-AC-RUN-TIME              PIC X(06).
           05  MK-AC-RUN-ID                PIC X(14).
           05  MK-AC-RUN-STATUS            PIC X(08).
           05  FILLER                      PIC X(85).
       01  MK-ARCH-SLA-VIEW REDEFINES MK-ARCH-RECORD.
           05  MK-AS-RUN-ID                PIC X(14).
           05  MK-AS-PROGRAM-ID            PIC X(08).
           05  MK-AS-RUN-DATE              PIC X(08).
           05  MK-AS-START-TIME            PIC X(06).
           05  MK-AS-END-TIME              PIC X(06).
           05  MK-AS-ELAPSED-SECS          PIC X(06).
           05  FILLER                      PIC X(85).
       01  MK-ARCH-EXC-VIEW REDEFINES MK-ARCH-RECORD.
           05  MK-AE-FIELD-NAME            PIC X(15).
           05  MK-AE-RUN-ID                PIC X(14).
           05  MK-AE-LOG-DATE              PIC X(08).
           05  MK-AE-PROGRAM-ID            PIC X(08).
           05  MK-AE-PIC-SIZE              PIC X(02).
           05  MK-AE-EXPECTED-VALUE        PIC X(19).
           05  MK-AE-TRUNCATED-VALUE       PIC X(19).
           05  MK-AE-LOG-TIME              PIC X(06).
           05  MK-AE-SEVERITY              PIC X(04).
           05  MK-AE-ACK-FLAG              PIC X(01).
           05  MK-AE-ACK-DATE              PIC X(08).
           05  MK-AE-ACK-OPERATOR          PIC X(08).
           05  FILLER                      PIC X(21).

      * One report row: a label and a figure per period, printed and
      * written to the extract under the metric, subject and
      * qualifier named.
       01  MK-ROW-LABEL                    PIC X(36)   VALUE SPACES.
       01  MK-ROW-METRIC                   PIC X(10)   VALUE SPACES.
       01  MK-ROW-SUBJECT                  PIC X(08)   VALUE SPACES.
       01  MK-ROW-QUALIFIER                PIC X(04)   VALUE SPACES.
       01  MK-ROW-DECIMAL                  PIC X(01)   VALUE 'N'.
       01  MK-ROW-PRINT                    PIC X(01)   VALUE 'Y'.
       01  MK-ROW-VALUES.
           05  MK-ROW-VALUE                PIC 9(08)V9
                                               OCCURS 3 TIMES.
       01  MK-ROW-NUM-DISP                 PIC ZZZZZZZZ9.
       01  MK-ROW-DEC-DISP                 PIC ZZZZZZ9.9.
       01  MK-ROW-COLUMNS                  PIC X(36)   VALUE SPACES.
       01  MK-ROW-COL-PTR                  COMP PIC 9(04) VALUE ZERO.
       01  MK-DIVIDEND                     PIC 9(09)   VALUE ZERO.
       01  MK-DIVISOR                      PIC 9(07)   VALUE ZERO.

       01  MK-RC-DISP                      PIC ZZZZ9   VALUE ZERO.
       01  MK-RC-COLUMNS                   PIC X(44)   VALUE SPACES.
       01  MK-RC-COL-PTR                   COMP PIC 9(04) VALUE ZERO.
       01  MK-LINE-TEXT                    PIC X(80)   VALUE SPACES.
       01  MK-EXTRACT-NAME                 PIC X(24)   VALUE SPACES.
       01  MK-EXTRACT-COUNT                PIC 9(05)   VALUE ZERO.
       01  MK-COUNT-DISP                   PIC ZZZZ9   VALUE ZERO.
       01  MK-RETURN-CODE                  PIC S9(04)  VALUE ZERO.

       01  MK-KPIREQ-STATUS                PIC X(02)   VALUE '00'.
       01  MK-HOLCAL-STATUS                PIC X(02)   VALUE '00'.
       01  MK-CTLSLA-STATUS                PIC X(02)   VALUE '00'.
       01  MK-CKPTSTAT-STATUS              PIC X(02)   VALUE '00'.
       01  MK-SLAHIST-STATUS               PIC X(02)   VALUE '00'.
       01  MK-EXCMAST-STATUS               PIC X(02)   VALUE '00'.
       01  MK-ALERTOUT-STATUS              PIC X(02)   VALUE '00'.
       01  MK-ARCHIVE-STATUS               PIC X(02)   VALUE '00'.
       01  MK-REPORT-STATUS                PIC X(02)   VALUE '00'.
       01  MK-EXTRACT-STATUS               PIC X(02)   VALUE '00'.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO MK-CURRENT-DATE
           MOVE MK-TODAY-DATE TO MK-TODAY-NUM
           OPEN OUTPUT REPORT-FILE
           PERFORM 050-READ-REQUEST
           IF MK-REQ-BAD = 'Y'
               MOVE SPACES TO MK-LINE-TEXT
               STRING 'MTHKPI - kpireq.dat month ' MK-REQ-MONTH
                   ' is not a valid YYYYMM, nothing reported'
                   DELIMITED BY SIZE INTO MK-LINE-TEXT
               PERFORM 900-WRITE-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 060-SET-UP-PERIODS
           PERFORM 070-LOAD-HOLIDAYS
           PERFORM 080-READ-SLA-CONTROL
           PERFORM 100-GATHER-CHECKPOINTS
           PERFORM 200-GATHER-ELAPSED-HISTORY
           PERFORM 300-GATHER-EXCEPTIONS
           PERFORM 400-GATHER-ALERTS
           PERFORM 450-COUNT-BUSINESS-DAYS
               VARYING MK-PER-SUB FROM 1 BY 1
               UNTIL MK-PER-SUB > 3
           PERFORM 460-SCORE-WINDOWS
               VARYING MK-WIN-SUB FROM 1 BY 1
               UNTIL MK-WIN-SUB > MK-WIN-COUNT
           MOVE SPACES TO MK-EXTRACT-NAME
           STRING 'mthkpi.' MK-REQ-MONTH '.ext'
               DELIMITED BY SIZE INTO MK-EXTRACT-NAME
           OPEN OUTPUT EXTRACT-FILE
           PERFORM 500-WRITE-HEADLINE-KPIS
           PERFORM 600-WRITE-PROGRAM-KPIS
           PERFORM 650-WRITE-OPERATOR-KPIS
           PERFORM 690-WRITE-TRAILER
           CLOSE EXTRACT-FILE
           CLOSE REPORT-FILE
           IF MK-PER-CKPT-COUNT(1) = ZERO
               MOVE 4 TO MK-RETURN-CODE
           END-IF
           MOVE MK-RETURN-CODE TO RETURN-CODE
           GOBACK.

      * No request file, or a blank month, reports the month just
      * ended - the usual month-end run.
       050-READ-REQUEST.
           OPEN INPUT KPIREQ-FILE
           IF MK-KPIREQ-STATUS = '00'
               READ KPIREQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE KPIREQ-MONTH TO MK-REQ-MONTH
               END-READ
               CLOSE KPIREQ-FILE
           END-IF
           IF MK-REQ-MONTH = SPACES
               MOVE MK-TODAY-DATE(1:4) TO MK-WORK-YYYY
               MOVE MK-TODAY-DATE(5:2) TO MK-WORK-MM
               PERFORM 065-STEP-BACK-ONE-MONTH
               MOVE MK-WORK-YYYY TO MK-REQ-MONTH(1:4)
               MOVE MK-WORK-MM   TO MK-REQ-MONTH(5:2)
           END-IF
           IF MK-REQ-MONTH IS NOT NUMERIC
               MOVE 'Y' TO MK-REQ-BAD
           ELSE
               MOVE MK-REQ-MONTH(1:4) TO MK-REQ-YYYY
               MOVE MK-REQ-MONTH(5:2) TO MK-REQ-MM
               IF MK-REQ-MM < 1 OR MK-REQ-MM > 12
                   OR MK-REQ-YYYY < 1601
                   MOVE 'Y' TO MK-REQ-BAD
               END-IF
           END-IF.

       060-SET-UP-PERIODS.
           INITIALIZE MK-PERIOD-TABLE
           MOVE 'CURR'       TO MK-PER-LABEL(1)
           MOVE MK-REQ-MONTH TO MK-PER-MONTH(1)
           MOVE MK-REQ-YYYY  TO MK-WORK-YYYY
           MOVE MK-REQ-MM    TO MK-WORK-MM
           PERFORM 065-STEP-BACK-ONE-MONTH
           MOVE 'PREV'       TO MK-PER-LABEL(2)
           MOVE MK-WORK-YYYY TO MK-PER-MONTH(2)(1:4)
           MOVE MK-WORK-MM   TO MK-PER-MONTH(2)(5:2)
           COMPUTE MK-WORK-YYYY = MK-REQ-YYYY - 1
           MOVE 'LYR '       TO MK-PER-LABEL(3)
           MOVE MK-WORK-YYYY TO MK-PER-MONTH(3)(1:4)
           MOVE MK-REQ-MM    TO MK-PER-MONTH(3)(5:2)
           PERFORM 068-SET-PERIOD-START
               VARYING MK-PER-SUB FROM 1 BY 1
               UNTIL MK-PER-SUB > 3.

       065-STEP-BACK-ONE-MONTH.
           IF MK-WORK-MM = 1
               MOVE 12 TO MK-WORK-MM
               SUBTRACT 1 FROM MK-WORK-YYYY
           ELSE
               SUBTRACT 1 FROM MK-WORK-MM
           END-IF.

       068-SET-PERIOD-START.
           MOVE MK-PER-MONTH(MK-PER-SUB) TO MK-DAY-DATE-NUM(1:6)
           MOVE '01' TO MK-DAY-DATE-NUM(7:2)
           MOVE MK-DAY-DATE-NUM TO MK-PER-FIRST-DATE(MK-PER-SUB)
           PERFORM 069-CLEAR-DAY-FLAG
               VARYING MK-DAY-SUB FROM 1 BY 1
               UNTIL MK-DAY-SUB > 31.

       069-CLEAR-DAY-FLAG.
           MOVE 'N' TO MK-PER-DAY-RAN(MK-PER-SUB, MK-DAY-SUB).

       070-LOAD-HOLIDAYS.
           OPEN INPUT HOLCAL-FILE
           IF MK-HOLCAL-STATUS = '00'
               PERFORM UNTIL MK-HOLCAL-STATUS NOT = '00'
                   READ HOLCAL-FILE
                       AT END
                           MOVE '10' TO MK-HOLCAL-STATUS
                       NOT AT END
                           IF HOLCAL-DATE IS NUMERIC
                               AND MK-HOLIDAY-COUNT < 100
                               ADD 1 TO MK-HOLIDAY-COUNT
                               MOVE HOLCAL-DATE TO
                                   MK-HOLIDAY-DATE-NUM
                                       (MK-HOLIDAY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLCAL-FILE
           END-IF.

       080-READ-SLA-CONTROL.
           OPEN INPUT CTLSLA-FILE
           IF MK-CTLSLA-STATUS = '00'
               READ CTLSLA-FILE
                   AT END
                       MOVE 'N' TO MK-SLA-FOUND
                   NOT AT END
                       IF CTLSLA-WINDOW-SECONDS IS NUMERIC
                           MOVE 'Y' TO MK-SLA-FOUND
                           MOVE CTLSLA-WINDOW-SECONDS
                               TO MK-SLA-THRESHOLD
                       END-IF
               END-READ
               CLOSE CTLSLA-FILE
           END-IF.

      *----------------------------------------------------------------
      * ckptstat.dat - the live file, then any retired years.
      *----------------------------------------------------------------
       100-GATHER-CHECKPOINTS.
           MOVE 99999999 TO MK-LIVE-MIN-DATE
           OPEN INPUT CKPTSTAT-FILE
           IF MK-CKPTSTAT-STATUS = '00'
               PERFORM UNTIL MK-CKPTSTAT-STATUS NOT = '00'
                   READ CKPTSTAT-FILE
                       AT END
                           MOVE '10' TO MK-CKPTSTAT-STATUS
                       NOT AT END
                           MOVE CKPTSTAT-RUN-DATE    TO MK-IN-DATE
                           MOVE CKPTSTAT-PROGRAM-ID  TO MK-IN-PROGRAM-ID
                           MOVE CKPTSTAT-RETURN-CODE
                               TO MK-IN-RETURN-CODE
                           MOVE CKPTSTAT-RUN-STATUS
                               TO MK-IN-RUN-STATUS
                           PERFORM 800-NOTE-LIVE-DATE
                           PERFORM 110-TALLY-CHECKPOINT
                   END-READ
               END-PERFORM
               CLOSE CKPTSTAT-FILE
           END-IF
           MOVE 'ckptstat' TO MK-ARCH-BASE
           MOVE 'CKPT'     TO MK-ARCH-TYPE
           PERFORM 820-GATHER-ARCHIVES.

       110-TALLY-CHECKPOINT.
           PERFORM 850-FIND-PERIOD
           IF MK-PER-SUB > ZERO
               ADD 1 TO MK-PER-CKPT-COUNT(MK-PER-SUB)
               IF MK-IN-DATE(7:2) IS NUMERIC
                   MOVE MK-IN-DATE(7:2) TO MK-DAY-SUB
                   IF MK-DAY-SUB >= 1 AND MK-DAY-SUB <= 31
                       MOVE 'Y'
                           TO MK-PER-DAY-RAN(MK-PER-SUB, MK-DAY-SUB)
                   END-IF
               END-IF
               MOVE ZERO TO MK-PROG-MATCH-SUB
               IF MK-IN-RUN-STATUS NOT = 'HELD'
                   PERFORM 860-FIND-PROGRAM
               END-IF
               IF MK-PROG-MATCH-SUB > ZERO
                   PERFORM 115-PICK-RC-BUCKET
                   ADD 1 TO MK-PROG-RC-COUNT
                       (MK-PROG-MATCH-SUB, MK-PER-SUB, MK-BKT-SUB)
                   ADD 1 TO MK-PROG-CKPT-RUNS
                       (MK-PROG-MATCH-SUB, MK-PER-SUB)
               END-IF
           END-IF.

       115-PICK-RC-BUCKET.
           MOVE 7 TO MK-BKT-SUB
           IF MK-IN-RETURN-CODE IS NUMERIC
               MOVE MK-IN-RETURN-CODE TO MK-IN-RC-NUM
               EVALUATE MK-IN-RC-NUM
                   WHEN 0
                       MOVE 1 TO MK-BKT-SUB
                   WHEN 4
                       MOVE 2 TO MK-BKT-SUB
                   WHEN 8
                       MOVE 3 TO MK-BKT-SUB
                   WHEN 12
                       MOVE 4 TO MK-BKT-SUB
                   WHEN 16
                       MOVE 5 TO MK-BKT-SUB
                   WHEN 20
                       MOVE 6 TO MK-BKT-SUB
                   WHEN OTHER
                       MOVE 7 TO MK-BKT-SUB
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * slahist.dat - per-step elapsed time, summed per window.
      *----------------------------------------------------------------
       200-GATHER-ELAPSED-HISTORY.
           MOVE 99999999 TO MK-LIVE-MIN-DATE
           OPEN INPUT SLAHIST-FILE
           IF MK-SLAHIST-STATUS = '00'
               PERFORM UNTIL MK-SLAHIST-STATUS NOT = '00'
                   READ SLAHIST-FILE
                       AT END
                           MOVE '10' TO MK-SLAHIST-STATUS
                       NOT AT END
                           MOVE SLAHIST-RUN-DATE   TO MK-IN-DATE
                           MOVE SLAHIST-RUN-ID     TO MK-IN-RUN-ID
                           MOVE SLAHIST-PROGRAM-ID TO MK-IN-PROGRAM-ID
                           MOVE SLAHIST-ELAPSED-SECS
                               TO MK-IN-ELAPSED
                           PERFORM 800-NOTE-LIVE-DATE
                           PERFORM 210-TALLY-ELAPSED
                   END-READ
               END-PERFORM
               CLOSE SLAHIST-FILE
           END-IF
           MOVE 'slahist'  TO MK-ARCH-BASE
           MOVE 'SLA '     TO MK-ARCH-TYPE
           PERFORM 820-GATHER-ARCHIVES.

       210-TALLY-ELAPSED.
           PERFORM 850-FIND-PERIOD
           IF MK-PER-SUB > ZERO AND MK-IN-ELAPSED IS NUMERIC
               MOVE MK-IN-ELAPSED TO MK-IN-ELAPSED-NUM
               PERFORM 860-FIND-PROGRAM
               IF MK-PROG-MATCH-SUB > ZERO
                   ADD 1 TO MK-PROG-STEP-RUNS
                       (MK-PROG-MATCH-SUB, MK-PER-SUB)
                   ADD MK-IN-ELAPSED-NUM TO MK-PROG-STEP-SECS
                       (MK-PROG-MATCH-SUB, MK-PER-SUB)
               END-IF
               PERFORM 220-FIND-WINDOW
               IF MK-WIN-MATCH-SUB > ZERO
                   ADD MK-IN-ELAPSED-NUM
                       TO MK-WIN-SECS(MK-WIN-MATCH-SUB)
               END-IF
           END-IF.

       220-FIND-WINDOW.
           MOVE ZERO TO MK-WIN-MATCH-SUB
           PERFORM 225-MATCH-WINDOW
               VARYING MK-WIN-SUB FROM 1 BY 1
               UNTIL MK-WIN-SUB > MK-WIN-COUNT
           IF MK-WIN-MATCH-SUB = ZERO
               IF MK-WIN-COUNT < 300
                   ADD 1 TO MK-WIN-COUNT
                   MOVE MK-WIN-COUNT TO MK-WIN-MATCH-SUB
                   MOVE MK-IN-RUN-ID TO MK-WIN-RUN-ID(MK-WIN-COUNT)
                   MOVE MK-PER-SUB   TO MK-WIN-PERIOD(MK-WIN-COUNT)
                   MOVE ZERO         TO MK-WIN-SECS(MK-WIN-COUNT)
               ELSE
                   MOVE 'Y' TO MK-WIN-OVERFLOW
               END-IF
           END-IF.

       225-MATCH-WINDOW.
           IF MK-WIN-RUN-ID(MK-WIN-SUB) = MK-IN-RUN-ID
               MOVE MK-WIN-SUB TO MK-WIN-MATCH-SUB
           END-IF.

      *----------------------------------------------------------------
      * The exception master, read whole in key order.  Exceptions
      * are counted in the month they were logged; acknowledgements
      * in the month they were given.
      *----------------------------------------------------------------
       300-GATHER-EXCEPTIONS.
           MOVE 99999999 TO MK-LIVE-MIN-DATE
           OPEN INPUT EXCMAST-FILE
           IF MK-EXCMAST-STATUS = '00'
               MOVE 'N' TO MK-EXC-DONE
               PERFORM 305-READ-ONE-EXCEPTION
                   UNTIL MK-EXC-DONE = 'Y'
               CLOSE EXCMAST-FILE
           END-IF
           MOVE 'excprec'  TO MK-ARCH-BASE
           MOVE 'EXC '     TO MK-ARCH-TYPE
           PERFORM 820-GATHER-ARCHIVES.

       305-READ-ONE-EXCEPTION.
           READ EXCMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO MK-EXC-DONE
               NOT AT END
                   MOVE EXCMAST-LOG-DATE     TO MK-IN-DATE
                   MOVE EXCMAST-SEVERITY     TO MK-IN-SEVERITY
                   MOVE EXCMAST-ACK-FLAG     TO MK-IN-ACK-FLAG
                   MOVE EXCMAST-ACK-DATE     TO MK-IN-ACK-DATE
                   MOVE EXCMAST-ACK-OPERATOR TO MK-IN-ACK-OPERATOR
                   PERFORM 800-NOTE-LIVE-DATE
                   PERFORM 310-TALLY-EXCEPTION
           END-READ.

       310-TALLY-EXCEPTION.
           PERFORM 850-FIND-PERIOD
           IF MK-PER-SUB > ZERO
               EVALUATE MK-IN-SEVERITY
                   WHEN 'HIGH'
                       ADD 1 TO MK-PER-EXC-HIGH(MK-PER-SUB)
                   WHEN 'MED '
                       ADD 1 TO MK-PER-EXC-MED(MK-PER-SUB)
                   WHEN OTHER
                       ADD 1 TO MK-PER-EXC-OTHER(MK-PER-SUB)
               END-EVALUATE
           END-IF
           IF MK-IN-ACK-FLAG = 'Y'
               AND MK-IN-ACK-DATE IS NUMERIC
               AND MK-IN-DATE IS NUMERIC
               AND MK-IN-ACK-DATE >= MK-IN-DATE
               PERFORM 320-TALLY-ACKNOWLEDGEMENT
           END-IF.

       320-TALLY-ACKNOWLEDGEMENT.
           COMPUTE MK-LOG-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(MK-IN-DATE))
           COMPUTE MK-ACK-INT =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(MK-IN-ACK-DATE))
           COMPUTE MK-ACK-AGE = MK-ACK-INT - MK-LOG-INT
           MOVE MK-IN-ACK-DATE TO MK-IN-DATE
           PERFORM 850-FIND-PERIOD
           IF MK-PER-SUB > ZERO
               ADD 1 TO MK-PER-ACK-COUNT(MK-PER-SUB)
               ADD MK-ACK-AGE TO MK-PER-ACK-DAYS(MK-PER-SUB)
               PERFORM 870-FIND-OPERATOR
               IF MK-OPER-MATCH-SUB > ZERO
                   ADD 1 TO MK-OPER-ACKS
                       (MK-OPER-MATCH-SUB, MK-PER-SUB)
                   ADD MK-ACK-AGE TO MK-OPER-DAYS
                       (MK-OPER-MATCH-SUB, MK-PER-SUB)
               END-IF
           END-IF.

      * alertout.dat is the gateway interface and is never archived,
      * so the alert figures come from the live file alone.
       400-GATHER-ALERTS.
           OPEN INPUT ALERTOUT-FILE
           IF MK-ALERTOUT-STATUS = '00'
               PERFORM UNTIL MK-ALERTOUT-STATUS NOT = '00'
                   READ ALERTOUT-FILE
                       AT END
                           MOVE '10' TO MK-ALERTOUT-STATUS
                       NOT AT END
                           MOVE ALERTOUT-DATE TO MK-IN-DATE
                           PERFORM 850-FIND-PERIOD
                           IF MK-PER-SUB > ZERO
                               IF ALERTOUT-PRIORITY = 'HIGH'
                                   ADD 1 TO
                                       MK-PER-ALERT-HIGH(MK-PER-SUB)
                               ELSE
                                   ADD 1 TO
                                       MK-PER-ALERT-MED(MK-PER-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERTOUT-FILE
           END-IF.

      * Every calendar day of the month is walked; a weekday not on
      * the holiday calendar is a day a window should have run.  Days
      * after today are not counted, so a month still in progress is
      * not charged with windows that have not yet been due.
       450-COUNT-BUSINESS-DAYS.
           COMPUTE MK-DAY-INT =
               FUNCTION INTEGER-OF-DATE(MK-PER-FIRST-DATE(MK-PER-SUB))
           COMPUTE MK-DAY-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(MK-DAY-INT)
           PERFORM 455-SCORE-ONE-DAY
               UNTIL MK-DAY-DATE-NUM(1:6) NOT = MK-PER-MONTH(MK-PER-SUB)
               OR MK-DAY-DATE-NUM > MK-TODAY-NUM.

       455-SCORE-ONE-DAY.
           MOVE MK-DAY-DATE-NUM(7:2) TO MK-DAY-SUB
           IF MK-PER-DAY-RAN(MK-PER-SUB, MK-DAY-SUB) = 'Y'
               ADD 1 TO MK-PER-WINDOW-DAYS(MK-PER-SUB)
           END-IF
           MOVE 'N' TO MK-DAY-IS-OFF
           COMPUTE MK-DAY-OF-WEEK = FUNCTION MOD(MK-DAY-INT, 7)
           IF MK-DAY-OF-WEEK = 0 OR MK-DAY-OF-WEEK = 6
               MOVE 'Y' TO MK-DAY-IS-OFF
           ELSE
               PERFORM 458-CHECK-HOLIDAY-TABLE
                   VARYING MK-HOLIDAY-SUB FROM 1 BY 1
                   UNTIL MK-HOLIDAY-SUB > MK-HOLIDAY-COUNT
           END-IF
           IF MK-DAY-IS-OFF = 'N'
               ADD 1 TO MK-PER-BUSINESS-DAYS(MK-PER-SUB)
               IF MK-PER-DAY-RAN(MK-PER-SUB, MK-DAY-SUB) = 'N'
                   ADD 1 TO MK-PER-MISSED-DAYS(MK-PER-SUB)
               END-IF
           END-IF
           ADD 1 TO MK-DAY-INT
           COMPUTE MK-DAY-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(MK-DAY-INT).

       458-CHECK-HOLIDAY-TABLE.
           IF MK-HOLIDAY-DATE-NUM(MK-HOLIDAY-SUB) = MK-DAY-DATE-NUM
               MOVE 'Y' TO MK-DAY-IS-OFF
           END-IF.

       460-SCORE-WINDOWS.
           MOVE MK-WIN-PERIOD(MK-WIN-SUB) TO MK-PER-SUB
           ADD 1 TO MK-PER-WINDOW-RUNS(MK-PER-SUB)
           ADD MK-WIN-SECS(MK-WIN-SUB) TO MK-PER-WINDOW-SECS(MK-PER-SUB)
           IF MK-SLA-FOUND = 'Y'
               AND MK-WIN-SECS(MK-WIN-SUB) > MK-SLA-THRESHOLD
               ADD 1 TO MK-PER-SLA-BREACHES(MK-PER-SUB)
           END-IF.

      *----------------------------------------------------------------
      * The headline figures, one row each with the three periods
      * side by side.
      *----------------------------------------------------------------
       500-WRITE-HEADLINE-KPIS.
           MOVE ALL '=' TO MK-LINE-TEXT
           PERFORM 900-WRITE-LINE
           MOVE SPACES TO MK-LINE-TEXT
           STRING 'MTHKPI - OPERATIONS KPIs FOR ' MK-REQ-MONTH(1:4)
               '/' MK-REQ-MONTH(5:2) '   PRODUCED ' MK-TODAY-DATE
               DELIMITED BY SIZE INTO MK-LINE-TEXT
           PERFORM 900-WRITE-LINE
           MOVE ALL '=' TO MK-LINE-TEXT
           PERFORM 900-WRITE-LINE
           PERFORM 510-WRITE-COLUMN-HEADINGS
           IF MK-WIN-OVERFLOW = 'Y'
               MOVE 'MTHKPI - more than 300 windows, SLA figures cover'
                   TO MK-LINE-TEXT
               PERFORM 900-WRITE-LINE
               MOVE '         the first 300 only' TO MK-LINE-TEXT
               PERFORM 900-WRITE-LINE
           END-IF
           IF MK-SLA-FOUND = 'N'
               MOVE SPACES TO MK-LINE-TEXT
               STRING 'MTHKPI - no SLA threshold in ctlsla.dat, no'
                   ' breaches counted'
                   DELIMITED BY SIZE INTO MK-LINE-TEXT
               PERFORM 900-WRITE-LINE
           END-IF

           MOVE 'WINDOWS DUE (BUSINESS DAYS)........' TO MK-ROW-LABEL
           MOVE 'WINEXPECT ' TO MK-ROW-METRIC
           PERFORM 520-CLEAR-ROW
           PERFORM 521-LOAD-BUSINESS-DAYS
               VARYING MK-PER-SUB FROM 1 BY 1 UNTIL MK-PER-SUB > 3
           PERFORM 700-WRITE-ROW
           MOVE 'DAYS A WINDOW RAN..................' TO MK-ROW-LABEL
           MOVE 'WINDAYS   ' TO MK-ROW-METRIC
           PERFORM 520-CLEAR-ROW
           PERFORM 522-LOAD-WINDOW-DAYS
               VARYING MK-PER-SUB FROM 1 BY 1 UNTIL MK-PER-SUB > 3
           PERFORM 700-WRITE-ROW
           MOVE 'BUSINESS DAYS WITH NO WINDOW.......' TO MK-ROW-LABEL
           MOVE 'WINMISSED ' TO MK-ROW-METRIC
           PERFORM 520-CLEAR-ROW
           PERFORM 523-LOAD-MISSED-DAYS
               VARYING MK-PER-SUB FROM 1 BY 1 UNTIL MK-PER-SUB > 3
           PERFORM 700-WRITE-ROW
           MOVE 'WINDOW RUNS INCLUDING RERUNS.......' TO MK-ROW-LABEL
           MOVE 'WINRUNS   ' TO MK-ROW-METRIC
           PERFORM 520-CLEAR-ROW
           PERFORM 524-LOAD-WINDOW-RUNS
               VARYING MK-PER-SUB FROM 1 BY 1 UNTIL MK-PER-SUB > 3
           PERFORM 700-WRITE-ROW
           MOVE 'WINDOWS OVER SLA...................' TO MK-ROW-LABEL
           MOVE 'SLABREACH ' TO MK-ROW-METRIC
           PERFORM 520-CLEAR-ROW
           PERFORM 525-LOAD-SLA-BREACHES
               VARYING MK-PER-SUB FROM 1 BY 1 UNTIL MK-PER-SUB > 3
           PERFORM 700-WRITE-ROW
           MOVE 'AVERAGE WINDOW ELAPSED SECONDS.....' TO MK-ROW-LABEL
           MOVE 'WINAVGSECS' TO MK-ROW-METRIC
           PERFORM 520-CLEAR-ROW
           MOVE 'Y' TO MK-ROW-DECIMAL
           PERFORM 526-LOAD-WINDOW-AVERAGE
               VARYING MK-PER-SUB FROM 1 BY 1 UNTIL MK-PER-SUB > 3
           PERFORM 700-WRITE-ROW
           MOVE 'EXCEPTIONS LOGGED - HIGH...........' TO MK-ROW-LABEL
           MOVE 'EXCRAISED ' TO MK-ROW-METRIC
           PERFORM 520-CLEAR-ROW
           MOVE 'HIGH' TO MK-ROW-SUBJECT
           PERFORM 527-LOAD-EXC-HIGH
               VARYING MK-PER-SUB FROM 1 BY 1 UNTIL MK-PER-SUB > 3
           PERFORM 700-WRITE-ROW
           MOVE 'EXCEPTIONS LOGGED - MED............' TO MK-ROW-LABEL
           MOVE 'EXCRAISED ' TO MK-ROW-METRIC
           PERFORM 520-CLEAR-ROW
           MOVE 'MED ' TO MK-ROW-SUBJECT
           PERFORM 528-LOAD-EXC-MED
               VARYING MK-PER-SUB FROM 1 BY 1 UNTIL MK-PER-SUB > 3
           PERFORM 700-WRITE-ROW
           MOVE 'EXCEPTIONS LOGGED - OTHER..........' TO MK-ROW-LABEL
           MOVE 'EXCRAISED ' TO MK-ROW-METRIC
           PERFORM 520-CLEAR-ROW
           MOVE 'OTHR' TO MK-ROW-SUBJECT
           PERFORM 529-LOAD-EXC-OTHER
               VARYING MK-PER-SUB FROM 1 BY 1 UNTIL MK-PER-SUB > 3
           PERFORM 700-WRITE-ROW
           MOVE 'EXCEPTIONS ACKNOWLEDGED............' TO MK-ROW-LABEL
           MOVE 'ACKCOUNT  ' TO MK-ROW-METRIC
           PERFORM 520-CLEAR-ROW
           MOVE 'ALL' TO MK-ROW-SUBJECT
           PERFORM 530-LOAD-ACK-COUNT
               VARYING MK-PER-SUB FROM 1 BY 1 UNTIL MK-PER-SUB > 3
           PERFORM 700-WRITE-ROW
           MOVE 'AVERAGE DAYS TO ACKNOWLEDGE........' TO MK-ROW-LABEL
           MOVE 'ACKAVGDAYS' TO MK-ROW-METRIC
           PERFORM 520-CLEAR-ROW
           MOVE 'ALL' TO MK-ROW-SUBJECT
           MOVE 'Y' TO MK-ROW-DECIMAL
           PERFORM 531-LOAD-ACK-AVERAGE
               VARYING MK-PER-SUB FROM 1 BY 1 UNTIL MK-PER-SUB > 3
           PERFORM 700-WRITE-ROW
           MOVE 'NOTIFICATIONS SENT - HIGH..........' TO MK-ROW-LABEL
           MOVE 'ALERTSENT ' TO MK-ROW-METRIC
           PERFORM 520-CLEAR-ROW
           MOVE 'HIGH' TO MK-ROW-SUBJECT
           PERFORM 532-LOAD-ALERT-HIGH
               VARYING MK-PER-SUB FROM 1 BY 1 UNTIL MK-PER-SUB > 3
           PERFORM 700-WRITE-ROW
           MOVE 'NOTIFICATIONS SENT - MED...........' TO MK-ROW-LABEL
           MOVE 'ALERTSENT ' TO MK-ROW-METRIC
           PERFORM 520-CLEAR-ROW
           MOVE 'MED ' TO MK-ROW-SUBJECT
           PERFORM 533-LOAD-ALERT-MED
               VARYING MK-PER-SUB FROM 1 BY 1 UNTIL MK-PER-SUB > 3
           PERFORM 700-WRITE-ROW.

       510-WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO MK-LINE-TEXT
           STRING '                                    '
               '      ' MK-PER-MONTH(1)
               '       ' MK-PER-MONTH(2)
               '       ' MK-PER-MONTH(3)
               DELIMITED BY SIZE INTO MK-LINE-TEXT
           PERFORM 900-WRITE-LINE
           MOVE SPACES TO MK-LINE-TEXT
           STRING '                                    '
               '       MONTH' '   PRIOR MTH' '   LAST YEAR'
               DELIMITED BY SIZE INTO MK-LINE-TEXT
           PERFORM 900-WRITE-LINE
           MOVE ALL '-' TO MK-LINE-TEXT
           PERFORM 900-WRITE-LINE.

       520-CLEAR-ROW.
           MOVE ZERO   TO MK-ROW-VALUE(1) MK-ROW-VALUE(2)
                          MK-ROW-VALUE(3)
           MOVE SPACES TO MK-ROW-SUBJECT MK-ROW-QUALIFIER
           MOVE 'N'    TO MK-ROW-DECIMAL
           MOVE 'Y'    TO MK-ROW-PRINT.

       521-LOAD-BUSINESS-DAYS.
           MOVE MK-PER-BUSINESS-DAYS(MK-PER-SUB)
               TO MK-ROW-VALUE(MK-PER-SUB).

       522-LOAD-WINDOW-DAYS.
           MOVE MK-PER-WINDOW-DAYS(MK-PER-SUB)
               TO MK-ROW-VALUE(MK-PER-SUB).

       523-LOAD-MISSED-DAYS.
           MOVE MK-PER-MISSED-DAYS(MK-PER-SUB)
               TO MK-ROW-VALUE(MK-PER-SUB).

       524-LOAD-WINDOW-RUNS.
           MOVE MK-PER-WINDOW-RUNS(MK-PER-SUB)
               TO MK-ROW-VALUE(MK-PER-SUB).

       525-LOAD-SLA-BREACHES.
           MOVE MK-PER-SLA-BREACHES(MK-PER-SUB)
               TO MK-ROW-VALUE(MK-PER-SUB).

       526-LOAD-WINDOW-AVERAGE.
           MOVE MK-PER-WINDOW-SECS(MK-PER-SUB) TO MK-DIVIDEND
           MOVE MK-PER-WINDOW-RUNS(MK-PER-SUB) TO MK-DIVISOR
           PERFORM 710-COMPUTE-AVERAGE.

       527-LOAD-EXC-HIGH.
           MOVE MK-PER-EXC-HIGH(MK-PER-SUB)
               TO MK-ROW-VALUE(MK-PER-SUB).

       528-LOAD-EXC-MED.
           MOVE MK-PER-EXC-MED(MK-PER-SUB)
               TO MK-ROW-VALUE(MK-PER-SUB).

       529-LOAD-EXC-OTHER.
           MOVE MK-PER-EXC-OTHER(MK-PER-SUB)
               TO MK-ROW-VALUE(MK-PER-SUB).

       530-LOAD-ACK-COUNT.
           MOVE MK-PER-ACK-COUNT(MK-PER-SUB)
               TO MK-ROW-VALUE(MK-PER-SUB).

       531-LOAD-ACK-AVERAGE.
           MOVE MK-PER-ACK-DAYS(MK-PER-SUB)  TO MK-DIVIDEND
           MOVE MK-PER-ACK-COUNT(MK-PER-SUB) TO MK-DIVISOR
           PERFORM 710-COMPUTE-AVERAGE.

       532-LOAD-ALERT-HIGH.
           MOVE MK-PER-ALERT-HIGH(MK-PER-SUB)
               TO MK-ROW-VALUE(MK-PER-SUB).

       533-LOAD-ALERT-MED.
           MOVE MK-PER-ALERT-MED(MK-PER-SUB)
               TO MK-ROW-VALUE(MK-PER-SUB).

      *----------------------------------------------------------------
      * Per program: the month's return-code distribution on one
      * line, then checkpoints and average step elapsed time with
      * the comparison periods alongside.
      *----------------------------------------------------------------
       600-WRITE-PROGRAM-KPIS.
           MOVE SPACES TO MK-LINE-TEXT
           PERFORM 900-WRITE-LINE
           MOVE SPACES TO MK-LINE-TEXT
           STRING 'RETURN CODES BY PROGRAM FOR ' MK-REQ-MONTH
               DELIMITED BY SIZE INTO MK-LINE-TEXT
           PERFORM 900-WRITE-LINE
           MOVE 'PROGRAM    RC=0  RC=4  RC=8 RC=12 RC=16 RC=20 OTHER'
               TO MK-LINE-TEXT
           PERFORM 900-WRITE-LINE
           MOVE ALL '-' TO MK-LINE-TEXT
           PERFORM 900-WRITE-LINE
           IF MK-PROG-OVERFLOW = 'Y'
               MOVE SPACES TO MK-LINE-TEXT
               STRING 'MTHKPI - more than 20 programs, the rest are'
                   ' not itemised'
                   DELIMITED BY SIZE INTO MK-LINE-TEXT
               PERFORM 900-WRITE-LINE
           END-IF
           PERFORM 610-WRITE-ONE-RC-LINE
               VARYING MK-PROG-SUB FROM 1 BY 1
               UNTIL MK-PROG-SUB > MK-PROG-COUNT
           MOVE SPACES TO MK-LINE-TEXT
           PERFORM 900-WRITE-LINE
           PERFORM 510-WRITE-COLUMN-HEADINGS
           PERFORM 620-WRITE-ONE-PROGRAM-ROWS
               VARYING MK-PROG-SUB FROM 1 BY 1
               UNTIL MK-PROG-SUB > MK-PROG-COUNT.

       610-WRITE-ONE-RC-LINE.
           MOVE SPACES TO MK-RC-COLUMNS
           MOVE 1 TO MK-RC-COL-PTR
           PERFORM 615-ADD-RC-COLUMN
               VARYING MK-BKT-SUB FROM 1 BY 1
               UNTIL MK-BKT-SUB > 7
           MOVE SPACES TO MK-LINE-TEXT
           STRING MK-PROG-ID(MK-PROG-SUB) ' ' MK-RC-COLUMNS
               DELIMITED BY SIZE INTO MK-LINE-TEXT
           PERFORM 900-WRITE-LINE
           MOVE 'RCCOUNT   ' TO MK-ROW-METRIC
           MOVE MK-PROG-ID(MK-PROG-SUB) TO MK-ROW-SUBJECT
           MOVE 'N' TO MK-ROW-DECIMAL
           PERFORM 618-EXTRACT-RC-BUCKETS
               VARYING MK-BKT-SUB FROM 1 BY 1
               UNTIL MK-BKT-SUB > 7.

       615-ADD-RC-COLUMN.
           MOVE MK-PROG-RC-COUNT(MK-PROG-SUB, 1, MK-BKT-SUB)
               TO MK-RC-DISP
           STRING ' ' MK-RC-DISP
               DELIMITED BY SIZE INTO MK-RC-COLUMNS
               WITH POINTER MK-RC-COL-PTR.

      * Only buckets with a count in some period are extracted - a
      * row of zeros per program per return code tells head office
      * nothing.
       618-EXTRACT-RC-BUCKETS.
           MOVE MK-BKT-LABEL(MK-BKT-SUB) TO MK-ROW-QUALIFIER
           MOVE MK-PROG-RC-COUNT(MK-PROG-SUB, 1, MK-BKT-SUB)
               TO MK-ROW-VALUE(1)
           MOVE MK-PROG-RC-COUNT(MK-PROG-SUB, 2, MK-BKT-SUB)
               TO MK-ROW-VALUE(2)
           MOVE MK-PROG-RC-COUNT(MK-PROG-SUB, 3, MK-BKT-SUB)
               TO MK-ROW-VALUE(3)
           IF MK-ROW-VALUE(1) > ZERO OR MK-ROW-VALUE(2) > ZERO
               OR MK-ROW-VALUE(3) > ZERO
               PERFORM 720-WRITE-ROW-EXTRACT
                   VARYING MK-PER-SUB FROM 1 BY 1
                   UNTIL MK-PER-SUB > 3
           END-IF.

       620-WRITE-ONE-PROGRAM-ROWS.
           PERFORM 520-CLEAR-ROW
           MOVE SPACES TO MK-ROW-LABEL
           STRING MK-PROG-ID(MK-PROG-SUB)
               ' CHECKPOINTS..................'
               DELIMITED BY SIZE INTO MK-ROW-LABEL
           MOVE 'CKPTRUNS  ' TO MK-ROW-METRIC
           MOVE MK-PROG-ID(MK-PROG-SUB) TO MK-ROW-SUBJECT
           PERFORM 625-LOAD-PROGRAM-CKPTS
               VARYING MK-PER-SUB FROM 1 BY 1 UNTIL MK-PER-SUB > 3
           PERFORM 700-WRITE-ROW
           PERFORM 520-CLEAR-ROW
           MOVE SPACES TO MK-ROW-LABEL
           STRING MK-PROG-ID(MK-PROG-SUB)
               ' AVERAGE STEP SECONDS.........'
               DELIMITED BY SIZE INTO MK-ROW-LABEL
           MOVE 'STEPAVGSEC' TO MK-ROW-METRIC
           MOVE MK-PROG-ID(MK-PROG-SUB) TO MK-ROW-SUBJECT
           MOVE 'Y' TO MK-ROW-DECIMAL
           PERFORM 626-LOAD-PROGRAM-AVERAGE
               VARYING MK-PER-SUB FROM 1 BY 1 UNTIL MK-PER-SUB > 3
           PERFORM 700-WRITE-ROW.

       625-LOAD-PROGRAM-CKPTS.
           MOVE MK-PROG-CKPT-RUNS(MK-PROG-SUB, MK-PER-SUB)
               TO MK-ROW-VALUE(MK-PER-SUB).

       626-LOAD-PROGRAM-AVERAGE.
           MOVE MK-PROG-STEP-SECS(MK-PROG-SUB, MK-PER-SUB)
               TO MK-DIVIDEND
           MOVE MK-PROG-STEP-RUNS(MK-PROG-SUB, MK-PER-SUB)
               TO MK-DIVISOR
           PERFORM 710-COMPUTE-AVERAGE.

      *----------------------------------------------------------------
      * Per acknowledging operator: average days from logged to
      * acknowledged, with the count behind each average extracted
      * alongside it.
      *----------------------------------------------------------------
       650-WRITE-OPERATOR-KPIS.
           MOVE SPACES TO MK-LINE-TEXT
           PERFORM 900-WRITE-LINE
           MOVE 'AVERAGE DAYS TO ACKNOWLEDGE BY OPERATOR'
               TO MK-LINE-TEXT
           PERFORM 900-WRITE-LINE
           PERFORM 510-WRITE-COLUMN-HEADINGS
           IF MK-OPER-OVERFLOW = 'Y'
               MOVE SPACES TO MK-LINE-TEXT
               STRING 'MTHKPI - more than 30 operators, the rest are'
                   ' not itemised'
                   DELIMITED BY SIZE INTO MK-LINE-TEXT
               PERFORM 900-WRITE-LINE
           END-IF
           IF MK-OPER-COUNT = ZERO
               MOVE '  no acknowledgements in these periods'
                   TO MK-LINE-TEXT
               PERFORM 900-WRITE-LINE
           END-IF
           PERFORM 660-WRITE-ONE-OPERATOR
               VARYING MK-OPER-SUB FROM 1 BY 1
               UNTIL MK-OPER-SUB > MK-OPER-COUNT.

       660-WRITE-ONE-OPERATOR.
           PERFORM 520-CLEAR-ROW
           MOVE 'N' TO MK-ROW-PRINT
           MOVE 'ACKCOUNT  ' TO MK-ROW-METRIC
           MOVE MK-OPER-ID(MK-OPER-SUB) TO MK-ROW-SUBJECT
           PERFORM 665-LOAD-OPERATOR-COUNT
               VARYING MK-PER-SUB FROM 1 BY 1 UNTIL MK-PER-SUB > 3
           PERFORM 700-WRITE-ROW
           PERFORM 520-CLEAR-ROW
           MOVE SPACES TO MK-ROW-LABEL
           STRING MK-OPER-ID(MK-OPER-SUB) ' ...........................'
               DELIMITED BY SIZE INTO MK-ROW-LABEL
           MOVE 'ACKAVGDAYS' TO MK-ROW-METRIC
           MOVE MK-OPER-ID(MK-OPER-SUB) TO MK-ROW-SUBJECT
           MOVE 'Y' TO MK-ROW-DECIMAL
           PERFORM 666-LOAD-OPERATOR-AVERAGE
               VARYING MK-PER-SUB FROM 1 BY 1 UNTIL MK-PER-SUB > 3
           PERFORM 700-WRITE-ROW.

       665-LOAD-OPERATOR-COUNT.
           MOVE MK-OPER-ACKS(MK-OPER-SUB, MK-PER-SUB)
               TO MK-ROW-VALUE(MK-PER-SUB).

       666-LOAD-OPERATOR-AVERAGE.
           MOVE MK-OPER-DAYS(MK-OPER-SUB, MK-PER-SUB) TO MK-DIVIDEND
           MOVE MK-OPER-ACKS(MK-OPER-SUB, MK-PER-SUB) TO MK-DIVISOR
           PERFORM 710-COMPUTE-AVERAGE.

       690-WRITE-TRAILER.
           MOVE ALL '-' TO MK-LINE-TEXT
           PERFORM 900-WRITE-LINE
           MOVE MK-EXTRACT-COUNT TO MK-COUNT-DISP
           MOVE SPACES TO MK-LINE-TEXT
           STRING 'MTHKPI - ' MK-COUNT-DISP ' extract record(s) written'
               ' to ' MK-EXTRACT-NAME
               DELIMITED BY SIZE INTO MK-LINE-TEXT
           PERFORM 900-WRITE-LINE
           IF MK-PER-CKPT-COUNT(1) = ZERO
               MOVE SPACES TO MK-LINE-TEXT
               STRING 'MTHKPI - no checkpoint on file for '
                   MK-REQ-MONTH ' - live or archived'
                   DELIMITED BY SIZE INTO MK-LINE-TEXT
               PERFORM 900-WRITE-LINE
           END-IF
           MOVE ALL '=' TO MK-LINE-TEXT
           PERFORM 900-WRITE-LINE.

      * One report row from MK-ROW-VALUE and its three extract records.
       700-WRITE-ROW.
           IF MK-ROW-PRINT = 'Y'
               MOVE SPACES TO MK-ROW-COLUMNS
               MOVE 1 TO MK-ROW-COL-PTR
               PERFORM 705-ADD-ROW-COLUMN
                   VARYING MK-PER-SUB FROM 1 BY 1
                   UNTIL MK-PER-SUB > 3
               MOVE SPACES TO MK-LINE-TEXT
               STRING MK-ROW-LABEL MK-ROW-COLUMNS
                   DELIMITED BY SIZE INTO MK-LINE-TEXT
               PERFORM 900-WRITE-LINE
           END-IF
           PERFORM 720-WRITE-ROW-EXTRACT
               VARYING MK-PER-SUB FROM 1 BY 1
               UNTIL MK-PER-SUB > 3.

       705-ADD-ROW-COLUMN.
           IF MK-ROW-DECIMAL = 'Y'
               MOVE MK-ROW-VALUE(MK-PER-SUB) TO MK-ROW-DEC-DISP
               STRING '   ' MK-ROW-DEC-DISP
                   DELIMITED BY SIZE INTO MK-ROW-COLUMNS
                   WITH POINTER MK-ROW-COL-PTR
           ELSE
               MOVE MK-ROW-VALUE(MK-PER-SUB) TO MK-ROW-NUM-DISP
               STRING '   ' MK-ROW-NUM-DISP
                   DELIMITED BY SIZE INTO MK-ROW-COLUMNS
                   WITH POINTER MK-ROW-COL-PTR
           END-IF.

      * An average over nothing is reported as zero, not as a divide
      * exception.
       710-COMPUTE-AVERAGE.
           IF MK-DIVISOR = ZERO
               MOVE ZERO TO MK-ROW-VALUE(MK-PER-SUB)
           ELSE
               COMPUTE MK-ROW-VALUE(MK-PER-SUB) ROUNDED =
                   MK-DIVIDEND / MK-DIVISOR
           END-IF.

       720-WRITE-ROW-EXTRACT.
           MOVE MK-REQ-MONTH               TO KPIEXT-REPORT-MONTH
           MOVE MK-PER-LABEL(MK-PER-SUB)   TO KPIEXT-PERIOD
           MOVE MK-PER-MONTH(MK-PER-SUB)   TO KPIEXT-PERIOD-MONTH
           MOVE MK-ROW-METRIC              TO KPIEXT-METRIC
           MOVE MK-ROW-SUBJECT             TO KPIEXT-SUBJECT
           MOVE MK-ROW-QUALIFIER           TO KPIEXT-QUALIFIER
           MOVE MK-ROW-VALUE(MK-PER-SUB)   TO KPIEXT-VALUE
           WRITE KPIEXT-RECORD
           ADD 1 TO MK-EXTRACT-COUNT.

      *----------------------------------------------------------------
      * Shared helpers: live-data floor, the yearly archives, and the
      * period, program and operator lookups.
      *----------------------------------------------------------------
       800-NOTE-LIVE-DATE.
           IF MK-IN-DATE IS NUMERIC
               IF MK-IN-DATE < MK-LIVE-MIN-DATE
                   MOVE MK-IN-DATE TO MK-LIVE-MIN-DATE
               END-IF
           END-IF.

      * Same rule as the operator inquiry: the archives are read only
      * when the earliest period (the same month last year) starts
      * before the earliest record still live, one yearly file per
      * year up to the year the live data starts.
       820-GATHER-ARCHIVES.
           IF MK-PER-FIRST-DATE(3) < MK-LIVE-MIN-DATE
               MOVE MK-PER-FIRST-DATE(3)(1:4) TO MK-ARCH-YEAR
               MOVE MK-REQ-YYYY TO MK-ARCH-END-YEAR
               IF MK-LIVE-MIN-DATE NOT = 99999999
                   AND MK-LIVE-MIN-DATE(1:4) < MK-ARCH-END-YEAR
                   MOVE MK-LIVE-MIN-DATE(1:4) TO MK-ARCH-END-YEAR
               END-IF
               PERFORM 822-GATHER-ONE-ARCHIVE-YEAR
                   UNTIL MK-ARCH-YEAR > MK-ARCH-END-YEAR
           END-IF.

       822-GATHER-ONE-ARCHIVE-YEAR.
           MOVE MK-ARCH-YEAR TO MK-ARCH-YEAR-X
           MOVE SPACES TO MK-ARCHIVE-NAME
           STRING MK-ARCH-BASE DELIMITED BY SPACE
               '.' MK-ARCH-YEAR-X '.arc'
               DELIMITED BY SIZE INTO MK-ARCHIVE-NAME
           OPEN INPUT ARCHIVE-FILE
           IF MK-ARCHIVE-STATUS = '00'
               ADD 1 TO MK-ARCH-READ-COUNT
               PERFORM UNTIL MK-ARCHIVE-STATUS NOT = '00'
                   READ ARCHIVE-FILE
                       AT END
                           MOVE '10' TO MK-ARCHIVE-STATUS
                       NOT AT END
                           MOVE ARCHIVE-LINE TO MK-ARCH-RECORD
                           PERFORM 825-TALLY-ARCHIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE '00' TO MK-ARCHIVE-STATUS
           ADD 1 TO MK-ARCH-YEAR.

       825-TALLY-ARCHIVE-RECORD.
           EVALUATE MK-ARCH-TYPE
               WHEN 'CKPT'
                   MOVE MK-AC-RUN-DATE      TO MK-IN-DATE
                   MOVE MK-AC-PROGRAM-ID    TO MK-IN-PROGRAM-ID
                   MOVE MK-AC-RETURN-CODE   TO MK-IN-RETURN-CODE
                   MOVE MK-AC-RUN-STATUS    TO MK-IN-RUN-STATUS
                   PERFORM 110-TALLY-CHECKPOINT
               WHEN 'SLA '
                   MOVE MK-AS-RUN-DATE      TO MK-IN-DATE
                   MOVE MK-AS-RUN-ID        TO MK-IN-RUN-ID
                   MOVE MK-AS-PROGRAM-ID    TO MK-IN-PROGRAM-ID
                   MOVE MK-AS-ELAPSED-SECS  TO MK-IN-ELAPSED
                   PERFORM 210-TALLY-ELAPSED
               WHEN 'EXC '
                   MOVE MK-AE-LOG-DATE      TO MK-IN-DATE
                   MOVE MK-AE-SEVERITY      TO MK-IN-SEVERITY
                   MOVE MK-AE-ACK-FLAG      TO MK-IN-ACK-FLAG
                   MOVE MK-AE-ACK-DATE      TO MK-IN-ACK-DATE
                   MOVE MK-AE-ACK-OPERATOR  TO MK-IN-ACK-OPERATOR
                   PERFORM 310-TALLY-EXCEPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       850-FIND-PERIOD.
           MOVE ZERO TO MK-PER-SUB
           EVALUATE MK-IN-DATE(1:6)
               WHEN MK-PER-MONTH(1)
                   MOVE 1 TO MK-PER-SUB
               WHEN MK-PER-MONTH(2)
                   MOVE 2 TO MK-PER-SUB
               WHEN MK-PER-MONTH(3)
                   MOVE 3 TO MK-PER-SUB
               WHEN OTHER
                   MOVE ZERO TO MK-PER-SUB
           END-EVALUATE.

       860-FIND-PROGRAM.
           MOVE ZERO TO MK-PROG-MATCH-SUB
           PERFORM 865-MATCH-PROGRAM
               VARYING MK-PROG-SUB FROM 1 BY 1
               UNTIL MK-PROG-SUB > MK-PROG-COUNT
           IF MK-PROG-MATCH-SUB = ZERO
               IF MK-PROG-COUNT < 20
                   ADD 1 TO MK-PROG-COUNT
                   MOVE MK-PROG-COUNT TO MK-PROG-MATCH-SUB
                   INITIALIZE MK-PROG-ENTRY(MK-PROG-COUNT)
                   MOVE MK-IN-PROGRAM-ID
                       TO MK-PROG-ID(MK-PROG-COUNT)
               ELSE
                   MOVE 'Y' TO MK-PROG-OVERFLOW
               END-IF
           END-IF.

       865-MATCH-PROGRAM.
           IF MK-PROG-ID(MK-PROG-SUB) = MK-IN-PROGRAM-ID
               MOVE MK-PROG-SUB TO MK-PROG-MATCH-SUB
           END-IF.

       870-FIND-OPERATOR.
           MOVE ZERO TO MK-OPER-MATCH-SUB
           PERFORM 875-MATCH-OPERATOR
               VARYING MK-OPER-SUB FROM 1 BY 1
               UNTIL MK-OPER-SUB > MK-OPER-COUNT
           IF MK-OPER-MATCH-SUB = ZERO
               IF MK-OPER-COUNT < 30
                   ADD 1 TO MK-OPER-COUNT
                   MOVE MK-OPER-COUNT TO MK-OPER-MATCH-SUB
                   INITIALIZE MK-OPER-ENTRY(MK-OPER-COUNT)
                   MOVE MK-IN-ACK-OPERATOR
                       TO MK-OPER-ID(MK-OPER-COUNT)
               ELSE
                   MOVE 'Y' TO MK-OPER-OVERFLOW
               END-IF
           END-IF.

       875-MATCH-OPERATOR.
           IF MK-OPER-ID(MK-OPER-SUB) = MK-IN-ACK-OPERATOR
               MOVE MK-OPER-SUB TO MK-OPER-MATCH-SUB
           END-IF.

       900-WRITE-LINE.
           WRITE REPORT-LINE FROM MK-LINE-TEXT
           DISPLAY MK-LINE-TEXT.

       END PROGRAM MTHKPI.
