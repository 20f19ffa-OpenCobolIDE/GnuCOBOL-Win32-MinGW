       IDENTIFICATION DIVISION.
       PROGRAM-ID.             RUNINQ.
      *-----------------------------------------------------------------
      * Run-id drill-down inquiry.  OPRINQ answers "what did this
      * program do over these dates"; this screen answers "what
      * happened in that window".  The operator keys a run-id, or
      * leaves it blank and picks one from the windows PREBATCH
      * journalled over the last fourteen days, and the window's
      * whole story is shown in time order, a page at a time:
      *   - every run-journal event stamped with the run-id, read
      *     from the dated runjrnl.YYYYMMDD.dat files for the run
      *     date and the day after (a window can cross midnight),
      *     or from the runjrnl.YYYY.arc yearly archive once the
      *     housekeeping has aged the dated files away;
      *   - each step's checkpoint and return code (ckptstat.dat),
      *     flagged CKPT;
      *   - each step's elapsed seconds (slahist.dat), flagged
      *     ELAPSED, totalled against the window SLA in ctlsla.dat;
      *   - the truncation exceptions raised under the run-id,
      *     flagged EXCEPT;
      *   - the RUNRECON verdict, lock overrides and snapshot
      *     restores, counted in the heading as well as shown where
      *     they fell in the story.
      * Checkpoints, elapsed times and exceptions fall back to their
      * yearly archives the same way OPRINQ's do.  The heading is
      * always the whole window; a program-id or event filter keyed
      * on the criteria screen narrows only the story lines.  Rows
      * read back from an archive carry a * after the time.
      * Strictly read-only.
      *
      * Keys: X in the run-id field leaves the inquiry; on the window
      * list a number picks a window and ENTER goes back; on a result
      * page ENTER shows the next page, C starts a new search and X
      * leaves.
      *-----------------------------------------------------------------
      * CHANGE LOG
      * 10/15/2026  Initial coding.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC RI-JOURNAL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RI-JOURNAL-STATUS.

           SELECT CKPTSTAT-FILE
               ASSIGN TO "ckptstat.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RI-CKPTSTAT-STATUS.

           SELECT SLAHIST-FILE
               ASSIGN TO "slahist.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RI-SLAHIST-STATUS.

           SELECT CTLSLA-FILE
               ASSIGN TO "ctlsla.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RI-CTLSLA-STATUS.

           SELECT EXCMAST-FILE
               ASSIGN TO "excmastr.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EXCMAST-KEY
               ALTERNATE RECORD KEY IS EXCMAST-LOG-DATE
                   WITH DUPLICATES
               FILE STATUS IS RI-EXCMAST-STATUS.

           SELECT RECON-FILE
               ASSIGN TO "runrecon.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RI-RECON-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO DYNAMIC RI-ARCHIVE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RI-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
           COPY RUNJRNL.CPY.

       FD  CKPTSTAT-FILE.
           COPY CKPTSTAT.CPY.

       FD  SLAHIST-FILE.
           COPY SLAHIST.CPY.

       FD  CTLSLA-FILE.
           COPY CTLSLA.CPY.

       FD  EXCMAST-FILE.
           COPY EXCMAST.CPY.

       FD  RECON-FILE.
       01  RECON-LINE                      PIC X(80).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE                    PIC X(133).

       WORKING-STORAGE SECTION.
       01  RI-CURRENT-DATE.
           05  RI-TODAY-DATE               PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(13)   VALUE SPACES.
       01  RI-TODAY-NUM                    PIC 9(08)   VALUE ZERO.
       01  RI-TODAY-INT                    PIC 9(07)   VALUE ZERO.

      * Inquiry criteria keyed by the operator.  A blank run-id asks
      * for the recent-window list; blank filters match everything.
       01  RI-SEL-RUN-ID                   PIC X(14)   VALUE SPACES.
       01  RI-SEL-PROGRAM                  PIC X(08)   VALUE SPACES.
       01  RI-SEL-EVENT                    PIC X(08)   VALUE SPACES.
       01  RI-RUN-ID                       PIC X(14)   VALUE SPACES.
       01  RI-PICK                         PIC X(02)   VALUE SPACES.
       01  RI-PICK-NUM                     PIC 9(02)   VALUE ZERO.
       01  RI-ACTION                       PIC X(01)   VALUE SPACE.
       01  RI-EXIT-INQUIRY                 PIC X(01)   VALUE 'N'.
       01  RI-NEW-SEARCH                   PIC X(01)   VALUE 'N'.

      * The window's dates: the run date carried in the run-id and
      * the day after it, for a window that ran past midnight.
       01  RI-RUN-DATE                     PIC X(08)   VALUE SPACES.
       01  RI-RUN-DATE-NUM                 PIC 9(08)   VALUE ZERO.
       01  RI-NEXT-DATE                    PIC X(08)   VALUE SPACES.
       01  RI-NEXT-DATE-NUM                PIC 9(08)   VALUE ZERO.
       01  RI-WORK-INT                     PIC 9(07)   VALUE ZERO.
       01  RI-RUN-ID-VALID                 PIC X(01)   VALUE 'N'.

      * Recent windows, from the PREBATCH START events of the last
      * fourteen days' journals.  The table keeps the newest twelve
      * in time order; the list shows them newest first.
       01  RI-WINDOW-TABLE.
           05  RI-WINDOW-ENTRY OCCURS 12 TIMES.
               10  RI-WN-RUN-ID            PIC X(14).
               10  RI-WN-DATE              PIC X(08).
               10  RI-WN-TIME              PIC X(06).
               10  RI-WN-MODE              PIC X(08).
               10  RI-WN-OUTCOME           PIC X(30).
       01  RI-WINDOW-COUNT                 COMP PIC 9(04) VALUE ZERO.
       01  RI-WINDOW-SUB                   COMP PIC 9(04) VALUE ZERO.
       01  RI-SCAN-SUB                     COMP PIC 9(04) VALUE ZERO.
       01  RI-SCAN-DATE-NUM                PIC 9(08)   VALUE ZERO.
       01  RI-SCAN-DATE                    PIC X(08)   VALUE SPACES.
       01  RI-PICK-DISP                    PIC Z9      VALUE ZERO.

      * The story: one entry per event, kept in time order as it is
      * gathered - each new entry goes in after every entry stamped
      * at or before it, so events of the same second keep the
      * order their files hold them in.
       01  RI-STORY-TABLE.
           05  RI-STORY-ENTRY OCCURS 300 TIMES.
               10  RI-ST-STAMP             PIC X(14).
               10  RI-ST-ARCHIVED          PIC X(01).
               10  RI-ST-PROGRAM           PIC X(08).
               10  RI-ST-EVENT             PIC X(08).
               10  RI-ST-TEXT              PIC X(60).
       01  RI-STORY-COUNT                  COMP PIC 9(04) VALUE ZERO.
       01  RI-STORY-SUB                    COMP PIC 9(04) VALUE ZERO.
       01  RI-INSERT-SUB                   COMP PIC 9(04) VALUE ZERO.
       01  RI-SHIFT-SUB                    COMP PIC S9(04) VALUE ZERO.
       01  RI-SLOT-FOUND                   PIC X(01)   VALUE 'N'.
       01  RI-STORY-FULL                   PIC X(01)   VALUE 'N'.

       01  RI-NEW-ENTRY.
           05  RI-NE-STAMP                 PIC X(14)   VALUE SPACES.
           05  RI-NE-ARCHIVED              PIC X(01)   VALUE SPACE.
           05  RI-NE-PROGRAM               PIC X(08)   VALUE SPACES.
           05  RI-NE-EVENT                 PIC X(08)   VALUE SPACES.
           05  RI-NE-TEXT                  PIC X(60)   VALUE SPACES.

      * Window totals for the heading - always the whole window,
      * whatever filter the operator keyed.
       01  RI-JOURNAL-COUNT                PIC 9(05)   VALUE ZERO.
       01  RI-CKPT-COUNT                   PIC 9(05)   VALUE ZERO.
       01  RI-STEP-COUNT                   PIC 9(05)   VALUE ZERO.
       01  RI-EXC-COUNT                    PIC 9(05)   VALUE ZERO.
       01  RI-OVERRIDE-COUNT               PIC 9(05)   VALUE ZERO.
       01  RI-RESTORE-COUNT                PIC 9(05)   VALUE ZERO.
       01  RI-TOTAL-ELAPSED                PIC 9(07)   VALUE ZERO.
       01  RI-ELAPSED-NUM                  PIC 9(06)   VALUE ZERO.
       01  RI-WORST-RC                     PIC 9(04)   VALUE ZERO.
       01  RI-RC-NUM                       PIC 9(04)   VALUE ZERO.
       01  RI-SLA-SECONDS                  PIC 9(06)   VALUE ZERO.
       01  RI-SLA-FOUND                    PIC X(01)   VALUE 'N'.
       01  RI-VERDICT                      PIC X(10)   VALUE SPACES.
       01  RI-DAY1-MISSING                 PIC X(01)   VALUE 'N'.
       01  RI-DAY2-MISSING                 PIC X(01)   VALUE 'N'.
       01  RI-COUNT-DISP                   PIC ZZZZ9   VALUE ZERO.
       01  RI-COUNT-DISP-2                 PIC ZZZZ9   VALUE ZERO.
       01  RI-COUNT-DISP-3                 PIC ZZZZ9   VALUE ZERO.
       01  RI-ELAPSED-DISP                 PIC ZZZZZZ9 VALUE ZERO.
       01  RI-SLA-DISP                     PIC ZZZZZ9  VALUE ZERO.

      * Result lines built from the heading and the sorted story,
      * paged twelve at a time.
       01  RI-RESULT-TABLE.
           05  RI-RESULT-LINE OCCURS 400 TIMES
                                           PIC X(78).
       01  RI-RESULT-COUNT                 COMP PIC 9(04) VALUE ZERO.
       01  RI-TABLE-FULL                   PIC X(01)   VALUE 'N'.
       01  RI-BUILD-LINE                   PIC X(78)   VALUE SPACES.
       01  RI-LAST-DATE                    PIC X(08)   VALUE SPACES.

      * Yearly archives written by the retention housekeeping.  The
      * journal archive is read when the run date's dated journal is
      * gone; the other archives when the run date falls before the
      * earliest record still live, as in OPRINQ.
       01  RI-JOURNAL-NAME                 PIC X(24)   VALUE SPACES.
       01  RI-ARCHIVE-NAME                 PIC X(40)   VALUE SPACES.
       01  RI-ARCH-BASE                    PIC X(08)   VALUE SPACES.
       01  RI-ARCH-TYPE                    PIC X(04)   VALUE SPACES.
       01  RI-ARCH-YEAR-X                  PIC X(04)   VALUE SPACES.
       01  RI-LIVE-MIN-DATE                PIC 9(08)   VALUE 99999999.
       01  RI-RECORD-DATE-NUM              PIC 9(08)   VALUE ZERO.
       01  RI-FROM-ARCHIVE                 PIC X(01)   VALUE 'N'.
       01  RI-EXC-DONE                     PIC X(01)   VALUE 'N'.
       01  RI-EXC-MIN-DONE                 PIC X(01)   VALUE 'N'.

      * Record images, live or archived, parsed by layout.  Live
      * records are moved here too, so one paragraph per layout
      * notes the record whichever file it came from.
       01  RI-ARCH-RECORD                  PIC X(133)  VALUE SPACES.
       01  RI-ARCH-JRN-VIEW REDEFINES RI-ARCH-RECORD.
           05  RI-AJ-DATE                  PIC X(08).
           05  RI-AJ-TIME                  PIC X(06).
           05  RI-AJ-RUN-ID                PIC X(14).
           05  RI-AJ-PROGRAM-ID            PIC X(08).
           05  RI-AJ-EVENT                 PIC X(08).
           05  RI-AJ-TEXT                  PIC X(60).
           05  FILLER                      PIC X(29).
       01  RI-ARCH-CKPT-VIEW REDEFINES RI-ARCH-RECORD.
           05  RI-AC-PROGRAM-ID            PIC X(08).
           05  RI-AC-RETURN-CODE           PIC X(04).
           05  RI-AC-RUN-DATE              PIC X(08).
           05  RI-AC-RUN-TIME              PIC X(06).
           05  RI-AC-RUN-ID                PIC X(14).
           05  RI-AC-RUN-STATUS            PIC X(08).
           05  FILLER                      PIC X(85).
       01  RI-ARCH-SLA-VIEW REDEFINES RI-ARCH-RECORD.
           05  RI-AS-RUN-ID                PIC X(14).
           05  RI-AS-PROGRAM-ID            PIC X(08).
           05  RI-AS-RUN-DATE              PIC X(08).
           05  RI-AS-START-TIME            PIC X(06).
           05  RI-AS-END-TIME              PIC X(06).
           05  RI-AS-ELAPSED-SECS          PIC X(06).
           05  FILLER                      PIC X(85).
       01  RI-ARCH-EXC-VIEW REDEFINES RI-ARCH-RECORD.
           05  RI-AE-FIELD-NAME            PIC X(15).
           05  RI-AE-RUN-ID                PIC X(14).
           05  RI-AE-LOG-DATE              PIC X(08).
           05  RI-AE-PROGRAM-ID            PIC X(08).
           05  RI-AE-PIC-SIZE              PIC X(02).
           05  RI-AE-EXPECTED-VALUE        PIC X(19).
           05  RI-AE-TRUNCATED-VALUE       PIC X(19).
           05  RI-AE-LOG-TIME              PIC X(06).
           05  RI-AE-SEVERITY              PIC X(04).
           05  RI-AE-ACK-FLAG              PIC X(01).
           05  RI-AE-ACK-DATE              PIC X(08).
           05  RI-AE-ACK-OPERATOR          PIC X(08).
           05  FILLER                      PIC X(21).

      * One page of the results (or of the window list), twelve
      * named lines for the screen with a table view over the same
      * storage for filling them.
       01  RI-PAGE-AREA.
           05  RI-PL-01                    PIC X(78)   VALUE SPACES.
           05  RI-PL-02                    PIC X(78)   VALUE SPACES.
           05  RI-PL-03                    PIC X(78)   VALUE SPACES.
           05  RI-PL-04                    PIC X(78)   VALUE SPACES.
           05  RI-PL-05                    PIC X(78)   VALUE SPACES.
           05  RI-PL-06                    PIC X(78)   VALUE SPACES.
           05  RI-PL-07                    PIC X(78)   VALUE SPACES.
           05  RI-PL-08                    PIC X(78)   VALUE SPACES.
           05  RI-PL-09                    PIC X(78)   VALUE SPACES.
           05  RI-PL-10                    PIC X(78)   VALUE SPACES.
           05  RI-PL-11                    PIC X(78)   VALUE SPACES.
           05  RI-PL-12                    PIC X(78)   VALUE SPACES.
       01  RI-PAGE-TABLE REDEFINES RI-PAGE-AREA.
           05  RI-PAGE-LINE OCCURS 12 TIMES
                                           PIC X(78).
       01  RI-PAGE-SUB                     COMP PIC 9(04) VALUE ZERO.
       01  RI-PAGE-NUM                     PIC 9(03)   VALUE ZERO.
       01  RI-TOTAL-PAGES                  PIC 9(03)   VALUE ZERO.
       01  RI-LINE-INDEX                   COMP PIC 9(04) VALUE ZERO.
       01  RI-STATUS-LINE                  PIC X(60)   VALUE SPACES.

       01  RI-JOURNAL-STATUS               PIC X(02)   VALUE '00'.
       01  RI-CKPTSTAT-STATUS              PIC X(02)   VALUE '00'.
       01  RI-SLAHIST-STATUS               PIC X(02)   VALUE '00'.
       01  RI-CTLSLA-STATUS                PIC X(02)   VALUE '00'.
       01  RI-EXCMAST-STATUS               PIC X(02)   VALUE '00'.
       01  RI-RECON-STATUS                 PIC X(02)   VALUE '00'.
       01  RI-ARCHIVE-STATUS               PIC X(02)   VALUE '00'.

       SCREEN SECTION.
       01  RI-CRITERIA-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COL 27 VALUE 'RUN-ID DRILL-DOWN INQUIRY'.
           05  LINE 3  COL 5  VALUE 'RUN-ID (blank = recent windows,'.
           05  LINE 3  COL 37 VALUE 'X = leave):'.
           05  LINE 3  COL 51 PIC X(14) USING RI-SEL-RUN-ID.
           05  LINE 5  COL 5  VALUE 'PROGRAM-ID (blank = all):'.
           05  LINE 5  COL 51 PIC X(08) USING RI-SEL-PROGRAM.
           05  LINE 6  COL 5  VALUE 'EVENT      (blank = all):'.
           05  LINE 6  COL 51 PIC X(08) USING RI-SEL-EVENT.
           05  LINE 7  COL 5  VALUE '  a journal event, or CKPT,'.
           05  LINE 7  COL 33 VALUE 'ELAPSED or EXCEPT'.
           05  LINE 9  COL 5  VALUE 'Press ENTER to search.'.

       01  RI-RESULTS-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COL 27 VALUE 'RUN-ID DRILL-DOWN INQUIRY'.
           05  LINE 3  COL 2  PIC X(78) FROM RI-PL-01.
           05  LINE 4  COL 2  PIC X(78) FROM RI-PL-02.
           05  LINE 5  COL 2  PIC X(78) FROM RI-PL-03.
           05  LINE 6  COL 2  PIC X(78) FROM RI-PL-04.
           05  LINE 7  COL 2  PIC X(78) FROM RI-PL-05.
           05  LINE 8  COL 2  PIC X(78) FROM RI-PL-06.
           05  LINE 9  COL 2  PIC X(78) FROM RI-PL-07.
           05  LINE 10 COL 2  PIC X(78) FROM RI-PL-08.
           05  LINE 11 COL 2  PIC X(78) FROM RI-PL-09.
           05  LINE 12 COL 2  PIC X(78) FROM RI-PL-10.
           05  LINE 13 COL 2  PIC X(78) FROM RI-PL-11.
           05  LINE 14 COL 2  PIC X(78) FROM RI-PL-12.
           05  LINE 16 COL 2  PIC X(60) FROM RI-STATUS-LINE.
           05  LINE 16 COL 64 PIC X(01) USING RI-ACTION.

       01  RI-PICK-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COL 27 VALUE 'RUN-ID DRILL-DOWN INQUIRY'.
           05  LINE 2  COL 2  VALUE 'NO  RUN-ID          STARTED'.
           05  LINE 2  COL 42 VALUE 'MODE      OUTCOME'.
           05  LINE 3  COL 2  PIC X(78) FROM RI-PL-01.
           05  LINE 4  COL 2  PIC X(78) FROM RI-PL-02.
           05  LINE 5  COL 2  PIC X(78) FROM RI-PL-03.
           05  LINE 6  COL 2  PIC X(78) FROM RI-PL-04.
           05  LINE 7  COL 2  PIC X(78) FROM RI-PL-05.
           05  LINE 8  COL 2  PIC X(78) FROM RI-PL-06.
           05  LINE 9  COL 2  PIC X(78) FROM RI-PL-07.
           05  LINE 10 COL 2  PIC X(78) FROM RI-PL-08.
           05  LINE 11 COL 2  PIC X(78) FROM RI-PL-09.
           05  LINE 12 COL 2  PIC X(78) FROM RI-PL-10.
           05  LINE 13 COL 2  PIC X(78) FROM RI-PL-11.
           05  LINE 14 COL 2  PIC X(78) FROM RI-PL-12.
           05  LINE 16 COL 2  PIC X(60) FROM RI-STATUS-LINE.
           05  LINE 16 COL 64 PIC X(02) USING RI-PICK.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO RI-CURRENT-DATE
           MOVE RI-TODAY-DATE TO RI-TODAY-NUM
           COMPUTE RI-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(RI-TODAY-NUM)
           PERFORM 100-ONE-INQUIRY
               UNTIL RI-EXIT-INQUIRY = 'Y'
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       100-ONE-INQUIRY.
           MOVE SPACES TO RI-SEL-RUN-ID RI-SEL-PROGRAM RI-SEL-EVENT
               RI-RUN-ID
           DISPLAY RI-CRITERIA-SCREEN
           ACCEPT RI-CRITERIA-SCREEN
           EVALUATE TRUE
               WHEN RI-SEL-RUN-ID = 'X' OR RI-SEL-RUN-ID = 'x'
                   MOVE 'Y' TO RI-EXIT-INQUIRY
               WHEN RI-SEL-RUN-ID = SPACES
                   PERFORM 150-PICK-RECENT-WINDOW
               WHEN OTHER
                   MOVE RI-SEL-RUN-ID TO RI-RUN-ID
           END-EVALUATE
           IF RI-RUN-ID NOT = SPACES
               PERFORM 200-BUILD-STORY
               PERFORM 500-PAGE-RESULTS
           END-IF.

      * The recent-window list.  Only PREBATCH opens a window, so its
      * START events name every window run; its END or ABORT event
      * for the same run-id gives the outcome.  A window still
      * running, or one that died without journalling its end, shows
      * as such.
       150-PICK-RECENT-WINDOW.
           MOVE ZERO TO RI-WINDOW-COUNT
           PERFORM 155-SCAN-ONE-DAY
               VARYING RI-SCAN-SUB FROM 1 BY 1
               UNTIL RI-SCAN-SUB > 14
           PERFORM 170-FILL-PICK-LINE
               VARYING RI-PAGE-SUB FROM 1 BY 1
               UNTIL RI-PAGE-SUB > 12
           MOVE SPACES TO RI-STATUS-LINE
           IF RI-WINDOW-COUNT = ZERO
               MOVE 'NO WINDOW JOURNALLED IN 14 DAYS - ENTER=back :'
                   TO RI-STATUS-LINE
           ELSE
               MOVE 'KEY A WINDOW NUMBER, OR ENTER=back :'
                   TO RI-STATUS-LINE
           END-IF
           MOVE SPACES TO RI-PICK
           DISPLAY RI-PICK-SCREEN
           ACCEPT RI-PICK-SCREEN
           MOVE ZERO TO RI-PICK-NUM
           EVALUATE TRUE
               WHEN RI-PICK IS NUMERIC
                   MOVE RI-PICK TO RI-PICK-NUM
               WHEN RI-PICK(1:1) IS NUMERIC AND RI-PICK(2:1) = SPACE
                   MOVE RI-PICK(1:1) TO RI-PICK-NUM
               WHEN RI-PICK(1:1) = SPACE AND RI-PICK(2:1) IS NUMERIC
                   MOVE RI-PICK(2:1) TO RI-PICK-NUM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF RI-PICK-NUM > ZERO
               AND RI-PICK-NUM <= RI-WINDOW-COUNT
               COMPUTE RI-WINDOW-SUB =
                   RI-WINDOW-COUNT - RI-PICK-NUM + 1
               MOVE RI-WN-RUN-ID(RI-WINDOW-SUB) TO RI-RUN-ID
           END-IF.

       155-SCAN-ONE-DAY.
           COMPUTE RI-WORK-INT = RI-TODAY-INT - 14 + RI-SCAN-SUB
           COMPUTE RI-SCAN-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(RI-WORK-INT)
           MOVE RI-SCAN-DATE-NUM TO RI-SCAN-DATE
           MOVE SPACES TO RI-JOURNAL-NAME
           STRING 'runjrnl.' RI-SCAN-DATE '.dat'
               DELIMITED BY SIZE INTO RI-JOURNAL-NAME
           OPEN INPUT JOURNAL-FILE
           IF RI-JOURNAL-STATUS = '00'
               PERFORM UNTIL RI-JOURNAL-STATUS NOT = '00'
                   READ JOURNAL-FILE
                       AT END
                           MOVE '10' TO RI-JOURNAL-STATUS
                       NOT AT END
                           IF RUNJRNL-PROGRAM-ID = 'PREBATCH'
                               PERFORM 160-NOTE-WINDOW-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           MOVE '00' TO RI-JOURNAL-STATUS.

       160-NOTE-WINDOW-EVENT.
           EVALUATE RUNJRNL-EVENT
               WHEN 'START   '
                   IF RI-WINDOW-COUNT = 12
                       PERFORM 162-DROP-OLDEST-WINDOW
                           VARYING RI-WINDOW-SUB FROM 1 BY 1
                           UNTIL RI-WINDOW-SUB > 11
                   ELSE
                       ADD 1 TO RI-WINDOW-COUNT
                   END-IF
                   MOVE RUNJRNL-RUN-ID
                       TO RI-WN-RUN-ID(RI-WINDOW-COUNT)
                   MOVE RUNJRNL-DATE
                       TO RI-WN-DATE(RI-WINDOW-COUNT)
                   MOVE RUNJRNL-TIME
                       TO RI-WN-TIME(RI-WINDOW-COUNT)
                   MOVE RUNJRNL-TEXT(20:8)
                       TO RI-WN-MODE(RI-WINDOW-COUNT)
                   MOVE 'no end journalled'
                       TO RI-WN-OUTCOME(RI-WINDOW-COUNT)
               WHEN 'END     '
               WHEN 'ABORT   '
                   PERFORM 165-MATCH-WINDOW-OUTCOME
                       VARYING RI-WINDOW-SUB FROM 1 BY 1
                       UNTIL RI-WINDOW-SUB > RI-WINDOW-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       162-DROP-OLDEST-WINDOW.
           MOVE RI-WINDOW-ENTRY(RI-WINDOW-SUB + 1)
               TO RI-WINDOW-ENTRY(RI-WINDOW-SUB).

       165-MATCH-WINDOW-OUTCOME.
           IF RI-WN-RUN-ID(RI-WINDOW-SUB) = RUNJRNL-RUN-ID
               MOVE SPACES TO RI-WN-OUTCOME(RI-WINDOW-SUB)
               IF RUNJRNL-EVENT = 'ABORT   '
                   STRING 'ABORTED: ' RUNJRNL-TEXT
                       DELIMITED BY SIZE
                       INTO RI-WN-OUTCOME(RI-WINDOW-SUB)
               ELSE
                   MOVE RUNJRNL-TEXT
                       TO RI-WN-OUTCOME(RI-WINDOW-SUB)
               END-IF
           END-IF.

       170-FILL-PICK-LINE.
           MOVE SPACES TO RI-PAGE-LINE(RI-PAGE-SUB)
           IF RI-PAGE-SUB <= RI-WINDOW-COUNT
               COMPUTE RI-WINDOW-SUB =
                   RI-WINDOW-COUNT - RI-PAGE-SUB + 1
               MOVE RI-PAGE-SUB TO RI-PICK-DISP
               STRING RI-PICK-DISP
                   '  ' RI-WN-RUN-ID(RI-WINDOW-SUB)
                   '  ' RI-WN-DATE(RI-WINDOW-SUB)
                   ' ' RI-WN-TIME(RI-WINDOW-SUB)
                   '  ' RI-WN-MODE(RI-WINDOW-SUB)
                   '  ' RI-WN-OUTCOME(RI-WINDOW-SUB)
                   DELIMITED BY SIZE INTO RI-PAGE-LINE(RI-PAGE-SUB)
           END-IF.

      * Gather the window from every source into the story table,
      * then lay out the heading and the story as result lines.
       200-BUILD-STORY.
           MOVE ZERO TO RI-STORY-COUNT RI-RESULT-COUNT
               RI-JOURNAL-COUNT RI-CKPT-COUNT RI-STEP-COUNT
               RI-EXC-COUNT RI-OVERRIDE-COUNT RI-RESTORE-COUNT
               RI-TOTAL-ELAPSED RI-WORST-RC
           MOVE 'N' TO RI-STORY-FULL RI-TABLE-FULL
           MOVE SPACES TO RI-VERDICT
           PERFORM 205-RESOLVE-WINDOW-DATES
           IF RI-RUN-ID-VALID = 'N'
               MOVE SPACES TO RI-BUILD-LINE
               STRING 'RUN-ID ' RI-RUN-ID
                   ' is not a YYYYMMDDHHMMSS run identifier'
                   DELIMITED BY SIZE INTO RI-BUILD-LINE
               PERFORM 290-ADD-RESULT-LINE
           ELSE
               PERFORM 210-GATHER-JOURNALS
               PERFORM 220-GATHER-CHECKPOINTS
               PERFORM 230-GATHER-ELAPSED
               PERFORM 240-GATHER-EXCEPTIONS
               PERFORM 250-READ-SLA-CONTROL
               IF RI-VERDICT = SPACES
                   PERFORM 260-READ-RECON-REPORT
               END-IF
               PERFORM 300-BUILD-HEADING
               PERFORM 350-BUILD-STORY-LINE
                   VARYING RI-STORY-SUB FROM 1 BY 1
                   UNTIL RI-STORY-SUB > RI-STORY-COUNT
           END-IF
      * When the table overflowed, the last line is given up to the
      * truncation warning so the operator never mistakes a cut-off
      * story for the whole window.
           IF RI-STORY-FULL = 'Y' OR RI-TABLE-FULL = 'Y'
               MOVE '** more events than fit - narrow with a filter **'
                   TO RI-RESULT-LINE(RI-RESULT-COUNT)
           END-IF.

       205-RESOLVE-WINDOW-DATES.
           MOVE 'N' TO RI-RUN-ID-VALID
           IF RI-RUN-ID IS NUMERIC
               AND RI-RUN-ID(5:2) >= '01' AND RI-RUN-ID(5:2) <= '12'
               AND RI-RUN-ID(7:2) >= '01' AND RI-RUN-ID(7:2) <= '31'
               MOVE 'Y' TO RI-RUN-ID-VALID
               MOVE RI-RUN-ID(1:8) TO RI-RUN-DATE
               MOVE RI-RUN-DATE    TO RI-RUN-DATE-NUM
               COMPUTE RI-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(RI-RUN-DATE-NUM) + 1
               COMPUTE RI-NEXT-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(RI-WORK-INT)
               MOVE RI-NEXT-DATE-NUM TO RI-NEXT-DATE
           END-IF.

      * The dated journals for the run date and the day after.  Once
      * the housekeeping has aged the run date's file away, that
      * year's archive holds it - and the next year's as well when
      * the window ran into New Year's Day.
       210-GATHER-JOURNALS.
           MOVE 'N' TO RI-FROM-ARCHIVE
           MOVE RI-RUN-DATE TO RI-SCAN-DATE
           PERFORM 212-READ-DATED-JOURNAL
           IF RI-JOURNAL-STATUS = '35'
               MOVE 'Y' TO RI-DAY1-MISSING
           ELSE
               MOVE 'N' TO RI-DAY1-MISSING
           END-IF
           MOVE '00' TO RI-JOURNAL-STATUS
           MOVE RI-NEXT-DATE TO RI-SCAN-DATE
           PERFORM 212-READ-DATED-JOURNAL
           IF RI-JOURNAL-STATUS = '35'
               MOVE 'Y' TO RI-DAY2-MISSING
           ELSE
               MOVE 'N' TO RI-DAY2-MISSING
           END-IF
           MOVE '00' TO RI-JOURNAL-STATUS
           IF RI-DAY1-MISSING = 'Y'
               MOVE 'runjrnl' TO RI-ARCH-BASE
               MOVE 'JRN '    TO RI-ARCH-TYPE
               PERFORM 270-GATHER-ARCHIVES
           END-IF.

       212-READ-DATED-JOURNAL.
           MOVE SPACES TO RI-JOURNAL-NAME
           STRING 'runjrnl.' RI-SCAN-DATE '.dat'
               DELIMITED BY SIZE INTO RI-JOURNAL-NAME
           OPEN INPUT JOURNAL-FILE
           IF RI-JOURNAL-STATUS = '00'
               PERFORM UNTIL RI-JOURNAL-STATUS NOT = '00'
                   READ JOURNAL-FILE
                       AT END
                           MOVE '10' TO RI-JOURNAL-STATUS
                       NOT AT END
                           MOVE RUNJRNL-RECORD TO RI-ARCH-RECORD
                           PERFORM 215-NOTE-JOURNAL-EVENT
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

      * The RUNRECON verdict, lock overrides and snapshot restores
      * are all journal events; they are counted for the heading
      * here and take their place in the story like any other.
       215-NOTE-JOURNAL-EVENT.
           IF RI-AJ-RUN-ID = RI-RUN-ID
               ADD 1 TO RI-JOURNAL-COUNT
               IF RI-AJ-PROGRAM-ID = 'RUNRECON'
                   AND RI-AJ-EVENT = 'END     '
                   EVALUATE TRUE
                       WHEN RI-AJ-TEXT(1:15) = 'end, run BROKEN'
                           MOVE 'BROKEN' TO RI-VERDICT
                       WHEN RI-AJ-TEXT(1:19) = 'end, run consistent'
                           MOVE 'CONSISTENT' TO RI-VERDICT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               IF RI-AJ-EVENT = 'OVERRIDE'
                   ADD 1 TO RI-OVERRIDE-COUNT
               END-IF
               IF RI-AJ-EVENT = 'RESTORE '
                   ADD 1 TO RI-RESTORE-COUNT
               END-IF
               MOVE RI-AJ-DATE       TO RI-NE-STAMP(1:8)
               MOVE RI-AJ-TIME       TO RI-NE-STAMP(9:6)
               MOVE RI-AJ-PROGRAM-ID TO RI-NE-PROGRAM
               MOVE RI-AJ-EVENT      TO RI-NE-EVENT
               MOVE RI-AJ-TEXT       TO RI-NE-TEXT
               PERFORM 280-ADD-STORY-ENTRY
           END-IF.

       220-GATHER-CHECKPOINTS.
           MOVE 'N' TO RI-FROM-ARCHIVE
           MOVE 99999999 TO RI-LIVE-MIN-DATE
           OPEN INPUT CKPTSTAT-FILE
           IF RI-CKPTSTAT-STATUS = '00'
               PERFORM UNTIL RI-CKPTSTAT-STATUS NOT = '00'
                   READ CKPTSTAT-FILE
                       AT END
                           MOVE '10' TO RI-CKPTSTAT-STATUS
                       NOT AT END
                           IF CKPTSTAT-RUN-DATE IS NUMERIC
                               AND CKPTSTAT-RUN-DATE
                                   < RI-LIVE-MIN-DATE
                               MOVE CKPTSTAT-RUN-DATE
                                   TO RI-LIVE-MIN-DATE
                           END-IF
                           MOVE CKPTSTAT-RECORD TO RI-ARCH-RECORD
                           PERFORM 225-NOTE-CHECKPOINT
                   END-READ
               END-PERFORM
               CLOSE CKPTSTAT-FILE
           END-IF
           MOVE '00' TO RI-CKPTSTAT-STATUS
           IF RI-RUN-DATE-NUM < RI-LIVE-MIN-DATE
               MOVE 'ckptstat' TO RI-ARCH-BASE
               MOVE 'CKPT'     TO RI-ARCH-TYPE
               PERFORM 270-GATHER-ARCHIVES
           END-IF.

       225-NOTE-CHECKPOINT.
           IF RI-AC-RUN-ID = RI-RUN-ID
               ADD 1 TO RI-CKPT-COUNT
               IF RI-AC-RETURN-CODE IS NUMERIC
                   MOVE RI-AC-RETURN-CODE TO RI-RC-NUM
                   IF RI-RC-NUM > RI-WORST-RC
                       MOVE RI-RC-NUM TO RI-WORST-RC
                   END-IF
               END-IF
               MOVE RI-AC-RUN-DATE   TO RI-NE-STAMP(1:8)
               MOVE RI-AC-RUN-TIME   TO RI-NE-STAMP(9:6)
               MOVE RI-AC-PROGRAM-ID TO RI-NE-PROGRAM
               MOVE 'CKPT    '       TO RI-NE-EVENT
               MOVE SPACES TO RI-NE-TEXT
               STRING 'checkpointed RC=' RI-AC-RETURN-CODE
                   ' ' RI-AC-RUN-STATUS
                   DELIMITED BY SIZE INTO RI-NE-TEXT
               PERFORM 280-ADD-STORY-ENTRY
           END-IF.

      * Each step's elapsed time sits in the story where the step
      * started; the heading totals them against the window SLA.
       230-GATHER-ELAPSED.
           MOVE 'N' TO RI-FROM-ARCHIVE
           MOVE 99999999 TO RI-LIVE-MIN-DATE
           OPEN INPUT SLAHIST-FILE
           IF RI-SLAHIST-STATUS = '00'
               PERFORM UNTIL RI-SLAHIST-STATUS NOT = '00'
                   READ SLAHIST-FILE
                       AT END
                           MOVE '10' TO RI-SLAHIST-STATUS
                       NOT AT END
                           IF SLAHIST-RUN-DATE IS NUMERIC
                               AND SLAHIST-RUN-DATE
                                   < RI-LIVE-MIN-DATE
                               MOVE SLAHIST-RUN-DATE
                                   TO RI-LIVE-MIN-DATE
                           END-IF
                           MOVE SLAHIST-RECORD TO RI-ARCH-RECORD
                           PERFORM 235-NOTE-ELAPSED
                   END-READ
               END-PERFORM
               CLOSE SLAHIST-FILE
           END-IF
           MOVE '00' TO RI-SLAHIST-STATUS
           IF RI-RUN-DATE-NUM < RI-LIVE-MIN-DATE
               MOVE 'slahist' TO RI-ARCH-BASE
               MOVE 'SLA '    TO RI-ARCH-TYPE
               PERFORM 270-GATHER-ARCHIVES
           END-IF.

       235-NOTE-ELAPSED.
           IF RI-AS-RUN-ID = RI-RUN-ID
               ADD 1 TO RI-STEP-COUNT
               IF RI-AS-ELAPSED-SECS IS NUMERIC
                   MOVE RI-AS-ELAPSED-SECS TO RI-ELAPSED-NUM
                   ADD RI-ELAPSED-NUM TO RI-TOTAL-ELAPSED
               END-IF
               MOVE RI-AS-RUN-DATE   TO RI-NE-STAMP(1:8)
               MOVE RI-AS-START-TIME TO RI-NE-STAMP(9:6)
               MOVE RI-AS-PROGRAM-ID TO RI-NE-PROGRAM
               MOVE 'ELAPSED '       TO RI-NE-EVENT
               MOVE SPACES TO RI-NE-TEXT
               STRING 'ran ' RI-AS-START-TIME
                   ' to ' RI-AS-END-TIME
                   ', elapsed ' RI-AS-ELAPSED-SECS ' seconds'
                   DELIMITED BY SIZE INTO RI-NE-TEXT
               PERFORM 280-ADD-STORY-ENTRY
           END-IF.

      * Exceptions come off the indexed master by its log-date
      * alternate key, positioned at the run date and stopping past
      * the day after it, as OPRINQ reads a date range.
       240-GATHER-EXCEPTIONS.
           MOVE 'N' TO RI-FROM-ARCHIVE
           MOVE 99999999 TO RI-LIVE-MIN-DATE
           OPEN INPUT EXCMAST-FILE
           IF RI-EXCMAST-STATUS = '00'
               PERFORM 241-FIND-EXC-MIN-DATE
               MOVE 'N' TO RI-EXC-DONE
               MOVE RI-RUN-DATE TO EXCMAST-LOG-DATE
               START EXCMAST-FILE KEY NOT < EXCMAST-LOG-DATE
                   INVALID KEY
                       MOVE 'Y' TO RI-EXC-DONE
               END-START
               PERFORM 242-READ-ONE-EXCEPTION
                   UNTIL RI-EXC-DONE = 'Y'
               CLOSE EXCMAST-FILE
           END-IF
           MOVE '00' TO RI-EXCMAST-STATUS
           IF RI-RUN-DATE-NUM < RI-LIVE-MIN-DATE
               MOVE 'excprec' TO RI-ARCH-BASE
               MOVE 'EXC '    TO RI-ARCH-TYPE
               PERFORM 270-GATHER-ARCHIVES
           END-IF.

       241-FIND-EXC-MIN-DATE.
           MOVE 'N' TO RI-EXC-MIN-DONE
           MOVE LOW-VALUES TO EXCMAST-LOG-DATE
           START EXCMAST-FILE KEY NOT < EXCMAST-LOG-DATE
               INVALID KEY
                   MOVE 'Y' TO RI-EXC-MIN-DONE
           END-START
           IF RI-EXC-MIN-DONE = 'N'
               READ EXCMAST-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EXCMAST-LOG-DATE IS NUMERIC
                           MOVE EXCMAST-LOG-DATE
                               TO RI-LIVE-MIN-DATE
                       END-IF
               END-READ
           END-IF.

       242-READ-ONE-EXCEPTION.
           READ EXCMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO RI-EXC-DONE
               NOT AT END
                   IF EXCMAST-LOG-DATE IS NUMERIC
                       MOVE EXCMAST-LOG-DATE TO RI-RECORD-DATE-NUM
                   ELSE
                       MOVE ZERO TO RI-RECORD-DATE-NUM
                   END-IF
                   IF RI-RECORD-DATE-NUM > RI-NEXT-DATE-NUM
                       MOVE 'Y' TO RI-EXC-DONE
                   ELSE
                       MOVE EXCMAST-RECORD TO RI-ARCH-RECORD
                       PERFORM 245-NOTE-EXCEPTION
                   END-IF
           END-READ.

       245-NOTE-EXCEPTION.
           IF RI-AE-RUN-ID = RI-RUN-ID
               ADD 1 TO RI-EXC-COUNT
               MOVE RI-AE-LOG-DATE   TO RI-NE-STAMP(1:8)
               MOVE RI-AE-LOG-TIME   TO RI-NE-STAMP(9:6)
               MOVE RI-AE-PROGRAM-ID TO RI-NE-PROGRAM
               MOVE 'EXCEPT  '       TO RI-NE-EVENT
               MOVE SPACES TO RI-NE-TEXT
               STRING RI-AE-FIELD-NAME
                   ' ' RI-AE-SEVERITY
                   ' PIC size ' RI-AE-PIC-SIZE
                   ' ack=' RI-AE-ACK-FLAG
                   DELIMITED BY SIZE INTO RI-NE-TEXT
               PERFORM 280-ADD-STORY-ENTRY
           END-IF.

      * The SLA is today's control record - the threshold the window
      * is measured against now, not necessarily the one in force on
      * the night.
       250-READ-SLA-CONTROL.
           MOVE 'N' TO RI-SLA-FOUND
           OPEN INPUT CTLSLA-FILE
           IF RI-CTLSLA-STATUS = '00'
               READ CTLSLA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTLSLA-WINDOW-SECONDS IS NUMERIC
                           MOVE 'Y' TO RI-SLA-FOUND
                           MOVE CTLSLA-WINDOW-SECONDS
                               TO RI-SLA-SECONDS
                       END-IF
               END-READ
               CLOSE CTLSLA-FILE
           END-IF
           MOVE '00' TO RI-CTLSLA-STATUS.

      * A reconciliation run outside the two journal days leaves no
      * verdict in them; runrecon.rpt still carries it when the run
      * was the last one reconciled.
       260-READ-RECON-REPORT.
           OPEN INPUT RECON-FILE
           IF RI-RECON-STATUS = '00'
               PERFORM UNTIL RI-RECON-STATUS NOT = '00'
                   READ RECON-FILE
                       AT END
                           MOVE '10' TO RI-RECON-STATUS
                       NOT AT END
                           PERFORM 265-MATCH-RECON-LINE
                   END-READ
               END-PERFORM
               CLOSE RECON-FILE
           END-IF
           MOVE '00' TO RI-RECON-STATUS.

       265-MATCH-RECON-LINE.
           IF RECON-LINE(1:15) = 'RUNRECON - run '
               AND RECON-LINE(16:14) = RI-RUN-ID
               EVALUATE TRUE
                   WHEN RECON-LINE(34:6) = 'BROKEN'
                       MOVE 'BROKEN' TO RI-VERDICT
                   WHEN RECON-LINE(34:10) = 'CONSISTENT'
                       MOVE 'CONSISTENT' TO RI-VERDICT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * One yearly archive for the run date's year, and the next
      * year's too when the window ran into New Year's Day.
       270-GATHER-ARCHIVES.
           MOVE 'Y' TO RI-FROM-ARCHIVE
           MOVE RI-RUN-DATE(1:4) TO RI-ARCH-YEAR-X
           PERFORM 272-GATHER-ONE-ARCHIVE-YEAR
           IF RI-NEXT-DATE(1:4) NOT = RI-RUN-DATE(1:4)
               MOVE RI-NEXT-DATE(1:4) TO RI-ARCH-YEAR-X
               PERFORM 272-GATHER-ONE-ARCHIVE-YEAR
           END-IF
           MOVE 'N' TO RI-FROM-ARCHIVE.

       272-GATHER-ONE-ARCHIVE-YEAR.
           MOVE SPACES TO RI-ARCHIVE-NAME
           STRING RI-ARCH-BASE DELIMITED BY SPACE
               '.' RI-ARCH-YEAR-X '.arc'
               DELIMITED BY SIZE INTO RI-ARCHIVE-NAME
           OPEN INPUT ARCHIVE-FILE
           IF RI-ARCHIVE-STATUS = '00'
               PERFORM UNTIL RI-ARCHIVE-STATUS NOT = '00'
                   READ ARCHIVE-FILE
                       AT END
                           MOVE '10' TO RI-ARCHIVE-STATUS
                       NOT AT END
                           MOVE ARCHIVE-LINE TO RI-ARCH-RECORD
                           PERFORM 274-NOTE-ARCHIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE '00' TO RI-ARCHIVE-STATUS.

       274-NOTE-ARCHIVE-RECORD.
           EVALUATE RI-ARCH-TYPE
               WHEN 'JRN '
                   PERFORM 215-NOTE-JOURNAL-EVENT
               WHEN 'CKPT'
                   PERFORM 225-NOTE-CHECKPOINT
               WHEN 'SLA '
                   PERFORM 235-NOTE-ELAPSED
               WHEN 'EXC '
                   PERFORM 245-NOTE-EXCEPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The filters narrow the story only; the heading counts were
      * taken before this point.  A new entry goes in after every
      * entry stamped at or before it.
       280-ADD-STORY-ENTRY.
           MOVE RI-FROM-ARCHIVE TO RI-NE-ARCHIVED
           IF (RI-SEL-PROGRAM = SPACES
               OR RI-NE-PROGRAM = RI-SEL-PROGRAM)
               AND (RI-SEL-EVENT = SPACES
               OR RI-NE-EVENT = RI-SEL-EVENT)
               IF RI-STORY-COUNT < 300
                   COMPUTE RI-INSERT-SUB = RI-STORY-COUNT + 1
                   MOVE 'N' TO RI-SLOT-FOUND
                   PERFORM 285-FIND-STORY-SLOT
                       UNTIL RI-SLOT-FOUND = 'Y'
                       OR RI-INSERT-SUB = 1
                   PERFORM 287-SHIFT-STORY-ENTRY
                       VARYING RI-SHIFT-SUB FROM RI-STORY-COUNT
                       BY -1 UNTIL RI-SHIFT-SUB < RI-INSERT-SUB
                   MOVE RI-NEW-ENTRY
                       TO RI-STORY-ENTRY(RI-INSERT-SUB)
                   ADD 1 TO RI-STORY-COUNT
               ELSE
                   MOVE 'Y' TO RI-STORY-FULL
               END-IF
           END-IF
           MOVE SPACES TO RI-NEW-ENTRY.

       285-FIND-STORY-SLOT.
           IF RI-ST-STAMP(RI-INSERT-SUB - 1) > RI-NE-STAMP
               SUBTRACT 1 FROM RI-INSERT-SUB
           ELSE
               MOVE 'Y' TO RI-SLOT-FOUND
           END-IF.

       287-SHIFT-STORY-ENTRY.
           MOVE RI-STORY-ENTRY(RI-SHIFT-SUB)
               TO RI-STORY-ENTRY(RI-SHIFT-SUB + 1).

       290-ADD-RESULT-LINE.
           IF RI-RESULT-COUNT < 400
               ADD 1 TO RI-RESULT-COUNT
               MOVE RI-BUILD-LINE
                   TO RI-RESULT-LINE(RI-RESULT-COUNT)
           ELSE
               MOVE 'Y' TO RI-TABLE-FULL
           END-IF
           MOVE SPACES TO RI-BUILD-LINE.

      * The heading: the whole window at a glance before its story.
       300-BUILD-HEADING.
           MOVE SPACES TO RI-BUILD-LINE
           STRING 'RUN-ID ' RI-RUN-ID
               '   window of ' RI-RUN-DATE
               DELIMITED BY SIZE INTO RI-BUILD-LINE
           PERFORM 290-ADD-RESULT-LINE
           IF RI-SEL-PROGRAM NOT = SPACES
               OR RI-SEL-EVENT NOT = SPACES
               STRING 'STORY FILTERED TO program ' RI-SEL-PROGRAM
                   ' event ' RI-SEL-EVENT
                   DELIMITED BY SIZE INTO RI-BUILD-LINE
               PERFORM 290-ADD-RESULT-LINE
           END-IF
           MOVE RI-CKPT-COUNT    TO RI-COUNT-DISP
           MOVE RI-STEP-COUNT    TO RI-COUNT-DISP-2
           MOVE RI-JOURNAL-COUNT TO RI-COUNT-DISP-3
           STRING 'STEPS CHECKPOINTED ' RI-COUNT-DISP
               '  TIMED ' RI-COUNT-DISP-2
               '  WORST RC ' RI-WORST-RC
               '  JOURNAL EVENTS ' RI-COUNT-DISP-3
               DELIMITED BY SIZE INTO RI-BUILD-LINE
           PERFORM 290-ADD-RESULT-LINE
           MOVE RI-TOTAL-ELAPSED TO RI-ELAPSED-DISP
           MOVE RI-SLA-SECONDS   TO RI-SLA-DISP
           EVALUATE TRUE
               WHEN RI-SLA-FOUND = 'N'
                   STRING 'ELAPSED ' RI-ELAPSED-DISP
                       ' seconds - no window SLA on file'
                       DELIMITED BY SIZE INTO RI-BUILD-LINE
               WHEN RI-TOTAL-ELAPSED > RI-SLA-SECONDS
                   STRING 'ELAPSED ' RI-ELAPSED-DISP
                       ' seconds against SLA ' RI-SLA-DISP
                       ' - OVER SLA'
                       DELIMITED BY SIZE INTO RI-BUILD-LINE
               WHEN OTHER
                   STRING 'ELAPSED ' RI-ELAPSED-DISP
                       ' seconds against SLA ' RI-SLA-DISP
                       ' - within SLA'
                       DELIMITED BY SIZE INTO RI-BUILD-LINE
           END-EVALUATE
           PERFORM 290-ADD-RESULT-LINE
           IF RI-VERDICT = SPACES
               MOVE 'RUNRECON VERDICT: not reconciled'
                   TO RI-BUILD-LINE
           ELSE
               STRING 'RUNRECON VERDICT: run is ' RI-VERDICT
                   DELIMITED BY SIZE INTO RI-BUILD-LINE
           END-IF
           PERFORM 290-ADD-RESULT-LINE
           MOVE RI-EXC-COUNT      TO RI-COUNT-DISP
           MOVE RI-OVERRIDE-COUNT TO RI-COUNT-DISP-2
           MOVE RI-RESTORE-COUNT  TO RI-COUNT-DISP-3
           STRING 'EXCEPTIONS ' RI-COUNT-DISP
               '  LOCK OVERRIDES ' RI-COUNT-DISP-2
               '  SNAPSHOT RESTORES ' RI-COUNT-DISP-3
               DELIMITED BY SIZE INTO RI-BUILD-LINE
           PERFORM 290-ADD-RESULT-LINE
           MOVE 'STORY IN TIME ORDER (* = read from a yearly archive)'
               TO RI-BUILD-LINE
           PERFORM 290-ADD-RESULT-LINE
           IF RI-STORY-COUNT = ZERO
               MOVE '  nothing on file for this run-id and filter'
                   TO RI-BUILD-LINE
               PERFORM 290-ADD-RESULT-LINE
           END-IF
           MOVE SPACES TO RI-LAST-DATE.

      * One story line per entry, under a date line whenever the
      * date changes; text past what fits runs on to a second line.
       350-BUILD-STORY-LINE.
           IF RI-ST-STAMP(RI-STORY-SUB)(1:8) NOT = RI-LAST-DATE
               MOVE RI-ST-STAMP(RI-STORY-SUB)(1:8) TO RI-LAST-DATE
               STRING '-- ' RI-LAST-DATE ' --'
                   DELIMITED BY SIZE INTO RI-BUILD-LINE
               PERFORM 290-ADD-RESULT-LINE
           END-IF
           IF RI-ST-ARCHIVED(RI-STORY-SUB) = 'Y'
               MOVE '*' TO RI-BUILD-LINE(7:1)
           END-IF
           MOVE RI-ST-STAMP(RI-STORY-SUB)(9:6) TO RI-BUILD-LINE(1:6)
           MOVE RI-ST-PROGRAM(RI-STORY-SUB)     TO RI-BUILD-LINE(8:8)
           MOVE RI-ST-EVENT(RI-STORY-SUB)       TO RI-BUILD-LINE(17:8)
           MOVE RI-ST-TEXT(RI-STORY-SUB)(1:53)  TO RI-BUILD-LINE(26:53)
           PERFORM 290-ADD-RESULT-LINE
           IF RI-ST-TEXT(RI-STORY-SUB)(54:7) NOT = SPACES
               MOVE RI-ST-TEXT(RI-STORY-SUB)(54:7)
                   TO RI-BUILD-LINE(26:7)
               PERFORM 290-ADD-RESULT-LINE
           END-IF.

       500-PAGE-RESULTS.
           MOVE 'N' TO RI-NEW-SEARCH
           COMPUTE RI-TOTAL-PAGES =
               (RI-RESULT-COUNT + 11) / 12
           MOVE ZERO TO RI-PAGE-NUM
           PERFORM 510-SHOW-ONE-PAGE
               UNTIL RI-PAGE-NUM >= RI-TOTAL-PAGES
               OR RI-EXIT-INQUIRY = 'Y'
               OR RI-NEW-SEARCH = 'Y'.

       510-SHOW-ONE-PAGE.
           ADD 1 TO RI-PAGE-NUM
           PERFORM 520-FILL-PAGE-LINE
               VARYING RI-PAGE-SUB FROM 1 BY 1
               UNTIL RI-PAGE-SUB > 12
           MOVE SPACES TO RI-STATUS-LINE
           STRING 'PAGE ' RI-PAGE-NUM ' OF ' RI-TOTAL-PAGES
               '  ENTER=next  C=new search  X=leave :'
               DELIMITED BY SIZE INTO RI-STATUS-LINE
           MOVE SPACE TO RI-ACTION
           DISPLAY RI-RESULTS-SCREEN
           ACCEPT RI-RESULTS-SCREEN
           EVALUATE RI-ACTION
               WHEN 'X'
               WHEN 'x'
                   MOVE 'Y' TO RI-EXIT-INQUIRY
               WHEN 'C'
               WHEN 'c'
                   MOVE 'Y' TO RI-NEW-SEARCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       520-FILL-PAGE-LINE.
           COMPUTE RI-LINE-INDEX =
               (RI-PAGE-NUM - 1) * 12 + RI-PAGE-SUB
           IF RI-LINE-INDEX <= RI-RESULT-COUNT
               MOVE RI-RESULT-LINE(RI-LINE-INDEX)
                   TO RI-PAGE-LINE(RI-PAGE-SUB)
           ELSE
               MOVE SPACES TO RI-PAGE-LINE(RI-PAGE-SUB)
           END-IF.

       END PROGRAM RUNINQ.
