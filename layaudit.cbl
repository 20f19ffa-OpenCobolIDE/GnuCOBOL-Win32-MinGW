       IDENTIFICATION DIVISION.
       PROGRAM-ID.             LAYAUDIT.
      *-----------------------------------------------------------------
      * Copybook record-length audit for files exchanged with the
      * mainframe.  bintest's byte-length report answers how many
      * bytes one PIC 9(n) of one usage takes; this program applies
      * those answers to whole record layouts.  It reads each
      * copybook named in laylist.dat, and for every 01-level record
      * works out the total length and the offset and length of
      * every elementary field twice - as our GnuCOBOL build lays it
      * out (binary and packed widths taken from byterpt.dat) and
      * under mainframe rules - and flags every record where the two
      * disagree.  Record lengths are also compared with the
      * baseline in laybase.dat (an accepted layaudit.dat kept
      * aside), so a copybook change that alters a length a
      * downstream interface depends on is caught the way BVCOMPAR
      * catches a results regression.  Output goes to layaudit.rpt,
      * the console and the layaudit.dat data file (LAYAUD.CPY).
      *
      * An entry is one level number up to its closing period, and
      * may run over several lines.  Level 66, 77 and 88 entries are
      * passed over; VALUE clauses end the scan of an entry, and
      * SYNCHRONIZED is reported but not modelled.
      *
      * Return codes: 0 - every record lays out the same
      *               4 - a record differs between the two layouts
      *               8 - a record length changed since the
      *                   baseline, a member could not be read, or
      *                   there is no member list
      *-----------------------------------------------------------------
      * CHANGE LOG
      * 10/15/2026  Initial coding.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYLIST-FILE
               ASSIGN TO "laylist.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LA-LAYLIST-STATUS.

           SELECT COPYBOOK-FILE
               ASSIGN TO DYNAMIC LA-MEMBER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LA-COPYBOOK-STATUS.

           SELECT BYTERPT-FILE
               ASSIGN TO "byterpt.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LA-BYTERPT-STATUS.

           SELECT LAYBASE-FILE
               ASSIGN TO "laybase.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LA-LAYBASE-STATUS.

           SELECT LAYAUD-FILE
               ASSIGN TO "layaudit.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LA-LAYAUD-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "layaudit.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LA-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LAYLIST-FILE.
           COPY LAYLIST.CPY.

       FD  COPYBOOK-FILE.
       01  COPYBOOK-LINE                   PIC X(80).

       FD  BYTERPT-FILE.
           COPY BYTERPT.CPY.

      * The baseline is an earlier layaudit.dat, so it is read
      * through the same layout under its own names.
       FD  LAYBASE-FILE.
       01  LAYBASE-RECORD.
           05  LAYBASE-REC-TYPE            PIC X(01).
           05  LAYBASE-MEMBER              PIC X(08).
           05  LAYBASE-RECORD-NAME         PIC X(30).
           05  FILLER                      PIC X(52).
           05  LAYBASE-GC-LENGTH           PIC 9(07).
           05  FILLER                      PIC X(07).
           05  LAYBASE-MF-LENGTH           PIC 9(07).
           05  FILLER                      PIC X(12).

       FD  LAYAUD-FILE.
           COPY LAYAUD.CPY.

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(100).

       WORKING-STORAGE SECTION.
       01  LA-CURRENT-DATE.
           05  LA-TODAY-DATE               PIC X(08)   VALUE SPACES.
           05  LA-NOW-TIME                 PIC X(06)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.

      * Bytes our build allocates for a binary (COMP, COMP-4,
      * BINARY, COMP-5) and a packed (COMP-3) field of 1 to 18
      * digits.  Loaded from bintest's byterpt.dat measurements;
      * without it the GnuCOBOL defaults are assumed - binary in
      * 1, 2, 4 or 8 bytes, packed in n/2+1.
       01  LA-WIDTH-TABLE.
           05  LA-WIDTH-ENTRY OCCURS 18 TIMES.
               10  LA-GC-BIN-WIDTH         PIC 9(02).
               10  LA-GC-PACK-WIDTH        PIC 9(02).
       01  LA-WIDTH-SUB                    COMP PIC 9(04) VALUE ZERO.
       01  LA-BYTERPT-FOUND                PIC X(01)   VALUE 'N'.

      * Record lengths from the baseline, marked as each record is
      * found again so the ones that have disappeared can be named.
       01  LA-BASE-TABLE.
           05  LA-BASE-ENTRY OCCURS 500 TIMES.
               10  LA-BASE-MEMBER          PIC X(08).
               10  LA-BASE-RECORD-NAME     PIC X(30).
               10  LA-BASE-GC-LENGTH       PIC 9(07).
               10  LA-BASE-MF-LENGTH       PIC 9(07).
               10  LA-BASE-SEEN            PIC X(01).
       01  LA-BASE-COUNT                   COMP PIC 9(04) VALUE ZERO.
       01  LA-BASE-SUB                     COMP PIC 9(04) VALUE ZERO.
       01  LA-BASE-MATCH-SUB               COMP PIC 9(04) VALUE ZERO.
       01  LA-BASE-FOUND                   PIC X(01)   VALUE 'N'.

       01  LA-MEMBER-PATH                  PIC X(60)   VALUE SPACES.
       01  LA-MEMBER-NAME                  PIC X(08)   VALUE SPACES.
       01  LA-LIBRARY                      PIC X(40)   VALUE SPACES.

      * One entry is gathered from as many lines as it runs over,
      * then broken into blank-separated words.
       01  LA-LINE-AREA                    PIC X(65)   VALUE SPACES.
       01  LA-LINE-LAST                    COMP PIC 9(04) VALUE ZERO.
       01  LA-LINE-TRAIL                   COMP PIC 9(04) VALUE ZERO.
       01  LA-ENTRY-TEXT                   PIC X(600)  VALUE SPACES.
       01  LA-ENTRY-PTR                    COMP PIC 9(04) VALUE 1.
       01  LA-ENTRY-LAST                   COMP PIC 9(04) VALUE ZERO.
       01  LA-TOKEN-TABLE.
           05  LA-TOKEN OCCURS 40 TIMES    PIC X(30).
       01  LA-TOK-COUNT                    COMP PIC 9(04) VALUE ZERO.
       01  LA-TOK-SUB                      COMP PIC 9(04) VALUE ZERO.
       01  LA-TOK-PTR                      COMP PIC 9(04) VALUE ZERO.
       01  LA-WORD                         PIC X(30)   VALUE SPACES.
       01  LA-SCAN-DONE                    PIC X(01)   VALUE 'N'.

      * The items of the record being gathered, in source order.
       01  LA-ITEM-TABLE.
           05  LA-ITEM-ENTRY OCCURS 400 TIMES.
               10  LA-IT-LEVEL             PIC 9(02).
               10  LA-IT-NAME              PIC X(30).
               10  LA-IT-USAGE             PIC X(08).
               10  LA-IT-EFF-USAGE         PIC X(08).
               10  LA-IT-HAS-PIC           PIC X(01).
               10  LA-IT-PIC-SIZE          PIC 9(05).
               10  LA-IT-DIGITS            PIC 9(02).
               10  LA-IT-SIGN-SEP          PIC X(01).
               10  LA-IT-OCCURS            PIC 9(05).
               10  LA-IT-REDEFINES         PIC X(30).
               10  LA-IT-GROUP             PIC X(01).
               10  LA-IT-GC-OFFSET         PIC 9(07).
               10  LA-IT-GC-LENGTH         PIC 9(07).
               10  LA-IT-MF-OFFSET         PIC 9(07).
               10  LA-IT-MF-LENGTH         PIC 9(07).
       01  LA-IT-COUNT                     COMP PIC 9(04) VALUE ZERO.
       01  LA-IT-SUB                       COMP PIC 9(04) VALUE ZERO.
       01  LA-NEW-SUB                      COMP PIC 9(04) VALUE ZERO.
       01  LA-CLOSE-SUB                    COMP PIC 9(04) VALUE ZERO.
       01  LA-REDEF-SUB                    COMP PIC 9(04) VALUE ZERO.
       01  LA-SEARCH-SUB                   COMP PIC 9(04) VALUE ZERO.
       01  LA-ITEM-OVERFLOW                PIC X(01)   VALUE 'N'.
       01  LA-SYNC-SEEN                    PIC X(01)   VALUE 'N'.
       01  LA-LEVEL-NUM                    PIC 9(02)   VALUE ZERO.

      * Open groups while a record is laid out: where the next child
      * starts (cursor) and how far any child has reached (high), in
      * each of the two layouts.
       01  LA-STACK-TABLE.
           05  LA-STACK-ENTRY OCCURS 50 TIMES.
               10  LA-ST-SUB               COMP PIC 9(04).
               10  LA-ST-LEVEL             PIC 9(02).
               10  LA-ST-USAGE             PIC X(08).
               10  LA-ST-GC-CURSOR         PIC 9(07).
               10  LA-ST-GC-HIGH           PIC 9(07).
               10  LA-ST-MF-CURSOR         PIC 9(07).
               10  LA-ST-MF-HIGH           PIC 9(07).
       01  LA-STACK-TOP                    COMP PIC 9(04) VALUE ZERO.
       01  LA-GC-EXTENT                    PIC 9(07)   VALUE ZERO.
       01  LA-MF-EXTENT                    PIC 9(07)   VALUE ZERO.

      * Picture-string scan.
       01  LA-PICTURE                      PIC X(30)   VALUE SPACES.
       01  LA-PIC-SUB                      COMP PIC 9(04) VALUE ZERO.
       01  LA-PIC-CHAR                     PIC X(01)   VALUE SPACE.
       01  LA-PIC-DIGIT                    PIC 9(01)   VALUE ZERO.
       01  LA-PIC-REPEAT                   PIC 9(05)   VALUE ZERO.
       01  LA-PIC-SIZE                     PIC 9(05)   VALUE ZERO.
       01  LA-PIC-DIGITS                   PIC 9(05)   VALUE ZERO.
       01  LA-LAST-SIZE                    PIC 9(01)   VALUE ZERO.
       01  LA-LAST-DIGITS                  PIC 9(01)   VALUE ZERO.
       01  LA-PIC-DONE                     PIC X(01)   VALUE 'N'.
       01  LA-SIZE-DIGITS                  COMP PIC 9(04) VALUE ZERO.

       01  LA-RECORD-FLAG                  PIC X(04)   VALUE SPACES.
       01  LA-FIELD-FLAG                   PIC X(04)   VALUE SPACES.
       01  LA-FIELD-COUNT                  PIC 9(05)   VALUE ZERO.

       01  LA-MEMBER-COUNT                 PIC 9(05)   VALUE ZERO.
       01  LA-RECORD-COUNT                 PIC 9(05)   VALUE ZERO.
       01  LA-DIFF-COUNT                   PIC 9(05)   VALUE ZERO.
       01  LA-CHANGED-COUNT                PIC 9(05)   VALUE ZERO.
       01  LA-ERROR-COUNT                  PIC 9(05)   VALUE ZERO.
       01  LA-COUNT-DISP                   PIC ZZZZ9   VALUE ZERO.
       01  LA-COUNT-DISP-2                 PIC ZZZZ9   VALUE ZERO.
       01  LA-COUNT-DISP-3                 PIC ZZZZ9   VALUE ZERO.
       01  LA-COUNT-DISP-4                 PIC ZZZZ9   VALUE ZERO.
       01  LA-LEN-DISP                     PIC ZZZZZZ9 VALUE ZERO.
       01  LA-LEN-DISP-2                   PIC ZZZZZZ9 VALUE ZERO.
       01  LA-LEN-DISP-3                   PIC ZZZZZZ9 VALUE ZERO.
       01  LA-LEN-DISP-4                   PIC ZZZZZZ9 VALUE ZERO.
       01  LA-LINE-TEXT                    PIC X(100)  VALUE SPACES.
       01  LA-RETURN-CODE                  PIC S9(04)  VALUE ZERO.

       01  LA-LAYLIST-STATUS               PIC X(02)   VALUE '00'.
       01  LA-COPYBOOK-STATUS              PIC X(02)   VALUE '00'.
       01  LA-BYTERPT-STATUS               PIC X(02)   VALUE '00'.
       01  LA-LAYBASE-STATUS               PIC X(02)   VALUE '00'.
       01  LA-LAYAUD-STATUS                PIC X(02)   VALUE '00'.
       01  LA-REPORT-STATUS                PIC X(02)   VALUE '00'.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO LA-CURRENT-DATE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO LA-LINE-TEXT
           STRING 'LAYAUDIT - copybook record-length audit at '
               LA-TODAY-DATE ' ' LA-NOW-TIME
               DELIMITED BY SIZE INTO LA-LINE-TEXT
           PERFORM 900-WRITE-LINE
           PERFORM 100-LOAD-BYTE-WIDTHS
           PERFORM 150-LOAD-BASELINE
           OPEN INPUT LAYLIST-FILE
           IF LA-LAYLIST-STATUS NOT = '00'
               MOVE SPACES TO LA-LINE-TEXT
               STRING 'LAYAUDIT - laylist.dat not available, no'
                   ' copybooks audited'
                   DELIMITED BY SIZE INTO LA-LINE-TEXT
               PERFORM 900-WRITE-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT LAYAUD-FILE
           PERFORM 200-AUDIT-MEMBERS
           CLOSE LAYLIST-FILE
           CLOSE LAYAUD-FILE
           IF LA-BASE-FOUND = 'Y'
               PERFORM 800-REPORT-GONE-RECORDS
                   VARYING LA-BASE-SUB FROM 1 BY 1
                   UNTIL LA-BASE-SUB > LA-BASE-COUNT
           END-IF
           PERFORM 850-WRITE-TRAILER
           CLOSE REPORT-FILE
           MOVE LA-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------
      * Our build's binary and packed widths.  Rows bintest wrote
      * before the packed-decimal rows were added carry a blank usage
      * and are binary rows.
      *----------------------------------------------------------------
       100-LOAD-BYTE-WIDTHS.
           PERFORM 105-DEFAULT-ONE-WIDTH
               VARYING LA-WIDTH-SUB FROM 1 BY 1
               UNTIL LA-WIDTH-SUB > 18
           OPEN INPUT BYTERPT-FILE
           IF LA-BYTERPT-STATUS = '00'
               PERFORM UNTIL LA-BYTERPT-STATUS NOT = '00'
                   READ BYTERPT-FILE
                       AT END
                           MOVE '10' TO LA-BYTERPT-STATUS
                       NOT AT END
                           PERFORM 110-TAKE-BYTE-WIDTH
                   END-READ
               END-PERFORM
               CLOSE BYTERPT-FILE
           END-IF
           IF LA-BYTERPT-FOUND = 'Y'
               MOVE SPACES TO LA-LINE-TEXT
               STRING 'LAYAUDIT - GnuCOBOL binary and packed widths'
                   ' as measured in byterpt.dat'
                   DELIMITED BY SIZE INTO LA-LINE-TEXT
           ELSE
               MOVE SPACES TO LA-LINE-TEXT
               STRING 'LAYAUDIT - byterpt.dat not available, GnuCOBOL'
                   ' default widths assumed (binary 1-2-4-8)'
                   DELIMITED BY SIZE INTO LA-LINE-TEXT
           END-IF
           PERFORM 900-WRITE-LINE.

       105-DEFAULT-ONE-WIDTH.
           EVALUATE TRUE
               WHEN LA-WIDTH-SUB <= 2
                   MOVE 1 TO LA-GC-BIN-WIDTH(LA-WIDTH-SUB)
               WHEN LA-WIDTH-SUB <= 4
                   MOVE 2 TO LA-GC-BIN-WIDTH(LA-WIDTH-SUB)
               WHEN LA-WIDTH-SUB <= 9
                   MOVE 4 TO LA-GC-BIN-WIDTH(LA-WIDTH-SUB)
               WHEN OTHER
                   MOVE 8 TO LA-GC-BIN-WIDTH(LA-WIDTH-SUB)
           END-EVALUATE
           COMPUTE LA-GC-PACK-WIDTH(LA-WIDTH-SUB) =
               (LA-WIDTH-SUB + 2) / 2.

       110-TAKE-BYTE-WIDTH.
           IF BYTERPT-PIC-SIZE IS NUMERIC
               AND BYTERPT-ACTUAL-BYTES IS NUMERIC
               AND BYTERPT-PIC-SIZE > ZERO
               AND BYTERPT-PIC-SIZE <= 18
               MOVE 'Y' TO LA-BYTERPT-FOUND
               IF BYTERPT-USAGE = 'COMP-3'
                   MOVE BYTERPT-ACTUAL-BYTES
                       TO LA-GC-PACK-WIDTH(BYTERPT-PIC-SIZE)
               ELSE
                   MOVE BYTERPT-ACTUAL-BYTES
                       TO LA-GC-BIN-WIDTH(BYTERPT-PIC-SIZE)
               END-IF
           END-IF.

       150-LOAD-BASELINE.
           OPEN INPUT LAYBASE-FILE
           IF LA-LAYBASE-STATUS = '00'
               MOVE 'Y' TO LA-BASE-FOUND
               PERFORM UNTIL LA-LAYBASE-STATUS NOT = '00'
                   READ LAYBASE-FILE
                       AT END
                           MOVE '10' TO LA-LAYBASE-STATUS
                       NOT AT END
                           PERFORM 155-TAKE-BASE-RECORD
                   END-READ
               END-PERFORM
               CLOSE LAYBASE-FILE
           ELSE
               MOVE SPACES TO LA-LINE-TEXT
               STRING 'LAYAUDIT - no laybase.dat baseline, record'
                   ' lengths not compared'
                   DELIMITED BY SIZE INTO LA-LINE-TEXT
               PERFORM 900-WRITE-LINE
           END-IF.

       155-TAKE-BASE-RECORD.
           IF LAYBASE-REC-TYPE = 'R' AND LA-BASE-COUNT < 500
               ADD 1 TO LA-BASE-COUNT
               MOVE LAYBASE-MEMBER
                   TO LA-BASE-MEMBER(LA-BASE-COUNT)
               MOVE LAYBASE-RECORD-NAME
                   TO LA-BASE-RECORD-NAME(LA-BASE-COUNT)
               MOVE LAYBASE-GC-LENGTH
                   TO LA-BASE-GC-LENGTH(LA-BASE-COUNT)
               MOVE LAYBASE-MF-LENGTH
                   TO LA-BASE-MF-LENGTH(LA-BASE-COUNT)
               MOVE 'N' TO LA-BASE-SEEN(LA-BASE-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * One copybook member at a time.  Comment lines (indicator
      * * or /) and blank lines are skipped; the text of the others
      * (columns 8-72) is gathered until a line ends in a period.
      *----------------------------------------------------------------
       200-AUDIT-MEMBERS.
           PERFORM UNTIL LA-LAYLIST-STATUS NOT = '00'
               READ LAYLIST-FILE
                   AT END
                       MOVE '10' TO LA-LAYLIST-STATUS
                   NOT AT END
                       IF LAYLIST-MEMBER NOT = SPACES
                           PERFORM 210-AUDIT-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM.

       210-AUDIT-ONE-MEMBER.
           ADD 1 TO LA-MEMBER-COUNT
           MOVE LAYLIST-MEMBER TO LA-MEMBER-NAME
           MOVE LAYLIST-LIBRARY TO LA-LIBRARY
           IF LA-LIBRARY = SPACES
               MOVE 'copybooks' TO LA-LIBRARY
           END-IF
           MOVE SPACES TO LA-MEMBER-PATH
           STRING LA-LIBRARY DELIMITED BY SPACE
               '/' DELIMITED BY SIZE
               LA-MEMBER-NAME DELIMITED BY SPACE
               '.CPY' DELIMITED BY SIZE
               INTO LA-MEMBER-PATH
           OPEN INPUT COPYBOOK-FILE
           IF LA-COPYBOOK-STATUS NOT = '00'
               ADD 1 TO LA-ERROR-COUNT
               MOVE 8 TO LA-RETURN-CODE
               MOVE SPACES TO LA-LINE-TEXT
               STRING '  ' LA-MEMBER-NAME ' not readable from '
                   DELIMITED BY SIZE
                   LA-MEMBER-PATH DELIMITED BY SPACE
                   ' status ' LA-COPYBOOK-STATUS
                   DELIMITED BY SIZE INTO LA-LINE-TEXT
               PERFORM 900-WRITE-LINE
           ELSE
               MOVE ZERO   TO LA-IT-COUNT
               MOVE 'N'    TO LA-ITEM-OVERFLOW
               MOVE 'N'    TO LA-SYNC-SEEN
               PERFORM 225-START-ENTRY
               PERFORM UNTIL LA-COPYBOOK-STATUS NOT = '00'
                   READ COPYBOOK-FILE
                       AT END
                           MOVE '10' TO LA-COPYBOOK-STATUS
                       NOT AT END
                           PERFORM 220-TAKE-COPYBOOK-LINE
                   END-READ
               END-PERFORM
               CLOSE COPYBOOK-FILE
               IF LA-IT-COUNT > ZERO
                   PERFORM 400-FINISH-RECORD
               END-IF
           END-IF.

       220-TAKE-COPYBOOK-LINE.
           IF COPYBOOK-LINE(7:1) NOT = '*'
               AND COPYBOOK-LINE(7:1) NOT = '/'
               AND COPYBOOK-LINE(8:65) NOT = SPACES
               MOVE COPYBOOK-LINE(8:65) TO LA-LINE-AREA
               MOVE ZERO TO LA-LINE-TRAIL
               INSPECT FUNCTION REVERSE(LA-LINE-AREA)
                   TALLYING LA-LINE-TRAIL FOR LEADING SPACES
               COMPUTE LA-LINE-LAST = 65 - LA-LINE-TRAIL
               STRING LA-LINE-AREA(1:LA-LINE-LAST) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   INTO LA-ENTRY-TEXT WITH POINTER LA-ENTRY-PTR
                   ON OVERFLOW
                       MOVE 'Y' TO LA-ITEM-OVERFLOW
               END-STRING
               IF LA-LINE-AREA(LA-LINE-LAST:1) = '.'
                   COMPUTE LA-ENTRY-LAST = LA-ENTRY-PTR - 2
                   MOVE SPACE TO LA-ENTRY-TEXT(LA-ENTRY-LAST:1)
                   PERFORM 300-PROCESS-ENTRY
                   PERFORM 225-START-ENTRY
               END-IF
           END-IF.

       225-START-ENTRY.
           MOVE SPACES TO LA-ENTRY-TEXT
           MOVE 1      TO LA-ENTRY-PTR.

      *----------------------------------------------------------------
      * One data-description entry: level number, then the name
      * unless the entry is an unnamed FILLER, then the clauses.
      * A new 01 closes the record before it.
      *----------------------------------------------------------------
       300-PROCESS-ENTRY.
           INSPECT LA-ENTRY-TEXT CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO LA-TOKEN-TABLE
           MOVE ZERO   TO LA-TOK-COUNT
           MOVE 1      TO LA-TOK-PTR
           PERFORM 310-NEXT-TOKEN
               UNTIL LA-TOK-PTR > LA-ENTRY-LAST
               OR LA-TOK-COUNT >= 40
           IF LA-TOK-COUNT > ZERO
               AND LA-TOKEN(1)(1:1) IS NUMERIC
               COMPUTE LA-LEVEL-NUM = FUNCTION NUMVAL(LA-TOKEN(1))
               IF LA-LEVEL-NUM NOT = 66
                   AND LA-LEVEL-NUM NOT = 77
                   AND LA-LEVEL-NUM NOT = 88
                   IF LA-LEVEL-NUM = 1 AND LA-IT-COUNT > ZERO
                       PERFORM 400-FINISH-RECORD
                   END-IF
                   PERFORM 320-ADD-ITEM
               END-IF
           END-IF.

       310-NEXT-TOKEN.
           MOVE SPACES TO LA-WORD
           UNSTRING LA-ENTRY-TEXT DELIMITED BY ALL SPACE
               INTO LA-WORD
               WITH POINTER LA-TOK-PTR
           END-UNSTRING
           IF LA-WORD NOT = SPACES
               ADD 1 TO LA-TOK-COUNT
               MOVE LA-WORD TO LA-TOKEN(LA-TOK-COUNT)
           END-IF.

       320-ADD-ITEM.
           IF LA-IT-COUNT >= 400
               MOVE 'Y' TO LA-ITEM-OVERFLOW
           ELSE
               ADD 1 TO LA-IT-COUNT
               MOVE LA-IT-COUNT TO LA-NEW-SUB
               MOVE LA-LEVEL-NUM TO LA-IT-LEVEL(LA-NEW-SUB)
               MOVE 'FILLER'     TO LA-IT-NAME(LA-NEW-SUB)
               MOVE SPACES       TO LA-IT-USAGE(LA-NEW-SUB)
               MOVE SPACES       TO LA-IT-EFF-USAGE(LA-NEW-SUB)
               MOVE 'N'          TO LA-IT-HAS-PIC(LA-NEW-SUB)
               MOVE ZERO         TO LA-IT-PIC-SIZE(LA-NEW-SUB)
               MOVE ZERO         TO LA-IT-DIGITS(LA-NEW-SUB)
               MOVE 'N'          TO LA-IT-SIGN-SEP(LA-NEW-SUB)
               MOVE 1            TO LA-IT-OCCURS(LA-NEW-SUB)
               MOVE SPACES       TO LA-IT-REDEFINES(LA-NEW-SUB)
               MOVE 'N'          TO LA-IT-GROUP(LA-NEW-SUB)
               MOVE ZERO         TO LA-IT-GC-OFFSET(LA-NEW-SUB)
               MOVE ZERO         TO LA-IT-GC-LENGTH(LA-NEW-SUB)
               MOVE ZERO         TO LA-IT-MF-OFFSET(LA-NEW-SUB)
               MOVE ZERO         TO LA-IT-MF-LENGTH(LA-NEW-SUB)
               MOVE 2 TO LA-TOK-SUB
               PERFORM 330-CHECK-CLAUSE-WORD
               IF LA-SCAN-DONE = 'N'
                   MOVE LA-TOKEN(2) TO LA-IT-NAME(LA-NEW-SUB)
                   MOVE 3 TO LA-TOK-SUB
               END-IF
               MOVE 'N' TO LA-SCAN-DONE
               PERFORM 340-APPLY-CLAUSE
                   UNTIL LA-TOK-SUB > LA-TOK-COUNT
                   OR LA-SCAN-DONE = 'Y'
           END-IF.

      * Sets LA-SCAN-DONE to Y when the second word is a clause
      * keyword rather than a name - the entry is an unnamed FILLER.
       330-CHECK-CLAUSE-WORD.
           EVALUATE LA-TOKEN(2)
               WHEN 'PIC'
               WHEN 'PICTURE'
               WHEN 'USAGE'
               WHEN 'OCCURS'
               WHEN 'REDEFINES'
               WHEN 'VALUE'
               WHEN 'VALUES'
               WHEN 'COMP'
               WHEN 'COMP-1'
               WHEN 'COMP-2'
               WHEN 'COMP-3'
               WHEN 'COMP-4'
               WHEN 'COMP-5'
               WHEN 'BINARY'
               WHEN 'PACKED-DECIMAL'
               WHEN 'DISPLAY'
               WHEN 'SIGN'
               WHEN 'SYNC'
               WHEN 'SYNCHRONIZED'
               WHEN SPACES
                   MOVE 'Y' TO LA-SCAN-DONE
               WHEN OTHER
                   MOVE 'N' TO LA-SCAN-DONE
           END-EVALUATE.

       340-APPLY-CLAUSE.
           EVALUATE LA-TOKEN(LA-TOK-SUB)
               WHEN 'PIC'
               WHEN 'PICTURE'
                   ADD 1 TO LA-TOK-SUB
                   IF LA-TOKEN(LA-TOK-SUB) = 'IS'
                       ADD 1 TO LA-TOK-SUB
                   END-IF
                   MOVE LA-TOKEN(LA-TOK-SUB) TO LA-PICTURE
                   PERFORM 500-SCAN-PICTURE
               WHEN 'USAGE'
                   ADD 1 TO LA-TOK-SUB
                   IF LA-TOKEN(LA-TOK-SUB) = 'IS'
                       ADD 1 TO LA-TOK-SUB
                   END-IF
                   PERFORM 350-TAKE-USAGE-WORD
               WHEN 'OCCURS'
                   ADD 1 TO LA-TOK-SUB
                   COMPUTE LA-IT-OCCURS(LA-NEW-SUB) =
                       FUNCTION NUMVAL(LA-TOKEN(LA-TOK-SUB))
                   IF LA-TOKEN(LA-TOK-SUB + 1) = 'TO'
                       ADD 2 TO LA-TOK-SUB
                       COMPUTE LA-IT-OCCURS(LA-NEW-SUB) =
                           FUNCTION NUMVAL(LA-TOKEN(LA-TOK-SUB))
                   END-IF
               WHEN 'REDEFINES'
                   ADD 1 TO LA-TOK-SUB
                   MOVE LA-TOKEN(LA-TOK-SUB)
                       TO LA-IT-REDEFINES(LA-NEW-SUB)
               WHEN 'SEPARATE'
                   MOVE 'Y' TO LA-IT-SIGN-SEP(LA-NEW-SUB)
               WHEN 'SYNC'
               WHEN 'SYNCHRONIZED'
                   MOVE 'Y' TO LA-SYNC-SEEN
               WHEN 'VALUE'
               WHEN 'VALUES'
                   MOVE 'Y' TO LA-SCAN-DONE
               WHEN OTHER
                   PERFORM 350-TAKE-USAGE-WORD
           END-EVALUATE
           ADD 1 TO LA-TOK-SUB.

      * Usage words are normalised to the five sizing classes; any
      * other word is a clause this audit has no use for.
       350-TAKE-USAGE-WORD.
           EVALUATE LA-TOKEN(LA-TOK-SUB)
               WHEN 'COMP'
               WHEN 'COMPUTATIONAL'
               WHEN 'COMP-4'
               WHEN 'COMPUTATIONAL-4'
               WHEN 'BINARY'
                   MOVE 'BINARY  ' TO LA-IT-USAGE(LA-NEW-SUB)
               WHEN 'COMP-5'
               WHEN 'COMPUTATIONAL-5'
                   MOVE 'COMP-5  ' TO LA-IT-USAGE(LA-NEW-SUB)
               WHEN 'COMP-3'
               WHEN 'COMPUTATIONAL-3'
               WHEN 'PACKED-DECIMAL'
                   MOVE 'COMP-3  ' TO LA-IT-USAGE(LA-NEW-SUB)
               WHEN 'COMP-1'
               WHEN 'COMPUTATIONAL-1'
                   MOVE 'COMP-1  ' TO LA-IT-USAGE(LA-NEW-SUB)
               WHEN 'COMP-2'
               WHEN 'COMPUTATIONAL-2'
                   MOVE 'COMP-2  ' TO LA-IT-USAGE(LA-NEW-SUB)
               WHEN 'DISPLAY'
                   MOVE 'DISPLAY ' TO LA-IT-USAGE(LA-NEW-SUB)
               WHEN 'INDEX'
                   MOVE 'INDEX   ' TO LA-IT-USAGE(LA-NEW-SUB)
               WHEN 'POINTER'
                   MOVE 'POINTER ' TO LA-IT-USAGE(LA-NEW-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * The character positions and digit count of a picture string.
      * A repeat count (n) applies to the symbol before it; S, V and
      * P take no position; CR and DB take two.
      *----------------------------------------------------------------
       500-SCAN-PICTURE.
           MOVE 'Y'  TO LA-IT-HAS-PIC(LA-NEW-SUB)
           MOVE ZERO TO LA-PIC-SIZE LA-PIC-DIGITS
           MOVE ZERO TO LA-LAST-SIZE LA-LAST-DIGITS
           MOVE 'N'  TO LA-PIC-DONE
           MOVE 1    TO LA-PIC-SUB
           PERFORM 510-SCAN-PICTURE-SYMBOL
               UNTIL LA-PIC-DONE = 'Y' OR LA-PIC-SUB > 30
           MOVE LA-PIC-SIZE TO LA-IT-PIC-SIZE(LA-NEW-SUB)
           IF LA-PIC-DIGITS > 18
               MOVE 18 TO LA-IT-DIGITS(LA-NEW-SUB)
           ELSE
               MOVE LA-PIC-DIGITS TO LA-IT-DIGITS(LA-NEW-SUB)
           END-IF.

       510-SCAN-PICTURE-SYMBOL.
           MOVE LA-PICTURE(LA-PIC-SUB:1) TO LA-PIC-CHAR
           EVALUATE TRUE
               WHEN LA-PIC-CHAR = SPACE
                   MOVE 'Y' TO LA-PIC-DONE
               WHEN LA-PIC-CHAR = '('
                   MOVE ZERO TO LA-PIC-REPEAT
                   ADD 1 TO LA-PIC-SUB
                   PERFORM 520-SCAN-REPEAT-DIGIT
                       UNTIL LA-PIC-SUB > 30
                       OR LA-PICTURE(LA-PIC-SUB:1) = ')'
                   IF LA-PIC-REPEAT > ZERO
                       COMPUTE LA-PIC-SIZE = LA-PIC-SIZE
                           + LA-LAST-SIZE * (LA-PIC-REPEAT - 1)
                       COMPUTE LA-PIC-DIGITS = LA-PIC-DIGITS
                           + LA-LAST-DIGITS * (LA-PIC-REPEAT - 1)
                   END-IF
               WHEN LA-PIC-CHAR = 'S'
                   OR LA-PIC-CHAR = 'V'
                   OR LA-PIC-CHAR = 'P'
                   MOVE ZERO TO LA-LAST-SIZE LA-LAST-DIGITS
               WHEN LA-PIC-CHAR = '9'
                   MOVE 1 TO LA-LAST-SIZE LA-LAST-DIGITS
                   ADD 1 TO LA-PIC-SIZE LA-PIC-DIGITS
               WHEN (LA-PIC-CHAR = 'C'
                   AND LA-PICTURE(LA-PIC-SUB + 1:1) = 'R')
                   OR (LA-PIC-CHAR = 'D'
                   AND LA-PICTURE(LA-PIC-SUB + 1:1) = 'B')
                   MOVE ZERO TO LA-LAST-SIZE LA-LAST-DIGITS
                   ADD 2 TO LA-PIC-SIZE
                   ADD 1 TO LA-PIC-SUB
               WHEN OTHER
                   MOVE 1    TO LA-LAST-SIZE
                   MOVE ZERO TO LA-LAST-DIGITS
                   ADD 1 TO LA-PIC-SIZE
           END-EVALUATE
           ADD 1 TO LA-PIC-SUB.

       520-SCAN-REPEAT-DIGIT.
           IF LA-PICTURE(LA-PIC-SUB:1) IS NUMERIC
               MOVE LA-PICTURE(LA-PIC-SUB:1) TO LA-PIC-DIGIT
               COMPUTE LA-PIC-REPEAT = LA-PIC-REPEAT * 10
                   + LA-PIC-DIGIT
           END-IF
           ADD 1 TO LA-PIC-SUB.

      *----------------------------------------------------------------
      * Lay out the gathered record in both layouts and report it.
      *----------------------------------------------------------------
       400-FINISH-RECORD.
           ADD 1 TO LA-RECORD-COUNT
           IF LA-ITEM-OVERFLOW = 'Y'
               ADD 1 TO LA-ERROR-COUNT
               MOVE 8 TO LA-RETURN-CODE
               MOVE SPACES TO LA-LINE-TEXT
               STRING '  ' LA-MEMBER-NAME ' ' LA-IT-NAME(1)
                   ' too large to lay out - not audited'
                   DELIMITED BY SIZE INTO LA-LINE-TEXT
               PERFORM 900-WRITE-LINE
           ELSE
               PERFORM 600-LAY-OUT-RECORD
               PERFORM 700-REPORT-RECORD
           END-IF
           MOVE ZERO TO LA-IT-COUNT
           MOVE 'N'  TO LA-ITEM-OVERFLOW
           MOVE 'N'  TO LA-SYNC-SEEN.

      * Items are placed in source order.  A group is opened on the
      * stack and closed when an item at its level or above turns
      * up; closing it fixes its length as the furthest any child
      * reached and moves its parent's cursor past it (times its
      * OCCURS).  A REDEFINES item starts where the item it names
      * starts and never moves the cursor.
       600-LAY-OUT-RECORD.
           MOVE ZERO TO LA-STACK-TOP
           PERFORM 610-PLACE-ITEM
               VARYING LA-IT-SUB FROM 1 BY 1
               UNTIL LA-IT-SUB > LA-IT-COUNT
           PERFORM 640-CLOSE-GROUP
               UNTIL LA-STACK-TOP = ZERO.

       610-PLACE-ITEM.
           PERFORM 640-CLOSE-GROUP
               UNTIL LA-STACK-TOP = ZERO
               OR LA-ST-LEVEL(LA-STACK-TOP) < LA-IT-LEVEL(LA-IT-SUB)
           EVALUATE TRUE
               WHEN LA-IT-USAGE(LA-IT-SUB) NOT = SPACES
                   MOVE LA-IT-USAGE(LA-IT-SUB)
                       TO LA-IT-EFF-USAGE(LA-IT-SUB)
               WHEN LA-STACK-TOP > ZERO
                   MOVE LA-ST-USAGE(LA-STACK-TOP)
                       TO LA-IT-EFF-USAGE(LA-IT-SUB)
               WHEN OTHER
                   MOVE 'DISPLAY ' TO LA-IT-EFF-USAGE(LA-IT-SUB)
           END-EVALUATE
           IF LA-IT-SUB < LA-IT-COUNT
               AND LA-IT-HAS-PIC(LA-IT-SUB) = 'N'
               AND LA-IT-LEVEL(LA-IT-SUB + 1) > LA-IT-LEVEL(LA-IT-SUB)
               MOVE 'Y' TO LA-IT-GROUP(LA-IT-SUB)
           END-IF
           MOVE ZERO TO LA-REDEF-SUB
           IF LA-IT-REDEFINES(LA-IT-SUB) NOT = SPACES
               PERFORM 620-MATCH-REDEFINED
                   VARYING LA-SEARCH-SUB FROM 1 BY 1
                   UNTIL LA-SEARCH-SUB >= LA-IT-SUB
           END-IF
           EVALUATE TRUE
               WHEN LA-REDEF-SUB > ZERO
                   MOVE LA-IT-GC-OFFSET(LA-REDEF-SUB)
                       TO LA-IT-GC-OFFSET(LA-IT-SUB)
                   MOVE LA-IT-MF-OFFSET(LA-REDEF-SUB)
                       TO LA-IT-MF-OFFSET(LA-IT-SUB)
               WHEN LA-STACK-TOP > ZERO
                   MOVE LA-ST-GC-CURSOR(LA-STACK-TOP)
                       TO LA-IT-GC-OFFSET(LA-IT-SUB)
                   MOVE LA-ST-MF-CURSOR(LA-STACK-TOP)
                       TO LA-IT-MF-OFFSET(LA-IT-SUB)
               WHEN OTHER
                   MOVE ZERO TO LA-IT-GC-OFFSET(LA-IT-SUB)
                   MOVE ZERO TO LA-IT-MF-OFFSET(LA-IT-SUB)
           END-EVALUATE
           IF LA-IT-GROUP(LA-IT-SUB) = 'Y'
               IF LA-STACK-TOP < 50
                   ADD 1 TO LA-STACK-TOP
                   MOVE LA-IT-SUB TO LA-ST-SUB(LA-STACK-TOP)
                   MOVE LA-IT-LEVEL(LA-IT-SUB)
                       TO LA-ST-LEVEL(LA-STACK-TOP)
                   MOVE LA-IT-EFF-USAGE(LA-IT-SUB)
                       TO LA-ST-USAGE(LA-STACK-TOP)
                   MOVE LA-IT-GC-OFFSET(LA-IT-SUB)
                       TO LA-ST-GC-CURSOR(LA-STACK-TOP)
                          LA-ST-GC-HIGH(LA-STACK-TOP)
                   MOVE LA-IT-MF-OFFSET(LA-IT-SUB)
                       TO LA-ST-MF-CURSOR(LA-STACK-TOP)
                          LA-ST-MF-HIGH(LA-STACK-TOP)
               END-IF
           ELSE
               PERFORM 630-SIZE-ELEMENTARY-ITEM
               MOVE LA-IT-SUB TO LA-CLOSE-SUB
               PERFORM 650-ADVANCE-PARENT
           END-IF.

       620-MATCH-REDEFINED.
           IF LA-IT-NAME(LA-SEARCH-SUB) = LA-IT-REDEFINES(LA-IT-SUB)
               MOVE LA-SEARCH-SUB TO LA-REDEF-SUB
           END-IF.

      * Where the two layouts part company: binary fields (our build
      * per byterpt.dat, the mainframe in a halfword for 1-4 digits,
      * a fullword for 5-9 and a doubleword above) and pointers.
       630-SIZE-ELEMENTARY-ITEM.
           MOVE LA-IT-DIGITS(LA-IT-SUB) TO LA-SIZE-DIGITS
           IF LA-SIZE-DIGITS = ZERO
               MOVE 1 TO LA-SIZE-DIGITS
           END-IF
           EVALUATE LA-IT-EFF-USAGE(LA-IT-SUB)
               WHEN 'BINARY  '
               WHEN 'COMP-5  '
                   MOVE LA-GC-BIN-WIDTH(LA-SIZE-DIGITS)
                       TO LA-IT-GC-LENGTH(LA-IT-SUB)
                   EVALUATE TRUE
                       WHEN LA-SIZE-DIGITS <= 4
                           MOVE 2 TO LA-IT-MF-LENGTH(LA-IT-SUB)
                       WHEN LA-SIZE-DIGITS <= 9
                           MOVE 4 TO LA-IT-MF-LENGTH(LA-IT-SUB)
                       WHEN OTHER
                           MOVE 8 TO LA-IT-MF-LENGTH(LA-IT-SUB)
                   END-EVALUATE
               WHEN 'COMP-3  '
                   MOVE LA-GC-PACK-WIDTH(LA-SIZE-DIGITS)
                       TO LA-IT-GC-LENGTH(LA-IT-SUB)
                   COMPUTE LA-IT-MF-LENGTH(LA-IT-SUB) =
                       (LA-SIZE-DIGITS + 2) / 2
               WHEN 'COMP-1  '
               WHEN 'INDEX   '
                   MOVE 4 TO LA-IT-GC-LENGTH(LA-IT-SUB)
                   MOVE 4 TO LA-IT-MF-LENGTH(LA-IT-SUB)
               WHEN 'COMP-2  '
                   MOVE 8 TO LA-IT-GC-LENGTH(LA-IT-SUB)
                   MOVE 8 TO LA-IT-MF-LENGTH(LA-IT-SUB)
               WHEN 'POINTER '
                   MOVE 8 TO LA-IT-GC-LENGTH(LA-IT-SUB)
                   MOVE 4 TO LA-IT-MF-LENGTH(LA-IT-SUB)
               WHEN OTHER
                   MOVE LA-IT-PIC-SIZE(LA-IT-SUB)
                       TO LA-IT-GC-LENGTH(LA-IT-SUB)
                   IF LA-IT-SIGN-SEP(LA-IT-SUB) = 'Y'
                       ADD 1 TO LA-IT-GC-LENGTH(LA-IT-SUB)
                   END-IF
                   MOVE LA-IT-GC-LENGTH(LA-IT-SUB)
                       TO LA-IT-MF-LENGTH(LA-IT-SUB)
           END-EVALUATE.

       640-CLOSE-GROUP.
           MOVE LA-ST-SUB(LA-STACK-TOP) TO LA-CLOSE-SUB
           COMPUTE LA-IT-GC-LENGTH(LA-CLOSE-SUB) =
               LA-ST-GC-HIGH(LA-STACK-TOP)
               - LA-IT-GC-OFFSET(LA-CLOSE-SUB)
           COMPUTE LA-IT-MF-LENGTH(LA-CLOSE-SUB) =
               LA-ST-MF-HIGH(LA-STACK-TOP)
               - LA-IT-MF-OFFSET(LA-CLOSE-SUB)
           SUBTRACT 1 FROM LA-STACK-TOP
           PERFORM 650-ADVANCE-PARENT.

       650-ADVANCE-PARENT.
           IF LA-STACK-TOP > ZERO
               COMPUTE LA-GC-EXTENT = LA-IT-GC-OFFSET(LA-CLOSE-SUB)
                   + LA-IT-GC-LENGTH(LA-CLOSE-SUB)
                   * LA-IT-OCCURS(LA-CLOSE-SUB)
               COMPUTE LA-MF-EXTENT = LA-IT-MF-OFFSET(LA-CLOSE-SUB)
                   + LA-IT-MF-LENGTH(LA-CLOSE-SUB)
                   * LA-IT-OCCURS(LA-CLOSE-SUB)
               IF LA-IT-REDEFINES(LA-CLOSE-SUB) = SPACES
                   MOVE LA-GC-EXTENT TO LA-ST-GC-CURSOR(LA-STACK-TOP)
                   MOVE LA-MF-EXTENT TO LA-ST-MF-CURSOR(LA-STACK-TOP)
               END-IF
               IF LA-GC-EXTENT > LA-ST-GC-HIGH(LA-STACK-TOP)
                   MOVE LA-GC-EXTENT TO LA-ST-GC-HIGH(LA-STACK-TOP)
               END-IF
               IF LA-MF-EXTENT > LA-ST-MF-HIGH(LA-STACK-TOP)
                   MOVE LA-MF-EXTENT TO LA-ST-MF-HIGH(LA-STACK-TOP)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The record line, the fields that differ, the baseline
      * comparison, and the R and F data records.
      *----------------------------------------------------------------
       700-REPORT-RECORD.
           MOVE 'SAME' TO LA-RECORD-FLAG
           MOVE ZERO   TO LA-FIELD-COUNT
           PERFORM 710-CHECK-ONE-FIELD
               VARYING LA-IT-SUB FROM 1 BY 1
               UNTIL LA-IT-SUB > LA-IT-COUNT
           IF LA-IT-GC-LENGTH(1) NOT = LA-IT-MF-LENGTH(1)
               MOVE 'DIFF' TO LA-RECORD-FLAG
           END-IF
           IF LA-RECORD-FLAG = 'DIFF'
               ADD 1 TO LA-DIFF-COUNT
               IF LA-RETURN-CODE < 4
                   MOVE 4 TO LA-RETURN-CODE
               END-IF
           END-IF
           MOVE LA-IT-GC-LENGTH(1) TO LA-LEN-DISP
           MOVE LA-IT-MF-LENGTH(1) TO LA-LEN-DISP-2
           MOVE LA-FIELD-COUNT     TO LA-COUNT-DISP
           MOVE SPACES TO LA-LINE-TEXT
           STRING '  ' LA-MEMBER-NAME ' ' LA-IT-NAME(1)
               ' GnuCOBOL=' LA-LEN-DISP
               ' mainframe=' LA-LEN-DISP-2
               ' fields=' LA-COUNT-DISP
               ' ' LA-RECORD-FLAG
               DELIMITED BY SIZE INTO LA-LINE-TEXT
           PERFORM 900-WRITE-LINE
           IF LA-RECORD-FLAG = 'DIFF'
               MOVE SPACES TO LA-LINE-TEXT
               STRING '      fields that differ - offset (from 0)'
                   ' / length in bytes'
                   DELIMITED BY SIZE INTO LA-LINE-TEXT
               PERFORM 900-WRITE-LINE
               PERFORM 720-REPORT-FIELD-DIFF
                   VARYING LA-IT-SUB FROM 1 BY 1
                   UNTIL LA-IT-SUB > LA-IT-COUNT
           END-IF
           IF LA-SYNC-SEEN = 'Y'
               MOVE SPACES TO LA-LINE-TEXT
               STRING '      SYNCHRONIZED items present - slack'
                   ' bytes are not included above'
                   DELIMITED BY SIZE INTO LA-LINE-TEXT
               PERFORM 900-WRITE-LINE
           END-IF
           IF LA-BASE-FOUND = 'Y'
               PERFORM 730-COMPARE-WITH-BASELINE
           END-IF
           PERFORM 740-WRITE-RECORD-DATA
           PERFORM 750-WRITE-FIELD-DATA
               VARYING LA-IT-SUB FROM 1 BY 1
               UNTIL LA-IT-SUB > LA-IT-COUNT.

       710-CHECK-ONE-FIELD.
           IF LA-IT-GROUP(LA-IT-SUB) = 'N' AND LA-IT-SUB > 1
               ADD 1 TO LA-FIELD-COUNT
               IF LA-IT-GC-OFFSET(LA-IT-SUB)
                       NOT = LA-IT-MF-OFFSET(LA-IT-SUB)
                   OR LA-IT-GC-LENGTH(LA-IT-SUB)
                       NOT = LA-IT-MF-LENGTH(LA-IT-SUB)
                   MOVE 'DIFF' TO LA-RECORD-FLAG
               END-IF
           END-IF.

       720-REPORT-FIELD-DIFF.
           IF LA-IT-GROUP(LA-IT-SUB) = 'N' AND LA-IT-SUB > 1
               AND (LA-IT-GC-OFFSET(LA-IT-SUB)
                       NOT = LA-IT-MF-OFFSET(LA-IT-SUB)
                   OR LA-IT-GC-LENGTH(LA-IT-SUB)
                       NOT = LA-IT-MF-LENGTH(LA-IT-SUB))
               MOVE LA-IT-GC-OFFSET(LA-IT-SUB) TO LA-LEN-DISP
               MOVE LA-IT-GC-LENGTH(LA-IT-SUB) TO LA-LEN-DISP-2
               MOVE LA-IT-MF-OFFSET(LA-IT-SUB) TO LA-LEN-DISP-3
               MOVE LA-IT-MF-LENGTH(LA-IT-SUB) TO LA-LEN-DISP-4
               MOVE SPACES TO LA-LINE-TEXT
               STRING '      ' LA-IT-NAME(LA-IT-SUB) ' '
                   LA-IT-EFF-USAGE(LA-IT-SUB)
                   ' GnuCOBOL ' LA-LEN-DISP '/' LA-LEN-DISP-2
                   ' mainframe ' LA-LEN-DISP-3 '/' LA-LEN-DISP-4
                   DELIMITED BY SIZE INTO LA-LINE-TEXT
               PERFORM 900-WRITE-LINE
           END-IF.

      * A length that moved since the accepted baseline is what
      * breaks a downstream interface, so it fails the run.
       730-COMPARE-WITH-BASELINE.
           MOVE ZERO TO LA-BASE-MATCH-SUB
           PERFORM 735-MATCH-BASE-RECORD
               VARYING LA-BASE-SUB FROM 1 BY 1
               UNTIL LA-BASE-SUB > LA-BASE-COUNT
           EVALUATE TRUE
               WHEN LA-BASE-MATCH-SUB = ZERO
                   MOVE '      not in the baseline - new record'
                       TO LA-LINE-TEXT
                   PERFORM 900-WRITE-LINE
               WHEN LA-BASE-GC-LENGTH(LA-BASE-MATCH-SUB)
                       NOT = LA-IT-GC-LENGTH(1)
                   OR LA-BASE-MF-LENGTH(LA-BASE-MATCH-SUB)
                       NOT = LA-IT-MF-LENGTH(1)
                   ADD 1 TO LA-CHANGED-COUNT
                   MOVE 8 TO LA-RETURN-CODE
                   MOVE LA-BASE-GC-LENGTH(LA-BASE-MATCH-SUB)
                       TO LA-LEN-DISP
                   MOVE LA-IT-GC-LENGTH(1) TO LA-LEN-DISP-2
                   MOVE LA-BASE-MF-LENGTH(LA-BASE-MATCH-SUB)
                       TO LA-LEN-DISP-3
                   MOVE LA-IT-MF-LENGTH(1) TO LA-LEN-DISP-4
                   MOVE SPACES TO LA-LINE-TEXT
                   STRING '      LENGTH CHANGED since baseline -'
                       ' GnuCOBOL ' LA-LEN-DISP ' now ' LA-LEN-DISP-2
                       ', mainframe ' LA-LEN-DISP-3 ' now '
                       LA-LEN-DISP-4
                       DELIMITED BY SIZE INTO LA-LINE-TEXT
                   PERFORM 900-WRITE-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       735-MATCH-BASE-RECORD.
           IF LA-BASE-MEMBER(LA-BASE-SUB) = LA-MEMBER-NAME
               AND LA-BASE-RECORD-NAME(LA-BASE-SUB) = LA-IT-NAME(1)
               MOVE LA-BASE-SUB TO LA-BASE-MATCH-SUB
               MOVE 'Y' TO LA-BASE-SEEN(LA-BASE-SUB)
           END-IF.

       740-WRITE-RECORD-DATA.
           MOVE SPACES             TO LAYAUD-RECORD
           MOVE 'R'                TO LAYAUD-REC-TYPE
           MOVE LA-MEMBER-NAME     TO LAYAUD-MEMBER
           MOVE LA-IT-NAME(1)      TO LAYAUD-RECORD-NAME
           MOVE LA-IT-LEVEL(1)     TO LAYAUD-LEVEL
           MOVE LA-IT-EFF-USAGE(1) TO LAYAUD-USAGE
           MOVE LA-IT-OCCURS(1)    TO LAYAUD-OCCURS
           MOVE ZERO               TO LAYAUD-GC-OFFSET
           MOVE LA-IT-GC-LENGTH(1) TO LAYAUD-GC-LENGTH
           MOVE ZERO               TO LAYAUD-MF-OFFSET
           MOVE LA-IT-MF-LENGTH(1) TO LAYAUD-MF-LENGTH
           MOVE LA-RECORD-FLAG     TO LAYAUD-FLAG
           MOVE LA-TODAY-DATE      TO LAYAUD-AUDIT-DATE
           WRITE LAYAUD-RECORD.

       750-WRITE-FIELD-DATA.
           IF LA-IT-GROUP(LA-IT-SUB) = 'N' AND LA-IT-SUB > 1
               MOVE SPACES                 TO LAYAUD-RECORD
               MOVE 'F'                    TO LAYAUD-REC-TYPE
               MOVE LA-MEMBER-NAME         TO LAYAUD-MEMBER
               MOVE LA-IT-NAME(1)          TO LAYAUD-RECORD-NAME
               MOVE LA-IT-NAME(LA-IT-SUB)  TO LAYAUD-FIELD-NAME
               MOVE LA-IT-LEVEL(LA-IT-SUB) TO LAYAUD-LEVEL
               MOVE LA-IT-EFF-USAGE(LA-IT-SUB) TO LAYAUD-USAGE
               MOVE LA-IT-OCCURS(LA-IT-SUB)    TO LAYAUD-OCCURS
               MOVE LA-IT-GC-OFFSET(LA-IT-SUB) TO LAYAUD-GC-OFFSET
               MOVE LA-IT-GC-LENGTH(LA-IT-SUB) TO LAYAUD-GC-LENGTH
               MOVE LA-IT-MF-OFFSET(LA-IT-SUB) TO LAYAUD-MF-OFFSET
               MOVE LA-IT-MF-LENGTH(LA-IT-SUB) TO LAYAUD-MF-LENGTH
               IF LA-IT-GC-OFFSET(LA-IT-SUB)
                       = LA-IT-MF-OFFSET(LA-IT-SUB)
                   AND LA-IT-GC-LENGTH(LA-IT-SUB)
                       = LA-IT-MF-LENGTH(LA-IT-SUB)
                   MOVE 'SAME' TO LAYAUD-FLAG
               ELSE
                   MOVE 'DIFF' TO LAYAUD-FLAG
               END-IF
               MOVE LA-TODAY-DATE TO LAYAUD-AUDIT-DATE
               WRITE LAYAUD-RECORD
           END-IF.

       800-REPORT-GONE-RECORDS.
           IF LA-BASE-SEEN(LA-BASE-SUB) = 'N'
               ADD 1 TO LA-CHANGED-COUNT
               MOVE 8 TO LA-RETURN-CODE
               MOVE SPACES TO LA-LINE-TEXT
               STRING '  ' LA-BASE-MEMBER(LA-BASE-SUB) ' '
                   LA-BASE-RECORD-NAME(LA-BASE-SUB)
                   ' in the baseline but no longer found'
                   DELIMITED BY SIZE INTO LA-LINE-TEXT
               PERFORM 900-WRITE-LINE
           END-IF.

       850-WRITE-TRAILER.
           MOVE LA-MEMBER-COUNT  TO LA-COUNT-DISP
           MOVE LA-RECORD-COUNT  TO LA-COUNT-DISP-2
           MOVE LA-DIFF-COUNT    TO LA-COUNT-DISP-3
           MOVE LA-CHANGED-COUNT TO LA-COUNT-DISP-4
           MOVE SPACES TO LA-LINE-TEXT
           STRING 'LAYAUDIT - members=' LA-COUNT-DISP
               ' records=' LA-COUNT-DISP-2
               ' differing=' LA-COUNT-DISP-3
               ' changed since baseline=' LA-COUNT-DISP-4
               DELIMITED BY SIZE INTO LA-LINE-TEXT
           PERFORM 900-WRITE-LINE
           IF LA-ERROR-COUNT > ZERO
               MOVE LA-ERROR-COUNT TO LA-COUNT-DISP
               MOVE SPACES TO LA-LINE-TEXT
               STRING 'LAYAUDIT - ' LA-COUNT-DISP
                   ' member(s) or record(s) could not be audited'
                   DELIMITED BY SIZE INTO LA-LINE-TEXT
               PERFORM 900-WRITE-LINE
           END-IF.

       900-WRITE-LINE.
           WRITE REPORT-LINE FROM LA-LINE-TEXT
           DISPLAY LA-LINE-TEXT.

       END PROGRAM LAYAUDIT.
