       IDENTIFICATION DIVISION.
       PROGRAM-ID.             SITEEXT.
      *-----------------------------------------------------------------
      * Site extract generator for the multi-site consolidation.
      * SITECONS merges each site's cmpaudit.<site>.ext,
      * slahist.<site>.ext and excprec.<site>.ext, but nothing
      * produced them - each site cut them by hand, and a
      * half-copied file was once merged without complaint.  Run at
      * the site for the period named in sitereq.dat (default: the
      * month just ended), this program pulls the period's records
      * from the live compile-audit, elapsed-time history and
      * exception master files, and from the <name>.YYYY.arc yearly
      * archives where the housekeeping has already retired them,
      * tags every record with the site code from ctlsite.dat, and
      * writes each extract between a header and a trailer record
      * (SITEXT.CPY) carrying the period, the record count and a
      * hash total that SITECONS verifies before it merges anything.
      * Counts and hash totals are reported to siteext.rpt and the
      * console.
      *
      * Return codes:  0 - extracts written
      *                4 - extracts written, but the period held no
      *                    records at all
      *                8 - sitereq.dat names no site on ctlsite.dat
      *                    or no valid period, nothing written
      *-----------------------------------------------------------------
      * CHANGE LOG
      * 10/15/2026  Initial coding.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITEREQ-FILE
               ASSIGN TO "sitereq.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SE-SITEREQ-STATUS.

           SELECT CTLSITE-FILE
               ASSIGN TO "ctlsite.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SE-CTLSITE-STATUS.

           SELECT CMPAUDIT-FILE
               ASSIGN TO "cmpaudit.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SE-CMPAUDIT-STATUS.

           SELECT SLAHIST-FILE
               ASSIGN TO "slahist.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SE-SLAHIST-STATUS.

           SELECT EXCMAST-FILE
               ASSIGN TO "excmastr.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EXCMAST-KEY
               ALTERNATE RECORD KEY IS EXCMAST-LOG-DATE
                   WITH DUPLICATES
               FILE STATUS IS SE-EXCMAST-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO DYNAMIC SE-ARCHIVE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SE-ARCHIVE-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO DYNAMIC SE-EXTRACT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SE-EXTRACT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "siteext.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SITEREQ-FILE.
           COPY SITEREQ.CPY.

       FD  CTLSITE-FILE.
           COPY CTLSITE.CPY.

       FD  CMPAUDIT-FILE.
           COPY CMPAUDIT.CPY.

       FD  SLAHIST-FILE.
           COPY SLAHIST.CPY.

       FD  EXCMAST-FILE.
           COPY EXCMAST.CPY.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE                    PIC X(133).

       FD  EXTRACT-FILE.
           COPY SITEXT.CPY.

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.
       01  SE-CURRENT-DATE.
           05  SE-TODAY-DATE               PIC X(08)   VALUE SPACES.
           05  SE-NOW-TIME                 PIC X(06)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.

      * The request: the site cutting the extracts and the period.
       01  SE-SITE-CODE                    PIC X(04)   VALUE SPACES.
       01  SE-FROM-DATE                    PIC X(08)   VALUE SPACES.
       01  SE-TO-DATE                      PIC X(08)   VALUE SPACES.
       01  SE-REQUESTED-BY                 PIC X(08)   VALUE SPACES.
       01  SE-SITE-FOUND                   PIC X(01)   VALUE 'N'.
       01  SE-REQ-BAD                      PIC X(01)   VALUE 'N'.

      * Period arithmetic - the default month, and the check that
      * both ends of a requested period are real dates.
       01  SE-WORK-YYYY                    PIC 9(04)   VALUE ZERO.
       01  SE-WORK-MM                      PIC 9(02)   VALUE ZERO.
       01  SE-WORK-DATE-NUM                PIC 9(08)   VALUE ZERO.
       01  SE-DAY-INT                      PIC 9(07)   VALUE ZERO.

      * The extract being written and the yearly archives read for
      * it, from the year the period starts to the year it ends.
       01  SE-EXT-TYPE                     PIC X(08)   VALUE SPACES.
       01  SE-EXT-BASE                     PIC X(08)   VALUE SPACES.
       01  SE-EXTRACT-NAME                 PIC X(40)   VALUE SPACES.
       01  SE-ARCHIVE-NAME                 PIC X(40)   VALUE SPACES.
       01  SE-ARCH-YEAR                    PIC 9(04)   VALUE ZERO.
       01  SE-ARCH-END-YEAR                PIC 9(04)   VALUE ZERO.
       01  SE-ARCH-YEAR-X                  PIC X(04)   VALUE SPACES.
       01  SE-EXC-DONE                     PIC X(01)   VALUE 'N'.
       01  SE-MARKER                       PIC X(04)   VALUE SPACES.

      * Record images, live or archived, parsed by layout for the
      * date and time that place a record in the period and feed
      * the hash total.  The exception view is the EXCMAST layout
      * the housekeeping archives the indexed master in.
       01  SE-IN-RECORD                    PIC X(133)  VALUE SPACES.
       01  SE-IN-AUDIT-VIEW REDEFINES SE-IN-RECORD.
           05  SE-IA-PROGRAM-ID            PIC X(08).
           05  SE-IA-COMPILED-STAMP        PIC X(14).
           05  SE-IA-CURRENT-DATE          PIC X(08).
           05  SE-IA-CURRENT-TIME          PIC X(06).
           05  FILLER                      PIC X(97).
       01  SE-IN-SLA-VIEW REDEFINES SE-IN-RECORD.
           05  SE-IS-RUN-ID                PIC X(14).
           05  SE-IS-PROGRAM-ID            PIC X(08).
           05  SE-IS-RUN-DATE              PIC X(08).
           05  SE-IS-START-TIME            PIC X(06).
           05  FILLER                      PIC X(97).
       01  SE-IN-EXC-VIEW REDEFINES SE-IN-RECORD.
           05  SE-IE-FIELD-NAME            PIC X(15).
           05  SE-IE-RUN-ID                PIC X(14).
           05  SE-IE-LOG-DATE              PIC X(08).
           05  FILLER                      PIC X(48).
           05  SE-IE-LOG-TIME              PIC X(06).
           05  FILLER                      PIC X(42).
       01  SE-IN-DATE                      PIC X(08)   VALUE SPACES.
       01  SE-IN-TIME                      PIC X(06)   VALUE SPACES.
       01  SE-HASH-DATE                    PIC 9(08)   VALUE ZERO.
       01  SE-HASH-TIME                    PIC 9(06)   VALUE ZERO.

      * Control totals for the extract being written, and for the
      * run as a whole.
       01  SE-RECORD-COUNT                 PIC 9(07)   VALUE ZERO.
       01  SE-HASH-TOTAL                   PIC 9(15)   VALUE ZERO.
       01  SE-TOTAL-COUNT                  PIC 9(07)   VALUE ZERO.
       01  SE-COUNT-DISP                   PIC ZZZZZZ9 VALUE ZERO.
       01  SE-LINE-TEXT                    PIC X(80)   VALUE SPACES.
       01  SE-RETURN-CODE                  PIC S9(04)  VALUE ZERO.

       01  SE-SITEREQ-STATUS               PIC X(02)   VALUE '00'.
       01  SE-CTLSITE-STATUS               PIC X(02)   VALUE '00'.
       01  SE-CMPAUDIT-STATUS              PIC X(02)   VALUE '00'.
       01  SE-SLAHIST-STATUS               PIC X(02)   VALUE '00'.
       01  SE-EXCMAST-STATUS               PIC X(02)   VALUE '00'.
       01  SE-ARCHIVE-STATUS               PIC X(02)   VALUE '00'.
       01  SE-EXTRACT-STATUS               PIC X(02)   VALUE '00'.
       01  SE-REPORT-STATUS                PIC X(02)   VALUE '00'.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO SE-CURRENT-DATE
           OPEN OUTPUT REPORT-FILE
           MOVE 'SITEEXT site extract generator' TO SE-LINE-TEXT
           PERFORM 900-WRITE-LINE
           PERFORM 050-READ-REQUEST
           PERFORM 060-CHECK-SITE
           PERFORM 070-CHECK-PERIOD
           IF SE-REQ-BAD = 'Y'
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO SE-LINE-TEXT
           STRING 'SITEEXT - site ' SE-SITE-CODE
               ' period ' SE-FROM-DATE ' to ' SE-TO-DATE
               ' requested by ' SE-REQUESTED-BY
               DELIMITED BY SIZE INTO SE-LINE-TEXT
           PERFORM 900-WRITE-LINE
           PERFORM 100-EXTRACT-COMPILE-AUDIT
           PERFORM 200-EXTRACT-ELAPSED-HISTORY
           PERFORM 300-EXTRACT-EXCEPTIONS
           IF SE-TOTAL-COUNT = ZERO
               MOVE SPACES TO SE-LINE-TEXT
               STRING 'SITEEXT - no records in the period, empty'
                   ' extracts written'
                   DELIMITED BY SIZE INTO SE-LINE-TEXT
               PERFORM 900-WRITE-LINE
               MOVE 4 TO SE-RETURN-CODE
           END-IF
           CLOSE REPORT-FILE
           MOVE SE-RETURN-CODE TO RETURN-CODE
           GOBACK.

      * No request file, or blank dates, extracts the month just
      * ended; a from-date alone runs up to today.
       050-READ-REQUEST.
           OPEN INPUT SITEREQ-FILE
           IF SE-SITEREQ-STATUS = '00'
               READ SITEREQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SITEREQ-SITE-CODE    TO SE-SITE-CODE
                       MOVE SITEREQ-FROM-DATE    TO SE-FROM-DATE
                       MOVE SITEREQ-TO-DATE      TO SE-TO-DATE
                       MOVE SITEREQ-REQUESTED-BY TO SE-REQUESTED-BY
               END-READ
               CLOSE SITEREQ-FILE
           END-IF
           EVALUATE TRUE
               WHEN SE-FROM-DATE = SPACES AND SE-TO-DATE = SPACES
                   PERFORM 055-DEFAULT-TO-LAST-MONTH
               WHEN SE-TO-DATE = SPACES
                   MOVE SE-TODAY-DATE TO SE-TO-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The last day of last month is the day before the first of
      * this one.
       055-DEFAULT-TO-LAST-MONTH.
           MOVE SE-TODAY-DATE(1:4) TO SE-WORK-YYYY
           MOVE SE-TODAY-DATE(5:2) TO SE-WORK-MM
           MOVE SE-TODAY-DATE(1:6) TO SE-WORK-DATE-NUM(1:6)
           MOVE '01' TO SE-WORK-DATE-NUM(7:2)
           COMPUTE SE-DAY-INT =
               FUNCTION INTEGER-OF-DATE(SE-WORK-DATE-NUM) - 1
           COMPUTE SE-WORK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(SE-DAY-INT)
           MOVE SE-WORK-DATE-NUM TO SE-TO-DATE
           IF SE-WORK-MM = 1
               MOVE 12 TO SE-WORK-MM
               SUBTRACT 1 FROM SE-WORK-YYYY
           ELSE
               SUBTRACT 1 FROM SE-WORK-MM
           END-IF
           MOVE SE-WORK-YYYY TO SE-FROM-DATE(1:4)
           MOVE SE-WORK-MM   TO SE-FROM-DATE(5:2)
           MOVE '01'         TO SE-FROM-DATE(7:2).

      * The site code both tags the records and names the extracts,
      * so it has to be one SITECONS will look for.
       060-CHECK-SITE.
           MOVE 'N' TO SE-SITE-FOUND
           IF SE-SITE-CODE NOT = SPACES
               OPEN INPUT CTLSITE-FILE
               IF SE-CTLSITE-STATUS = '00'
                   PERFORM UNTIL SE-CTLSITE-STATUS NOT = '00'
                       READ CTLSITE-FILE
                           AT END
                               MOVE '10' TO SE-CTLSITE-STATUS
                           NOT AT END
                               IF CTLSITE-CODE = SE-SITE-CODE
                                   MOVE 'Y' TO SE-SITE-FOUND
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CTLSITE-FILE
               END-IF
           END-IF
           IF SE-SITE-FOUND = 'N'
               MOVE SPACES TO SE-LINE-TEXT
               STRING 'SITEEXT - site ''' SE-SITE-CODE
                   ''' is not on ctlsite.dat, nothing extracted'
                   DELIMITED BY SIZE INTO SE-LINE-TEXT
               PERFORM 900-WRITE-LINE
               MOVE 'Y' TO SE-REQ-BAD
           END-IF.

       070-CHECK-PERIOD.
           IF SE-FROM-DATE IS NOT NUMERIC
               OR SE-TO-DATE IS NOT NUMERIC
               MOVE 'Y' TO SE-REQ-BAD
           ELSE
               MOVE SE-FROM-DATE TO SE-WORK-DATE-NUM
               COMPUTE SE-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(SE-WORK-DATE-NUM)
               IF SE-DAY-INT = ZERO
                   MOVE 'Y' TO SE-REQ-BAD
               END-IF
               MOVE SE-TO-DATE TO SE-WORK-DATE-NUM
               COMPUTE SE-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(SE-WORK-DATE-NUM)
               IF SE-DAY-INT = ZERO
                   OR SE-TO-DATE < SE-FROM-DATE
                   MOVE 'Y' TO SE-REQ-BAD
               END-IF
           END-IF
           IF SE-REQ-BAD = 'Y' AND SE-SITE-FOUND = 'Y'
               MOVE SPACES TO SE-LINE-TEXT
               STRING 'SITEEXT - period ' SE-FROM-DATE ' to '
                   SE-TO-DATE ' is not valid, nothing extracted'
                   DELIMITED BY SIZE INTO SE-LINE-TEXT
               PERFORM 900-WRITE-LINE
           END-IF.

      *----------------------------------------------------------------
      * cmpaudit.dat - the retired years first, then the live file,
      * so the extract runs oldest first.
      *----------------------------------------------------------------
       100-EXTRACT-COMPILE-AUDIT.
           MOVE 'CMPAUDIT' TO SE-EXT-TYPE
           MOVE 'cmpaudit' TO SE-EXT-BASE
           PERFORM 700-OPEN-EXTRACT
           PERFORM 720-EXTRACT-ARCHIVES
           OPEN INPUT CMPAUDIT-FILE
           IF SE-CMPAUDIT-STATUS = '00'
               PERFORM UNTIL SE-CMPAUDIT-STATUS NOT = '00'
                   READ CMPAUDIT-FILE
                       AT END
                           MOVE '10' TO SE-CMPAUDIT-STATUS
                       NOT AT END
                           MOVE CMPAUDIT-RECORD TO SE-IN-RECORD
                           PERFORM 740-TAKE-RECORD
                   END-READ
               END-PERFORM
               CLOSE CMPAUDIT-FILE
           END-IF
           MOVE '00' TO SE-CMPAUDIT-STATUS
           PERFORM 790-CLOSE-EXTRACT.

      *----------------------------------------------------------------
      * slahist.dat - the same, retired years then live.
      *----------------------------------------------------------------
       200-EXTRACT-ELAPSED-HISTORY.
           MOVE 'SLAHIST ' TO SE-EXT-TYPE
           MOVE 'slahist'  TO SE-EXT-BASE
           PERFORM 700-OPEN-EXTRACT
           PERFORM 720-EXTRACT-ARCHIVES
           OPEN INPUT SLAHIST-FILE
           IF SE-SLAHIST-STATUS = '00'
               PERFORM UNTIL SE-SLAHIST-STATUS NOT = '00'
                   READ SLAHIST-FILE
                       AT END
                           MOVE '10' TO SE-SLAHIST-STATUS
                       NOT AT END
                           MOVE SLAHIST-RECORD TO SE-IN-RECORD
                           PERFORM 740-TAKE-RECORD
                   END-READ
               END-PERFORM
               CLOSE SLAHIST-FILE
           END-IF
           MOVE '00' TO SE-SLAHIST-STATUS
           PERFORM 790-CLOSE-EXTRACT.

      *----------------------------------------------------------------
      * The exception master - retired years from the excprec
      * archives, then the live master STARTed at the from-date on
      * its log-date key and read until the period ends.
      *----------------------------------------------------------------
       300-EXTRACT-EXCEPTIONS.
           MOVE 'EXCPREC ' TO SE-EXT-TYPE
           MOVE 'excprec'  TO SE-EXT-BASE
           PERFORM 700-OPEN-EXTRACT
           PERFORM 720-EXTRACT-ARCHIVES
           OPEN INPUT EXCMAST-FILE
           IF SE-EXCMAST-STATUS = '00'
               MOVE 'N' TO SE-EXC-DONE
               MOVE SE-FROM-DATE TO EXCMAST-LOG-DATE
               START EXCMAST-FILE KEY NOT < EXCMAST-LOG-DATE
                   INVALID KEY
                       MOVE 'Y' TO SE-EXC-DONE
               END-START
               PERFORM 305-READ-ONE-EXCEPTION
                   UNTIL SE-EXC-DONE = 'Y'
               CLOSE EXCMAST-FILE
           END-IF
           MOVE '00' TO SE-EXCMAST-STATUS
           PERFORM 790-CLOSE-EXTRACT.

       305-READ-ONE-EXCEPTION.
           READ EXCMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO SE-EXC-DONE
               NOT AT END
                   IF EXCMAST-LOG-DATE > SE-TO-DATE
                       MOVE 'Y' TO SE-EXC-DONE
                   ELSE
                       MOVE EXCMAST-RECORD TO SE-IN-RECORD
                       PERFORM 740-TAKE-RECORD
                   END-IF
           END-READ.

      * Each extract opens with its header; the totals start again.
       700-OPEN-EXTRACT.
           MOVE ZERO TO SE-RECORD-COUNT SE-HASH-TOTAL
           MOVE SPACES TO SE-EXTRACT-NAME
           STRING SE-EXT-BASE DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               SE-SITE-CODE DELIMITED BY SPACE
               '.ext' DELIMITED BY SIZE
               INTO SE-EXTRACT-NAME
           OPEN OUTPUT EXTRACT-FILE
           MOVE '*HDR' TO SE-MARKER
           PERFORM 780-BUILD-CONTROL-RECORD
           WRITE SITEXT-CONTROL.

      * One yearly archive per year the period touches; a year with
      * no archive (nothing retired yet) is simply not there.
       720-EXTRACT-ARCHIVES.
           MOVE SE-FROM-DATE(1:4) TO SE-ARCH-YEAR
           MOVE SE-TO-DATE(1:4)   TO SE-ARCH-END-YEAR
           PERFORM 725-EXTRACT-ONE-ARCHIVE-YEAR
               UNTIL SE-ARCH-YEAR > SE-ARCH-END-YEAR.

       725-EXTRACT-ONE-ARCHIVE-YEAR.
           MOVE SE-ARCH-YEAR TO SE-ARCH-YEAR-X
           MOVE SPACES TO SE-ARCHIVE-NAME
           STRING SE-EXT-BASE DELIMITED BY SPACE
               '.' SE-ARCH-YEAR-X '.arc'
               DELIMITED BY SIZE INTO SE-ARCHIVE-NAME
           OPEN INPUT ARCHIVE-FILE
           IF SE-ARCHIVE-STATUS = '00'
               PERFORM UNTIL SE-ARCHIVE-STATUS NOT = '00'
                   READ ARCHIVE-FILE
                       AT END
                           MOVE '10' TO SE-ARCHIVE-STATUS
                       NOT AT END
                           MOVE ARCHIVE-LINE TO SE-IN-RECORD
                           PERFORM 740-TAKE-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE '00' TO SE-ARCHIVE-STATUS
           ADD 1 TO SE-ARCH-YEAR.

      * A record is in the period by its own date - the audit
      * current date, the history run date, the exception log date.
      * One with no usable date belongs to no period and is left
      * out.  The date and time taken as numbers are what the hash
      * total sums, exactly as SITECONS will re-add them.
       740-TAKE-RECORD.
           EVALUATE SE-EXT-TYPE
               WHEN 'CMPAUDIT'
                   MOVE SE-IA-CURRENT-DATE TO SE-IN-DATE
                   MOVE SE-IA-CURRENT-TIME TO SE-IN-TIME
               WHEN 'SLAHIST '
                   MOVE SE-IS-RUN-DATE     TO SE-IN-DATE
                   MOVE SE-IS-START-TIME   TO SE-IN-TIME
               WHEN OTHER
                   MOVE SE-IE-LOG-DATE     TO SE-IN-DATE
                   MOVE SE-IE-LOG-TIME     TO SE-IN-TIME
           END-EVALUATE
           IF SE-IN-DATE IS NUMERIC
               AND SE-IN-DATE NOT < SE-FROM-DATE
               AND SE-IN-DATE NOT > SE-TO-DATE
               MOVE SPACES TO SITEXT-RECORD
               MOVE SE-IN-RECORD(1:112) TO SITEXT-IMAGE
               MOVE SE-SITE-CODE TO SITEXT-SITE-TAG
               WRITE SITEXT-RECORD
               ADD 1 TO SE-RECORD-COUNT
               ADD 1 TO SE-TOTAL-COUNT
               MOVE SE-IN-DATE TO SE-HASH-DATE
               ADD SE-HASH-DATE TO SE-HASH-TOTAL
               IF SE-IN-TIME IS NUMERIC
                   MOVE SE-IN-TIME TO SE-HASH-TIME
                   ADD SE-HASH-TIME TO SE-HASH-TOTAL
               END-IF
           END-IF.

      * Header and trailer share one layout and differ only in the
      * marker.
       780-BUILD-CONTROL-RECORD.
           MOVE SPACES TO SITEXT-CONTROL
           MOVE SE-MARKER         TO SITEXT-MARKER
           MOVE SE-SITE-CODE      TO SITEXT-SITE-CODE
           MOVE SE-EXT-TYPE       TO SITEXT-FILE-TYPE
           MOVE SE-FROM-DATE      TO SITEXT-FROM-DATE
           MOVE SE-TO-DATE        TO SITEXT-TO-DATE
           MOVE SE-TODAY-DATE     TO SITEXT-CREATED-DATE
           MOVE SE-NOW-TIME       TO SITEXT-CREATED-TIME
           MOVE SE-RECORD-COUNT   TO SITEXT-RECORD-COUNT
           MOVE SE-HASH-TOTAL     TO SITEXT-HASH-TOTAL
           MOVE SE-REQUESTED-BY   TO SITEXT-REQUESTED-BY.

      * The trailer is written last, so a copy cut short anywhere
      * arrives without one.
       790-CLOSE-EXTRACT.
           MOVE '*TRL' TO SE-MARKER
           PERFORM 780-BUILD-CONTROL-RECORD
           WRITE SITEXT-CONTROL
           CLOSE EXTRACT-FILE
           MOVE SE-RECORD-COUNT TO SE-COUNT-DISP
           MOVE SPACES TO SE-LINE-TEXT
           STRING 'SITEEXT - ' SE-EXTRACT-NAME(1:20)
               ' records=' SE-COUNT-DISP
               ' hash=' SE-HASH-TOTAL
               DELIMITED BY SIZE INTO SE-LINE-TEXT
           PERFORM 900-WRITE-LINE.

       900-WRITE-LINE.
           WRITE REPORT-LINE FROM SE-LINE-TEXT
           DISPLAY SE-LINE-TEXT.

       END PROGRAM SITEEXT.
