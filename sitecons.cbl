      * sitecomp.rpt: sites whose bintest builds (compile stamps)
      * have drifted apart, sites whose windows ran on different
      * business dates, and exceptions raised at one site but not at
      * another running the same build.  The extracts are cut by
      * SITEEXT between a header and a trailer (SITEXT.CPY); each
      * site's three are verified - present, headed for this site,
      * trailer count and hash total agreeing with what was read -
      * before any of them is merged, and a site failing any check
      * is rejected on sitecomp.rpt and left out of the comparison.
      *-----------------------------------------------------------------
      * CHANGE LOG
      * 09/03/2026  Initial coding.
      * 10/15/2026  Verify each site's extract header and trailer
      *             (record count, hash total, site tag) before
      *             merging; reject the site's extracts on
      *             sitecomp.rpt when a file is missing or the
      *             totals disagree.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY CTLSITE.CPY.

       FD  EXTRACT-FILE.
           COPY SITEXT.CPY.

       FD  CROSSITE-FILE.
           COPY CROSSITE.CPY.
               10  SC-ST-CMP-COUNT         PIC 9(05).
               10  SC-ST-SLA-COUNT         PIC 9(05).
               10  SC-ST-EXC-COUNT         PIC 9(05).
               10  SC-ST-ACCEPTED          PIC X(01).
               10  SC-ST-FROM-DATE         PIC X(08).
               10  SC-ST-TO-DATE           PIC X(08).
       01  SC-SITE-COUNT                   COMP PIC 9(04) VALUE ZERO.
       01  SC-SITE-SUB                     COMP PIC 9(04) VALUE ZERO.
       01  SC-SITE-SUB-2                   COMP PIC 9(04) VALUE ZERO.
       01  SC-REF-SUB                      COMP PIC 9(04) VALUE ZERO.
       01  SC-ACCEPTED-COUNT               COMP PIC 9(04) VALUE ZERO.

      * Verification of one extract against its own header and
      * trailer: the records and hash total as read here, and the
      * figures the trailer claims.
       01  SC-VER-TYPE                     PIC X(08)   VALUE SPACES.
       01  SC-VER-BASE                     PIC X(08)   VALUE SPACES.
       01  SC-VER-READ-COUNT               PIC 9(07)   VALUE ZERO.
       01  SC-VER-COUNT                    PIC 9(07)   VALUE ZERO.
       01  SC-VER-HASH                     PIC 9(15)   VALUE ZERO.
       01  SC-VER-WRONG-TAG                PIC 9(07)   VALUE ZERO.
       01  SC-VER-AFTER-TRAILER            PIC 9(07)   VALUE ZERO.
       01  SC-VER-HEADER-SEEN              PIC X(01)   VALUE 'N'.
       01  SC-VER-HEADER-MISPLACED         PIC X(01)   VALUE 'N'.
       01  SC-VER-HDR-SITE                 PIC X(04)   VALUE SPACES.
       01  SC-VER-HDR-TYPE                 PIC X(08)   VALUE SPACES.
       01  SC-VER-HDR-FROM-DATE            PIC X(08)   VALUE SPACES.
       01  SC-VER-HDR-TO-DATE              PIC X(08)   VALUE SPACES.
       01  SC-VER-TRAILER-SEEN             PIC X(01)   VALUE 'N'.
       01  SC-VER-TRL-COUNT                PIC X(07)   VALUE SPACES.
       01  SC-VER-TRL-HASH                 PIC X(15)   VALUE SPACES.
       01  SC-VER-REASON                   PIC X(60)   VALUE SPACES.
       01  SC-SITE-FAULT                   PIC X(01)   VALUE 'N'.
       01  SC-HASH-DATE                    PIC 9(08)   VALUE ZERO.
       01  SC-HASH-TIME                    PIC 9(06)   VALUE ZERO.
       01  SC-IN-DATE                      PIC X(08)   VALUE SPACES.
       01  SC-IN-TIME                      PIC X(06)   VALUE SPACES.
       01  SC-VER-COUNT-DISP               PIC ZZZZZZ9 VALUE ZERO.

      * Every distinct exception field seen anywhere, flagged per
      * site, for the raised-here-but-not-there comparison.
               PERFORM 300-REPORT-ONE-SITE
                   VARYING SC-SITE-SUB FROM 1 BY 1
                   UNTIL SC-SITE-SUB > SC-SITE-COUNT
               IF SC-ACCEPTED-COUNT = ZERO
                   MOVE SPACES TO SC-LINE-TEXT
                   STRING 'SITECONS - no site''s extracts passed'
                       ' verification, nothing compared'
                       DELIMITED BY SIZE INTO SC-LINE-TEXT
                   PERFORM 900-WRITE-LINE
               ELSE
                   PERFORM 400-REPORT-BUILD-DRIFT
                   PERFORM 500-REPORT-DATE-DRIFT
                   PERFORM 600-REPORT-EXCEPTION-GAPS
               END-IF
           END-IF
           CLOSE REPORT-FILE
           MOVE SC-RETURN-CODE TO RETURN-CODE
                                   SC-ST-SLA-COUNT(SC-SITE-COUNT)
                               MOVE ZERO TO
                                   SC-ST-EXC-COUNT(SC-SITE-COUNT)
                               MOVE 'N' TO
                                   SC-ST-ACCEPTED(SC-SITE-COUNT)
                               MOVE SPACES TO
                                   SC-ST-FROM-DATE(SC-SITE-COUNT)
                               MOVE SPACES TO
                                   SC-ST-TO-DATE(SC-SITE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTLSITE-FILE
           END-IF.

      * Nothing of a site is merged until all three of its extracts
      * have verified.  The compile-audit extract is read first:
      * besides its own merged records it supplies the site's offset
      * (from its latest record) which the history and exception
      * extracts - whose layouts carry no offset of their own - are
      * then normalized with.
       200-PROCESS-ONE-SITE.
           PERFORM 250-VERIFY-SITE-EXTRACTS
           IF SC-ST-ACCEPTED(SC-SITE-SUB) = 'Y'
               PERFORM 210-READ-CMPAUDIT-EXTRACT
               PERFORM 220-READ-SLAHIST-EXTRACT
               PERFORM 230-READ-EXCPREC-EXTRACT
           END-IF.

       210-READ-CMPAUDIT-EXTRACT.
           MOVE SPACES TO SC-EXTRACT-NAME
                       AT END
                           MOVE '10' TO SC-EXTRACT-STATUS
                       NOT AT END
                           IF SITEXT-MARKER NOT = '*HDR'
                               AND SITEXT-MARKER NOT = '*TRL'
                               MOVE SITEXT-RECORD TO SC-EXT-RECORD
                               PERFORM 215-MERGE-ONE-AUDIT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-FILE
                       AT END
                           MOVE '10' TO SC-EXTRACT-STATUS
                       NOT AT END
                           IF SITEXT-MARKER NOT = '*HDR'
                               AND SITEXT-MARKER NOT = '*TRL'
                               MOVE SITEXT-RECORD TO SC-EXT-RECORD
                               PERFORM 225-MERGE-ONE-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-FILE
           END-IF
           MOVE '00' TO SC-EXTRACT-STATUS.

       225-MERGE-ONE-HISTORY-RECORD.
           ADD 1 TO SC-ST-SLA-COUNT(SC-SITE-SUB)
           MOVE SC-ES-RUN-DATE   TO SC-LOC-DATE
           MOVE SC-ES-START-TIME TO SC-LOC-TIME
           MOVE SC-ST-OFFSET(SC-SITE-SUB) TO SC-OFFSET
           PERFORM 800-NORMALIZE-TO-UTC
           MOVE 'SLAHIST ' TO CROSSITE-RECORD-TYPE
           PERFORM 890-WRITE-MERGED-RECORD.

       230-READ-EXCPREC-EXTRACT.
           MOVE SPACES TO SC-EXTRACT-NAME
           STRING 'excprec.' DELIMITED BY SIZE
                       AT END
                           MOVE '10' TO SC-EXTRACT-STATUS
                       NOT AT END
                           IF SITEXT-MARKER NOT = '*HDR'
                               AND SITEXT-MARKER NOT = '*TRL'
                               MOVE SITEXT-RECORD TO SC-EXT-RECORD
                               PERFORM 235-MERGE-ONE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-FILE
           MOVE 'N' TO
               SC-FLD-SITE-FLAG(SC-FLD-MATCH-SUB, SC-SITE-SUB-2).

      *----------------------------------------------------------------
      * Extract verification.  Each of the site's three extracts must
      * be present, open with a header for this site and file type,
      * carry only records tagged for this site, and close with a
      * trailer whose record count and hash total agree with what
      * was read - a copy cut short has no trailer.  The three must
      * also cover the same period.  Every fault is reported; any
      * fault rejects the site's whole set.
      *----------------------------------------------------------------
       250-VERIFY-SITE-EXTRACTS.
           MOVE 'N' TO SC-SITE-FAULT
           MOVE 'CMPAUDIT' TO SC-VER-TYPE
           MOVE 'cmpaudit' TO SC-VER-BASE
           PERFORM 260-VERIFY-ONE-EXTRACT
           MOVE 'SLAHIST ' TO SC-VER-TYPE
           MOVE 'slahist'  TO SC-VER-BASE
           PERFORM 260-VERIFY-ONE-EXTRACT
           MOVE 'EXCPREC ' TO SC-VER-TYPE
           MOVE 'excprec'  TO SC-VER-BASE
           PERFORM 260-VERIFY-ONE-EXTRACT
           MOVE SPACES TO SC-LINE-TEXT
           IF SC-SITE-FAULT = 'Y'
               MOVE 'N' TO SC-ST-ACCEPTED(SC-SITE-SUB)
               STRING 'REJECTED - ' SC-ST-CODE(SC-SITE-SUB)
                   ' extracts not merged, the site must re-send'
                   ' them'
                   DELIMITED BY SIZE INTO SC-LINE-TEXT
               MOVE 8 TO SC-RETURN-CODE
           ELSE
               MOVE 'Y' TO SC-ST-ACCEPTED(SC-SITE-SUB)
               ADD 1 TO SC-ACCEPTED-COUNT
               IF SC-REF-SUB = ZERO
                   MOVE SC-SITE-SUB TO SC-REF-SUB
               END-IF
               STRING 'VERIFIED - ' SC-ST-CODE(SC-SITE-SUB)
                   ' extracts for ' SC-ST-FROM-DATE(SC-SITE-SUB)
                   ' to ' SC-ST-TO-DATE(SC-SITE-SUB)
                   ', counts and hash totals agree'
                   DELIMITED BY SIZE INTO SC-LINE-TEXT
           END-IF
           PERFORM 900-WRITE-LINE.

       260-VERIFY-ONE-EXTRACT.
           MOVE ZERO TO SC-VER-READ-COUNT SC-VER-COUNT SC-VER-HASH
               SC-VER-WRONG-TAG SC-VER-AFTER-TRAILER
           MOVE 'N' TO SC-VER-HEADER-SEEN SC-VER-HEADER-MISPLACED
               SC-VER-TRAILER-SEEN
           MOVE SPACES TO SC-EXTRACT-NAME
           STRING SC-VER-BASE DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               SC-ST-CODE(SC-SITE-SUB) DELIMITED BY SPACE
               '.ext' DELIMITED BY SIZE
               INTO SC-EXTRACT-NAME
           OPEN INPUT EXTRACT-FILE
           IF SC-EXTRACT-STATUS NOT = '00'
               MOVE 'missing - no extract received' TO SC-VER-REASON
               PERFORM 290-REPORT-FAULT
           ELSE
               PERFORM UNTIL SC-EXTRACT-STATUS NOT = '00'
                   READ EXTRACT-FILE
                       AT END
                           MOVE '10' TO SC-EXTRACT-STATUS
                       NOT AT END
                           PERFORM 265-VERIFY-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-FILE
               PERFORM 270-CHECK-HEADER
               PERFORM 280-CHECK-TRAILER
           END-IF
           MOVE '00' TO SC-EXTRACT-STATUS.

      * The hash total is re-added here exactly as the generator
      * added it: each data record's date and time taken as numbers.
       265-VERIFY-ONE-RECORD.
           ADD 1 TO SC-VER-READ-COUNT
           EVALUATE TRUE
               WHEN SC-VER-TRAILER-SEEN = 'Y'
                   ADD 1 TO SC-VER-AFTER-TRAILER
               WHEN SITEXT-MARKER = '*HDR'
                   IF SC-VER-READ-COUNT = 1
                       MOVE 'Y' TO SC-VER-HEADER-SEEN
                       MOVE SITEXT-SITE-CODE TO SC-VER-HDR-SITE
                       MOVE SITEXT-FILE-TYPE TO SC-VER-HDR-TYPE
                       MOVE SITEXT-FROM-DATE TO SC-VER-HDR-FROM-DATE
                       MOVE SITEXT-TO-DATE   TO SC-VER-HDR-TO-DATE
                   ELSE
                       MOVE 'Y' TO SC-VER-HEADER-MISPLACED
                   END-IF
               WHEN SITEXT-MARKER = '*TRL'
                   MOVE 'Y' TO SC-VER-TRAILER-SEEN
                   MOVE SITEXT-RECORD-COUNT TO SC-VER-TRL-COUNT
                   MOVE SITEXT-HASH-TOTAL   TO SC-VER-TRL-HASH
               WHEN OTHER
                   ADD 1 TO SC-VER-COUNT
                   IF SITEXT-SITE-TAG NOT = SC-ST-CODE(SC-SITE-SUB)
                       ADD 1 TO SC-VER-WRONG-TAG
                   END-IF
                   MOVE SITEXT-RECORD TO SC-EXT-RECORD
                   EVALUATE SC-VER-TYPE
                       WHEN 'CMPAUDIT'
                           MOVE SC-EA-CURRENT-DATE TO SC-IN-DATE
                           MOVE SC-EA-CURRENT-TIME TO SC-IN-TIME
                       WHEN 'SLAHIST '
                           MOVE SC-ES-RUN-DATE     TO SC-IN-DATE
                           MOVE SC-ES-START-TIME   TO SC-IN-TIME
                       WHEN OTHER
                           MOVE SC-EE-LOG-DATE     TO SC-IN-DATE
                           MOVE SC-EE-LOG-TIME     TO SC-IN-TIME
                   END-EVALUATE
                   IF SC-IN-DATE IS NUMERIC
                       MOVE SC-IN-DATE TO SC-HASH-DATE
                       ADD SC-HASH-DATE TO SC-VER-HASH
                   END-IF
                   IF SC-IN-TIME IS NUMERIC
                       MOVE SC-IN-TIME TO SC-HASH-TIME
                       ADD SC-HASH-TIME TO SC-VER-HASH
                   END-IF
           END-EVALUATE.

      * The first extract to verify sets the site's period; the
      * other two must match it.
       270-CHECK-HEADER.
           EVALUATE TRUE
               WHEN SC-VER-HEADER-SEEN = 'N'
                   MOVE 'no header record - not a generated extract'
                       TO SC-VER-REASON
                   PERFORM 290-REPORT-FAULT
               WHEN SC-VER-HDR-SITE NOT = SC-ST-CODE(SC-SITE-SUB)
                   OR SC-VER-HDR-TYPE NOT = SC-VER-TYPE
                   MOVE SPACES TO SC-VER-REASON
                   STRING 'header is for ' SC-VER-HDR-SITE ' '
                       SC-VER-HDR-TYPE ', not this site and file'
                       DELIMITED BY SIZE INTO SC-VER-REASON
                   PERFORM 290-REPORT-FAULT
               WHEN SC-ST-FROM-DATE(SC-SITE-SUB) = SPACES
                   MOVE SC-VER-HDR-FROM-DATE
                       TO SC-ST-FROM-DATE(SC-SITE-SUB)
                   MOVE SC-VER-HDR-TO-DATE
                       TO SC-ST-TO-DATE(SC-SITE-SUB)
               WHEN SC-VER-HDR-FROM-DATE
                       NOT = SC-ST-FROM-DATE(SC-SITE-SUB)
                   OR SC-VER-HDR-TO-DATE
                       NOT = SC-ST-TO-DATE(SC-SITE-SUB)
                   MOVE SPACES TO SC-VER-REASON
                   STRING 'period ' SC-VER-HDR-FROM-DATE ' to '
                       SC-VER-HDR-TO-DATE
                       ' differs from the site''s other extracts'
                       DELIMITED BY SIZE INTO SC-VER-REASON
                   PERFORM 290-REPORT-FAULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF SC-VER-HEADER-MISPLACED = 'Y'
               MOVE 'a header record part-way through the file'
                   TO SC-VER-REASON
               PERFORM 290-REPORT-FAULT
           END-IF.

       280-CHECK-TRAILER.
           IF SC-VER-TRAILER-SEEN = 'N'
               MOVE 'no trailer record - the file is incomplete'
                   TO SC-VER-REASON
               PERFORM 290-REPORT-FAULT
           ELSE
               IF SC-VER-TRL-COUNT NOT = SC-VER-COUNT
                   MOVE SC-VER-COUNT TO SC-VER-COUNT-DISP
                   MOVE SPACES TO SC-VER-REASON
                   STRING 'trailer count ' SC-VER-TRL-COUNT
                       ' but records read ' SC-VER-COUNT-DISP
                       DELIMITED BY SIZE INTO SC-VER-REASON
                   PERFORM 290-REPORT-FAULT
               END-IF
               IF SC-VER-TRL-HASH NOT = SC-VER-HASH
                   MOVE SPACES TO SC-VER-REASON
                   STRING 'trailer hash ' SC-VER-TRL-HASH
                       ' but hash read ' SC-VER-HASH
                       DELIMITED BY SIZE INTO SC-VER-REASON
                   PERFORM 290-REPORT-FAULT
               END-IF
           END-IF
           IF SC-VER-AFTER-TRAILER > ZERO
               MOVE SC-VER-AFTER-TRAILER TO SC-VER-COUNT-DISP
               MOVE SPACES TO SC-VER-REASON
               STRING SC-VER-COUNT-DISP
                   ' record(s) after the trailer'
                   DELIMITED BY SIZE INTO SC-VER-REASON
               PERFORM 290-REPORT-FAULT
           END-IF
           IF SC-VER-WRONG-TAG > ZERO
               MOVE SC-VER-WRONG-TAG TO SC-VER-COUNT-DISP
               MOVE SPACES TO SC-VER-REASON
               STRING SC-VER-COUNT-DISP
                   ' record(s) tagged for another site'
                   DELIMITED BY SIZE INTO SC-VER-REASON
               PERFORM 290-REPORT-FAULT
           END-IF.

       290-REPORT-FAULT.
           MOVE 'Y' TO SC-SITE-FAULT
           MOVE SPACES TO SC-LINE-TEXT
           STRING 'EXTRACT FAULT - ' DELIMITED BY SIZE
               SC-EXTRACT-NAME DELIMITED BY SPACE
               ' ' SC-VER-REASON DELIMITED BY SIZE
               INTO SC-LINE-TEXT
           PERFORM 900-WRITE-LINE.

       300-REPORT-ONE-SITE.
           MOVE SPACES TO SC-LINE-TEXT
           IF SC-ST-ACCEPTED(SC-SITE-SUB) = 'Y'
               STRING 'SITE ' SC-ST-CODE(SC-SITE-SUB)
                   ' offset ' SC-ST-OFFSET(SC-SITE-SUB)
                   ' build ' SC-ST-BUILD-STAMP(SC-SITE-SUB)
                   ' business date ' SC-ST-BUSINESS-DATE(SC-SITE-SUB)
                   DELIMITED BY SIZE INTO SC-LINE-TEXT
           ELSE
               STRING 'SITE ' SC-ST-CODE(SC-SITE-SUB)
                   ' REJECTED - not merged and not compared'
                   DELIMITED BY SIZE INTO SC-LINE-TEXT
           END-IF
           PERFORM 900-WRITE-LINE.

       400-REPORT-BUILD-DRIFT.
               PERFORM 900-WRITE-LINE
           END-IF.

      * Rejected sites sit out the comparisons; the first verified
      * site is the one the others are measured against.
       410-COMPARE-ONE-BUILD.
           IF SC-ST-ACCEPTED(SC-SITE-SUB) = 'Y'
               AND SC-ST-BUILD-STAMP(SC-SITE-SUB)
                   NOT = SC-ST-BUILD-STAMP(SC-REF-SUB)
               MOVE 'Y' TO SC-DRIFT-FOUND
           END-IF.

           END-IF.

       510-COMPARE-ONE-DATE.
           IF SC-ST-ACCEPTED(SC-SITE-SUB) = 'Y'
               AND SC-ST-BUSINESS-DATE(SC-SITE-SUB)
                   NOT = SC-ST-BUSINESS-DATE(SC-REF-SUB)
               MOVE 'Y' TO SC-DRIFT-FOUND
           END-IF.


       620-CHECK-FIELD-AT-SITE.
           IF SC-FLD-SITE-FLAG(SC-FLD-SUB, SC-SITE-SUB) = 'N'
               AND SC-ST-ACCEPTED(SC-SITE-SUB) = 'Y'
               MOVE 'N' TO SC-RAISED-ELSEWHERE
               PERFORM 630-LOOK-FOR-SAME-BUILD
                   VARYING SC-SITE-SUB-2 FROM 1 BY 1
