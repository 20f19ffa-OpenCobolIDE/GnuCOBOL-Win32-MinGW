      * file), this program moves records older than the cutoff into
      * dated yearly archive files (<name>.YYYY.arc), rewrites the
      * live files with only current data, and archives-then-deletes
      * stale dated diagnostic logs and run journals
      * (runjrnl.YYYYMMDD.dat) - keeping the audit history for
      * compliance but out of the nightly read path.  Counts of
      * records kept, archived and purged are reported per file to
      * hskpurge.rpt and the console.
      * 09/03/2026  Journal start, end and per-file kept/archived/
      *             purged counts through the shared JRNWRITE run
      *             journal.
      * 10/15/2026  Dated run journals age like the testfunc logs
      *             under a RUNJRNL retention record, whole files
      *             appended to runjrnl.YYYY.arc and deleted.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      * Retention rules loaded from ctlretn.dat.  A managed file with
      * no rule is left untouched.
       01  HK-RULE-TABLE.
           05  HK-RULE-ENTRY OCCURS 6 TIMES.
               10  HK-RULE-ID              PIC X(08).
               10  HK-RULE-FOUND           PIC X(01).
               10  HK-RULE-DAYS            PIC 9(04).
       01  HK-ARCHIVE-NAME                 PIC X(40)   VALUE SPACES.
       01  HK-OPEN-ARCHIVE-YEAR            PIC X(04)   VALUE SPACES.

      * Dated log scan, shared by the testfunc logs and the run
      * journals.  Logs are checked one calendar day at a time from
      * the cutoff backwards; three years of history is far beyond
      * any retention the shop would set.
       01  HK-LOG-RULE                     COMP PIC 9(04) VALUE ZERO.
       01  HK-LOG-SUFFIX                   PIC X(04)   VALUE SPACES.
       01  HK-SCAN-SUB                     COMP PIC 9(04) VALUE ZERO.
       01  HK-SCAN-INT                     PIC 9(07)   VALUE ZERO.
       01  HK-SCAN-DATE-NUM                PIC 9(08)   VALUE ZERO.
           OPEN OUTPUT REPORT-FILE
           PERFORM 100-READ-RETENTION-CONTROLS
           PERFORM 200-PURGE-RECORD-FILES
           PERFORM 300-PURGE-DATED-LOGS
           CLOSE REPORT-FILE
           CALL 'CBL_DELETE_FILE' USING "hskpurge.tmp"
           MOVE 'END     ' TO HK-JRN-EVENT
           MOVE 'EXCPREC'  TO HK-RULE-ID(3)
           MOVE 'TESTFLOG' TO HK-RULE-ID(4)
           MOVE 'SLAHIST ' TO HK-RULE-ID(5)
           MOVE 'RUNJRNL ' TO HK-RULE-ID(6)
           PERFORM 105-CLEAR-RULE-ENTRY
               VARYING HK-RULE-SUB FROM 1 BY 1
               UNTIL HK-RULE-SUB > 6
           OPEN INPUT CTLRETN-FILE
           IF HK-CTLRETN-STATUS = '00'
               PERFORM UNTIL HK-CTLRETN-STATUS NOT = '00'
       110-STORE-RETENTION-RULE.
           PERFORM 115-MATCH-RETENTION-RULE
               VARYING HK-RULE-SUB FROM 1 BY 1
               UNTIL HK-RULE-SUB > 6.

       115-MATCH-RETENTION-RULE.
           IF CTLRETN-FILE-ID = HK-RULE-ID(HK-RULE-SUB)
               DELIMITED BY SIZE INTO HK-JRN-TEXT
           PERFORM 950-WRITE-JOURNAL.

      * Dated testfunc logs and run journals are whole-file purges:
      * each calendar day older than the cutoff is checked for a
      * testfunc.YYYYMMDD.log (runjrnl.YYYYMMDD.dat), and any found
      * has its records appended to the yearly archive before the
      * dated file itself is deleted.
       300-PURGE-DATED-LOGS.
           IF HK-RULE-FOUND(4) = 'Y'
               MOVE 4          TO HK-LOG-RULE
               MOVE 'testfunc' TO HK-ARCHIVE-BASE
               MOVE '.log'     TO HK-LOG-SUFFIX
               PERFORM 305-PURGE-ONE-LOG-SET
           END-IF
           IF HK-RULE-FOUND(6) = 'Y'
               MOVE 6          TO HK-LOG-RULE
               MOVE 'runjrnl'  TO HK-ARCHIVE-BASE
               MOVE '.dat'     TO HK-LOG-SUFFIX
               PERFORM 305-PURGE-ONE-LOG-SET
           END-IF.

       305-PURGE-ONE-LOG-SET.
           MOVE ZERO TO HK-KEPT-COUNT HK-ARCHIVED-COUNT
               HK-PURGED-COUNT HK-LOG-FILES-PURGED
           PERFORM 310-CHECK-ONE-LOG
               VARYING HK-SCAN-SUB FROM 1 BY 1
               UNTIL HK-SCAN-SUB > 1100
           IF HK-OPEN-ARCHIVE-YEAR NOT = SPACES
               CLOSE ARCHIVE-FILE
               MOVE SPACES TO HK-OPEN-ARCHIVE-YEAR
           END-IF
           MOVE HK-LOG-FILES-PURGED TO HK-COUNT-DISP
           MOVE HK-ARCHIVED-COUNT   TO HK-COUNT-DISP-2
           MOVE SPACES TO HK-LINE-TEXT
           STRING 'HSKPURGE - ' DELIMITED BY SIZE
               HK-RULE-ID(HK-LOG-RULE) DELIMITED BY SPACE
               ' files archived+deleted='
               HK-COUNT-DISP ' records archived='
               HK-COUNT-DISP-2
               DELIMITED BY SIZE INTO HK-LINE-TEXT
           PERFORM 900-WRITE-REPORT-LINE.

       310-CHECK-ONE-LOG.
           COMPUTE HK-SCAN-INT = HK-TODAY-INT
               - HK-RULE-DAYS(HK-LOG-RULE) - HK-SCAN-SUB
           COMPUTE HK-SCAN-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(HK-SCAN-INT)
           MOVE HK-SCAN-DATE-NUM TO HK-SCAN-DATE
           MOVE SPACES TO HK-LIVE-NAME
           STRING HK-ARCHIVE-BASE DELIMITED BY SPACE
               '.' HK-SCAN-DATE HK-LOG-SUFFIX
               DELIMITED BY SIZE INTO HK-LIVE-NAME
           OPEN INPUT LIVE-FILE
           IF HK-LIVE-STATUS = '00'
