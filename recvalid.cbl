       IDENTIFICATION DIVISION.
       PROGRAM-ID.             RECVALID.
      *-----------------------------------------------------------------
      * Record-level validation of the diagnostic ledgers.  Every
      * record of ckptstat.dat, cmpaudit.dat, slahist.dat,
      * bvresult.dat and the exception master excmastr.dat is checked
      * field by field - calendar dates, times of day, numeric
      * fields, the run-id stamp, known program-ids, the coded
      * fields' legal values, and an SLA history end time no earlier
      * than its start.  A record that fails is taken out of its
      * file and held on suspense.dat (SUSPREC.CPY) with a reason
      * code, so DIAGSUMM, SLATREND and the PREBATCH forecast never
      * read it.  Operator repairs arrive on susptran.dat
      * (SUSPTRAN.CPY): a RELEASE puts a record back, as held or
      * corrected, in date order once it passes the same checks; a
      * DISCARD drops it.  Decided records go to the susphist.dat
      * history.  A rewritten file that reconciled to its SNAPGARD
      * snapshot beforehand has the snapshot retaken, so the guard
      * reconciles to the cleaned file.  Findings go to
      * recvalid.rpt and the console; RC=4 while records sit in
      * suspense, RC=8 for a refused repair or a full suspense file.
      *-----------------------------------------------------------------
      * CHANGE LOG
      * 10/15/2026  Initial coding.
      * 10/15/2026  ALERTRCV added to the known programs.
      * 10/15/2026  RUNINQ added to the known programs.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBSCHED-FILE
               ASSIGN TO "jobsched.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RV-JOBSCHED-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO "suspense.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RV-SUSPENSE-STATUS.

           SELECT SUSPHIST-FILE
               ASSIGN TO "susphist.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RV-SUSPHIST-STATUS.

           SELECT SUSPTRAN-FILE
               ASSIGN TO "susptran.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RV-SUSPTRAN-STATUS.

           SELECT LIVE-FILE
               ASSIGN TO DYNAMIC RV-LIVE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RV-LIVE-STATUS.

           SELECT WORK-FILE
               ASSIGN TO "recvalid.tmp"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RV-WORK-STATUS.

           SELECT SNAP-FILE
               ASSIGN TO DYNAMIC RV-SNAP-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RV-SNAP-STATUS.

           SELECT EXCMAST-FILE
               ASSIGN TO "excmastr.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EXCMAST-KEY
               ALTERNATE RECORD KEY IS EXCMAST-LOG-DATE
                   WITH DUPLICATES
               FILE STATUS IS RV-EXCMAST-STATUS.

           SELECT SNAPCTL-FILE
               ASSIGN TO "snapctl.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RV-SNAPCTL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "recvalid.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RV-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBSCHED-FILE.
           COPY JOBSCHED.CPY.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.CPY.

       FD  SUSPHIST-FILE.
       01  SUSPHIST-LINE                   PIC X(240).

       FD  SUSPTRAN-FILE.
           COPY SUSPTRAN.CPY.

      * The line-sequential ledgers share one generic record area,
      * as in the housekeeping rewrite; the fields are seen by name
      * through the per-file views of RV-IMAGE below.
       FD  LIVE-FILE.
       01  LIVE-LINE                       PIC X(133).

       FD  WORK-FILE.
       01  WORK-LINE                       PIC X(133).

       FD  SNAP-FILE.
       01  SNAP-LINE                       PIC X(133).

       FD  EXCMAST-FILE.
           COPY EXCMAST.CPY.

       FD  SNAPCTL-FILE.
           COPY SNAPCTL.CPY.

       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  RV-CURRENT-DATE.
           05  RV-TODAY-DATE               PIC X(08)   VALUE SPACES.
           05  RV-NOW-TIME                 PIC X(06)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.

      * The record under validation, redefined per ledger so the
      * checks can name the fields; each view follows the file's own
      * copybook, with the numeric and edited fields carried as text
      * so a damaged value can be tested instead of abending.
       01  RV-IMAGE                        PIC X(133)  VALUE SPACES.
       01  RV-CKPT-VIEW REDEFINES RV-IMAGE.
           05  RV-CK-PROGRAM-ID            PIC X(08).
           05  RV-CK-RETURN-CODE           PIC X(04).
           05  RV-CK-RUN-DATE              PIC X(08).
           05  RV-CK-RUN-TIME              PIC X(06).
           05  RV-CK-RUN-ID                PIC X(14).
           05  RV-CK-RUN-STATUS            PIC X(08).
           05  FILLER                      PIC X(85).
       01  RV-CMPA-VIEW REDEFINES RV-IMAGE.
           05  RV-CA-PROGRAM-ID            PIC X(08).
           05  RV-CA-COMPILED-DATE         PIC X(08).
           05  RV-CA-COMPILED-TIME         PIC X(06).
           05  RV-CA-CURRENT-DATE          PIC X(08).
           05  RV-CA-CURRENT-TIME          PIC X(06).
           05  RV-CA-GMT-SIGN              PIC X(01).
           05  RV-CA-GMT-HHMM              PIC X(04).
           05  RV-CA-RUN-ID                PIC X(14).
           05  RV-CA-RUN-MODE              PIC X(08).
           05  FILLER                      PIC X(70).
       01  RV-SLAH-VIEW REDEFINES RV-IMAGE.
           05  RV-SH-RUN-ID                PIC X(14).
           05  RV-SH-PROGRAM-ID            PIC X(08).
           05  RV-SH-RUN-DATE              PIC X(08).
           05  RV-SH-START-TIME            PIC X(06).
           05  RV-SH-END-TIME              PIC X(06).
           05  RV-SH-ELAPSED-SECS          PIC X(06).
           05  RV-SH-ELAPSED-NUM REDEFINES RV-SH-ELAPSED-SECS
                                           PIC 9(06).
           05  FILLER                      PIC X(85).
       01  RV-BVR-VIEW REDEFINES RV-IMAGE.
           05  RV-BV-FIELD-NAME            PIC X(15).
           05  RV-BV-PIC-SIZE              PIC X(02).
           05  RV-BV-PIC-SIZE-NUM REDEFINES RV-BV-PIC-SIZE
                                           PIC 9(02).
           05  RV-BV-TRUNC-MODE            PIC X(08).
           05  RV-BV-TEST-VALUE            PIC X(19).
           05  RV-BV-ACTUAL-VALUE          PIC X(19).
           05  RV-BV-STATUS                PIC X(04).
           05  RV-BV-RUN-ID                PIC X(14).
           05  FILLER                      PIC X(52).
       01  RV-EXC-VIEW REDEFINES RV-IMAGE.
           05  RV-EX-KEY                   PIC X(37).
           05  RV-EX-KEY-VIEW REDEFINES RV-EX-KEY.
               10  RV-EX-FIELD-NAME        PIC X(15).
               10  RV-EX-RUN-ID            PIC X(14).
               10  RV-EX-LOG-DATE          PIC X(08).
           05  RV-EX-PROGRAM-ID            PIC X(08).
           05  RV-EX-PIC-SIZE              PIC X(02).
           05  RV-EX-EXPECTED-VALUE        PIC X(19).
           05  RV-EX-TRUNCATED-VALUE       PIC X(19).
           05  RV-EX-LOG-TIME              PIC X(06).
           05  RV-EX-SEVERITY              PIC X(04).
           05  RV-EX-ACK-FLAG              PIC X(01).
           05  RV-EX-ACK-DATE              PIC X(08).
           05  RV-EX-ACK-OPERATOR          PIC X(08).
           05  FILLER                      PIC X(21).

      * Outcome of validating RV-IMAGE: a blank reason is a clean
      * record, otherwise the first failing field and its code.
       01  RV-REASON                       PIC X(04)   VALUE SPACES.
       01  RV-FIELD                        PIC X(30)   VALUE SPACES.

      * Work areas for the field checks.
       01  RV-CHK-OK                       PIC X(01)   VALUE 'N'.
       01  RV-CHK-DATE                     PIC X(08)   VALUE SPACES.
       01  RV-CHK-TIME                     PIC X(06)   VALUE SPACES.
       01  RV-CHK-RUN-ID                   PIC X(14)   VALUE SPACES.
       01  RV-CHK-PROGRAM                  PIC X(08)   VALUE SPACES.
       01  RV-CHK-VALUE                    PIC X(19)   VALUE SPACES.
       01  RV-BLANK-OK                     PIC X(01)   VALUE 'N'.
       01  RV-DATE-NUM                     PIC 9(08)   VALUE ZERO.
       01  RV-DATE-INT                     PIC 9(07)   VALUE ZERO.
       01  RV-TIME-WORK.
           05  RV-TW-HH                    PIC 9(02).
           05  RV-TW-MM                    PIC 9(02).
           05  RV-TW-SS                    PIC 9(02).
       01  RV-TIME-SECS                    PIC 9(05)   VALUE ZERO.
       01  RV-START-SECS                   PIC 9(05)   VALUE ZERO.
       01  RV-END-SECS                     PIC 9(05)   VALUE ZERO.
       01  RV-VAL-POS                      COMP PIC 9(04) VALUE ZERO.
       01  RV-VAL-LEN                      COMP PIC 9(04) VALUE ZERO.

      * Known program-ids: every program of the diagnostics system,
      * plus any program the job schedule names.  Checkpoints and
      * SLA history outlive a step's removal from the schedule, so
      * the schedule alone would suspend honest history.
       01  RV-BUILTIN-PROGRAMS.
           05  FILLER                      PIC X(08)   VALUE 'ALERTDSP'.
           05  FILLER                      PIC X(08)   VALUE 'ALERTRCV'.
           05  FILLER                      PIC X(08)   VALUE 'bintest '.
           05  FILLER                      PIC X(08)   VALUE 'BVARCHIV'.
           05  FILLER                      PIC X(08)   VALUE 'BVCOMPAR'.
           05  FILLER                      PIC X(08)   VALUE 'CFGDRIFT'.
           05  FILLER                      PIC X(08)   VALUE 'CTLMAINT'.
           05  FILLER                      PIC X(08)   VALUE 'CTLVALID'.
           05  FILLER                      PIC X(08)   VALUE 'DIAGSUMM'.
           05  FILLER                      PIC X(08)   VALUE 'EXCCONV '.
           05  FILLER                      PIC X(08)   VALUE 'EXCMON  '.
           05  FILLER                      PIC X(08)   VALUE 'HOLMAINT'.
           05  FILLER                      PIC X(08)   VALUE 'HSKPURGE'.
           05  FILLER                      PIC X(08)   VALUE 'JRNWRITE'.
           05  FILLER                      PIC X(08)   VALUE 'LAYAUDIT'.
           05  FILLER                      PIC X(08)   VALUE 'MTHKPI  '.
           05  FILLER                      PIC X(08)   VALUE 'OPRINQ  '.
           05  FILLER                      PIC X(08)   VALUE 'PENDRPT '.
           05  FILLER                      PIC X(08)   VALUE 'PRBMAINT'.
           05  FILLER                      PIC X(08)   VALUE 'PREBATCH'.
           05  FILLER                      PIC X(08)   VALUE 'RECVALID'.
           05  FILLER                      PIC X(08)   VALUE 'RUNINQ  '.
           05  FILLER                      PIC X(08)   VALUE 'RUNRECON'.
           05  FILLER                      PIC X(08)   VALUE 'SITECONS'.
           05  FILLER                      PIC X(08)   VALUE 'SITEEXT '.
           05  FILLER                      PIC X(08)   VALUE 'SLATREND'.
           05  FILLER                      PIC X(08)   VALUE 'SNAPGARD'.
           05  FILLER                      PIC X(08)   VALUE 'TESTFUNC'.
           05  FILLER                      PIC X(08)   VALUE 'WNDWLOCK'.
       01  RV-BUILTIN-TABLE REDEFINES RV-BUILTIN-PROGRAMS.
           05  RV-BUILTIN-ID               PIC X(08)   OCCURS 29 TIMES.
       01  RV-BUILTIN-COUNT                COMP PIC 9(04) VALUE 29.

       01  RV-KNOWN-TABLE.
           05  RV-KNOWN-ID                 PIC X(08)   OCCURS 60 TIMES.
       01  RV-KNOWN-COUNT                  COMP PIC 9(04) VALUE ZERO.
       01  RV-KNOWN-SUB                    COMP PIC 9(04) VALUE ZERO.

      * The suspense file held in storage for the run.  RELEASING
      * marks a record an operator has asked to put back; RV-SP-PLACE
      * follows it through the file pass (V = passed its checks and
      * waiting for its place, W = written back).  RV-SP-LOGGED marks
      * a decided record already appended to the history.
       01  RV-SUSP-TABLE.
           05  RV-SUSP-ENTRY OCCURS 500 TIMES.
               10  RV-SP-SUSP-ID           PIC 9(06).
               10  RV-SP-FILE-ID           PIC X(08).
               10  RV-SP-REASON            PIC X(04).
               10  RV-SP-FIELD             PIC X(30).
               10  RV-SP-STATUS            PIC X(09).
               10  RV-SP-SUSP-DATE         PIC X(08).
               10  RV-SP-SUSP-TIME         PIC X(06).
               10  RV-SP-SUSP-RUN-ID       PIC X(14).
               10  RV-SP-OPERATOR          PIC X(08).
               10  RV-SP-DECIDED-DATE      PIC X(08).
               10  RV-SP-DECIDED-TIME      PIC X(06).
               10  RV-SP-IMAGE             PIC X(133).
               10  RV-SP-NEW-IMAGE         PIC X(133).
               10  RV-SP-KEY               PIC X(14).
               10  RV-SP-PLACE             PIC X(01).
               10  RV-SP-LOGGED            PIC X(01).
       01  RV-SUSP-MAX                     COMP PIC 9(04) VALUE 500.
       01  RV-SUSP-COUNT                   COMP PIC 9(04) VALUE ZERO.
       01  RV-SUSP-SUB                     COMP PIC 9(04) VALUE ZERO.
       01  RV-MATCH-SUB                    COMP PIC 9(04) VALUE ZERO.
       01  RV-PICK-SUB                     COMP PIC 9(04) VALUE ZERO.
       01  RV-LAST-SUSP-ID                 PIC 9(06)   VALUE ZERO.
       01  RV-LOAD-OVERFLOW                PIC X(01)   VALUE 'N'.
       01  RV-SUSP-FULL                    PIC X(01)   VALUE 'N'.
       01  RV-SUSPEND-DONE                 PIC X(01)   VALUE 'N'.

      * Primary keys of the master records to be deleted, gathered
      * on a read-only pass so suspense.dat is saved before the
      * master loses anything.
       01  RV-DELETE-TABLE.
           05  RV-DELETE-KEY               PIC X(37)   OCCURS 500 TIMES.
       01  RV-DELETE-COUNT                 COMP PIC 9(04) VALUE ZERO.
       01  RV-DELETE-SUB                   COMP PIC 9(04) VALUE ZERO.

      * Snapshot control records, loaded so a file this step has
      * rewritten can have its snapshot retaken.
       01  RV-SNAPCTL-TABLE.
           05  RV-SC-ENTRY OCCURS 10 TIMES.
               10  RV-SC-FILE-ID           PIC X(08).
               10  RV-SC-DATE              PIC X(08).
               10  RV-SC-TIME              PIC X(06).
               10  RV-SC-REC-COUNT         PIC 9(08).
               10  RV-SC-REC-TOTAL         PIC 9(10).
       01  RV-SC-COUNT                     COMP PIC 9(04) VALUE ZERO.
       01  RV-SC-SUB                       COMP PIC 9(04) VALUE ZERO.
       01  RV-SC-MATCH                     COMP PIC 9(04) VALUE ZERO.
       01  RV-SC-OVERFLOW                  PIC X(01)   VALUE 'N'.
       01  RV-SC-CHANGED                   PIC X(01)   VALUE 'N'.

      * Parameters for the file currently being validated.
       01  RV-FILE-ID                      PIC X(08)   VALUE SPACES.
       01  RV-LIVE-NAME                    PIC X(40)   VALUE SPACES.
       01  RV-SNAP-NAME                    PIC X(40)   VALUE SPACES.
       01  RV-KEY-COLUMN                   COMP PIC 9(04) VALUE ZERO.
       01  RV-REC-KEY                      PIC X(14)   VALUE SPACES.
       01  RV-KEY-LIMIT                    PIC X(14)   VALUE SPACES.
       01  RV-FILE-CHANGED                 PIC X(01)   VALUE 'N'.
       01  RV-HASH-LINE                    PIC X(133)  VALUE SPACES.
       01  RV-HASH-COUNT                   PIC 9(08)   VALUE ZERO.
       01  RV-HASH-TOTAL                   PIC 9(10)   VALUE ZERO.
       01  RV-SPAN-LIMIT                   PIC 9(08)   VALUE ZERO.
       01  RV-SPAN-COUNT                   PIC 9(08)   VALUE ZERO.
       01  RV-SPAN-TOTAL                   PIC 9(10)   VALUE ZERO.
       01  RV-RECONCILED                   PIC X(01)   VALUE 'N'.

       01  RV-CHECKED-COUNT                PIC 9(05)   VALUE ZERO.
       01  RV-SUSPENDED-COUNT              PIC 9(05)   VALUE ZERO.
       01  RV-RELEASED-COUNT               PIC 9(05)   VALUE ZERO.
       01  RV-BLANK-COUNT                  PIC 9(05)   VALUE ZERO.
       01  RV-TOTAL-SUSPENDED              PIC 9(05)   VALUE ZERO.
       01  RV-TOTAL-RELEASED               PIC 9(05)   VALUE ZERO.
       01  RV-TOTAL-DISCARDED              PIC 9(05)   VALUE ZERO.
       01  RV-REJECTED-COUNT               PIC 9(05)   VALUE ZERO.
       01  RV-OPEN-COUNT                   PIC 9(05)   VALUE ZERO.
       01  RV-REJECT-REASON                PIC X(40)   VALUE SPACES.
       01  RV-COUNT-DISP                   PIC ZZZZ9   VALUE ZERO.
       01  RV-COUNT-DISP-2                 PIC ZZZZ9   VALUE ZERO.
       01  RV-COUNT-DISP-3                 PIC ZZZZ9   VALUE ZERO.
       01  RV-COUNT-DISP-4                 PIC ZZZZ9   VALUE ZERO.
       01  RV-LINE-TEXT                    PIC X(132)  VALUE SPACES.
       01  RV-RETURN-CODE                  PIC S9(04)  VALUE ZERO.

      * Window-lock parameters.  Scheduled as a window step the
      * validation carries the window's run-id and passes the
      * check; standalone, any live window refuses the run rather
      * than rewriting a ledger the window is appending to.
       01  RV-LOCK-REQUEST                 PIC X(08)   VALUE SPACES.
       01  RV-LOCK-RUN-ID                  PIC X(14)   VALUE SPACES.
       01  RV-LOCK-RESULT                  PIC X(02)   VALUE '00'.

      * Run-journal parameters for the shared JRNWRITE routine.
       01  RV-JRN-PROGRAM                  PIC X(08)
                                               VALUE 'RECVALID'.
       01  RV-JRN-EVENT                    PIC X(08)   VALUE SPACES.
       01  RV-JRN-TEXT                     PIC X(60)   VALUE SPACES.

       01  RV-JOBSCHED-STATUS              PIC X(02)   VALUE '00'.
       01  RV-SUSPENSE-STATUS              PIC X(02)   VALUE '00'.
       01  RV-SUSPHIST-STATUS              PIC X(02)   VALUE '00'.
       01  RV-SUSPTRAN-STATUS              PIC X(02)   VALUE '00'.
       01  RV-LIVE-STATUS                  PIC X(02)   VALUE '00'.
       01  RV-WORK-STATUS                  PIC X(02)   VALUE '00'.
       01  RV-SNAP-STATUS                  PIC X(02)   VALUE '00'.
       01  RV-EXCMAST-STATUS               PIC X(02)   VALUE '00'.
       01  RV-SNAPCTL-STATUS               PIC X(02)   VALUE '00'.
       01  RV-REPORT-STATUS                PIC X(02)   VALUE '00'.

       LINKAGE SECTION.
       01  RV-CALLER-RUN-ID                PIC X(14).

       PROCEDURE DIVISION USING RV-CALLER-RUN-ID.
       MAINLINE.
           PERFORM 050-CHECK-WINDOW-LOCK
           IF RV-LOCK-RESULT NOT = '00'
               DISPLAY 'RECVALID - batch window is live under another'
                   ' run, validation refused'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO RV-CURRENT-DATE
           MOVE 'START   ' TO RV-JRN-EVENT
           MOVE 'record validation start' TO RV-JRN-TEXT
           PERFORM 950-WRITE-JOURNAL
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO RV-LINE-TEXT
           STRING 'RECVALID - diagnostic record validation at '
               RV-TODAY-DATE ' ' RV-NOW-TIME
               DELIMITED BY SIZE INTO RV-LINE-TEXT
           PERFORM 900-WRITE-LINE
           PERFORM 100-LOAD-KNOWN-PROGRAMS
           PERFORM 150-LOAD-SUSPENSE-FILE
           IF RV-LOAD-OVERFLOW = 'Y'
               MOVE SPACES TO RV-LINE-TEXT
               STRING 'RECVALID - suspense.dat holds more records than'
                   ' its table, run rejected and every file left'
                   ' untouched' DELIMITED BY SIZE INTO RV-LINE-TEXT
               PERFORM 900-WRITE-LINE
               CLOSE REPORT-FILE
               MOVE 'ABORT   ' TO RV-JRN-EVENT
               MOVE 'suspense table overflow, nothing validated'
                   TO RV-JRN-TEXT
               PERFORM 950-WRITE-JOURNAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 155-FIND-LAST-SUSP-ID
           PERFORM 160-LOAD-SNAPSHOT-CONTROL
           PERFORM 200-PROCESS-TRANSACTIONS
           PERFORM 520-APPEND-HISTORY
           PERFORM 300-VALIDATE-LEDGERS
           PERFORM 400-VALIDATE-EXCEPTION-MASTER
           PERFORM 450-SETTLE-RELEASES
           PERFORM 520-APPEND-HISTORY
           PERFORM 500-SAVE-SUSPENSE-FILE
           IF RV-SC-CHANGED = 'Y'
               PERFORM 550-WRITE-SNAPSHOT-CONTROL
           END-IF
           PERFORM 600-REPORT-OPEN-ITEMS
           MOVE RV-TOTAL-SUSPENDED TO RV-COUNT-DISP
           MOVE RV-TOTAL-RELEASED  TO RV-COUNT-DISP-2
           MOVE RV-TOTAL-DISCARDED TO RV-COUNT-DISP-3
           MOVE RV-REJECTED-COUNT  TO RV-COUNT-DISP-4
           MOVE SPACES TO RV-LINE-TEXT
           STRING 'RECVALID - suspended=' RV-COUNT-DISP
               ' released=' RV-COUNT-DISP-2
               ' discarded=' RV-COUNT-DISP-3
               ' repairs refused=' RV-COUNT-DISP-4
               DELIMITED BY SIZE INTO RV-LINE-TEXT
           PERFORM 900-WRITE-LINE
           EVALUATE TRUE
               WHEN RV-REJECTED-COUNT > ZERO OR RV-SUSP-FULL = 'Y'
                   MOVE 8 TO RV-RETURN-CODE
                   MOVE 'RECVALID - repairs refused or suspense full'
                       TO RV-LINE-TEXT
               WHEN RV-OPEN-COUNT > ZERO
                   MOVE 4 TO RV-RETURN-CODE
                   MOVE 'RECVALID - records held in suspense, RC=4'
                       TO RV-LINE-TEXT
               WHEN OTHER
                   MOVE ZERO TO RV-RETURN-CODE
                   MOVE 'RECVALID - every record passed validation'
                       TO RV-LINE-TEXT
           END-EVALUATE
           PERFORM 900-WRITE-LINE
           CLOSE REPORT-FILE
           CALL 'CBL_DELETE_FILE' USING "recvalid.tmp"
           MOVE 'END     ' TO RV-JRN-EVENT
           STRING 'end, suspended=' RV-TOTAL-SUSPENDED
               ' released=' RV-TOTAL-RELEASED
               ' open=' RV-OPEN-COUNT
               DELIMITED BY SIZE INTO RV-JRN-TEXT
           PERFORM 950-WRITE-JOURNAL
           MOVE RV-RETURN-CODE TO RETURN-CODE
           GOBACK.

       050-CHECK-WINDOW-LOCK.
           MOVE SPACES TO RV-LOCK-RUN-ID
           IF ADDRESS OF RV-CALLER-RUN-ID NOT = NULL
               IF RV-CALLER-RUN-ID IS NUMERIC
                   MOVE RV-CALLER-RUN-ID TO RV-LOCK-RUN-ID
               END-IF
           END-IF
           MOVE 'CHECK   ' TO RV-LOCK-REQUEST
           MOVE '00'       TO RV-LOCK-RESULT
           CALL 'WNDWLOCK' USING RV-LOCK-REQUEST RV-LOCK-RUN-ID
               RV-LOCK-RESULT
               ON EXCEPTION
                   MOVE '00' TO RV-LOCK-RESULT
           END-CALL.

       100-LOAD-KNOWN-PROGRAMS.
           PERFORM 105-ADD-BUILTIN-PROGRAM
               VARYING RV-KNOWN-SUB FROM 1 BY 1
               UNTIL RV-KNOWN-SUB > RV-BUILTIN-COUNT
           MOVE RV-BUILTIN-COUNT TO RV-KNOWN-COUNT
           OPEN INPUT JOBSCHED-FILE
           IF RV-JOBSCHED-STATUS = '00'
               PERFORM UNTIL RV-JOBSCHED-STATUS NOT = '00'
                   READ JOBSCHED-FILE
                       AT END
                           MOVE '10' TO RV-JOBSCHED-STATUS
                       NOT AT END
                           PERFORM 110-ADD-SCHEDULED-PROGRAM
                   END-READ
               END-PERFORM
               CLOSE JOBSCHED-FILE
           END-IF
           MOVE '00' TO RV-JOBSCHED-STATUS.

       105-ADD-BUILTIN-PROGRAM.
           MOVE RV-BUILTIN-ID(RV-KNOWN-SUB)
               TO RV-KNOWN-ID(RV-KNOWN-SUB).

       110-ADD-SCHEDULED-PROGRAM.
           MOVE JOBSCHED-PROGRAM-ID TO RV-CHK-PROGRAM
           PERFORM 830-CHECK-PROGRAM
           IF RV-CHK-OK = 'N'
               AND JOBSCHED-PROGRAM-ID NOT = SPACES
               AND RV-KNOWN-COUNT < 60
               ADD 1 TO RV-KNOWN-COUNT
               MOVE JOBSCHED-PROGRAM-ID TO RV-KNOWN-ID(RV-KNOWN-COUNT)
           END-IF.

      * suspense.dat holds only open records, so every record loaded
      * is SUSPENDED.  A file larger than the table rejects the run
      * before anything is touched - writing back a truncated table
      * would silently lose suspended records.
       150-LOAD-SUSPENSE-FILE.
           OPEN INPUT SUSPENSE-FILE
           IF RV-SUSPENSE-STATUS = '00'
               PERFORM UNTIL RV-SUSPENSE-STATUS NOT = '00'
                   READ SUSPENSE-FILE
                       AT END
                           MOVE '10' TO RV-SUSPENSE-STATUS
                       NOT AT END
                           PERFORM 152-STORE-SUSPENSE-RECORD
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF
           MOVE '00' TO RV-SUSPENSE-STATUS.

       152-STORE-SUSPENSE-RECORD.
           IF RV-SUSP-COUNT NOT < RV-SUSP-MAX
               MOVE 'Y' TO RV-LOAD-OVERFLOW
           ELSE
               ADD 1 TO RV-SUSP-COUNT
               MOVE RV-SUSP-COUNT TO RV-SUSP-SUB
               MOVE SUSPREC-SUSP-ID     TO RV-SP-SUSP-ID(RV-SUSP-SUB)
               MOVE SUSPREC-FILE-ID     TO RV-SP-FILE-ID(RV-SUSP-SUB)
               MOVE SUSPREC-REASON      TO RV-SP-REASON(RV-SUSP-SUB)
               MOVE SUSPREC-FIELD       TO RV-SP-FIELD(RV-SUSP-SUB)
               MOVE 'SUSPENDED'         TO RV-SP-STATUS(RV-SUSP-SUB)
               MOVE SUSPREC-SUSP-DATE   TO RV-SP-SUSP-DATE(RV-SUSP-SUB)
               MOVE SUSPREC-SUSP-TIME   TO RV-SP-SUSP-TIME(RV-SUSP-SUB)
               MOVE SUSPREC-SUSP-RUN-ID
                   TO RV-SP-SUSP-RUN-ID(RV-SUSP-SUB)
               MOVE SPACES              TO RV-SP-OPERATOR(RV-SUSP-SUB)
               MOVE SPACES TO RV-SP-DECIDED-DATE(RV-SUSP-SUB)
               MOVE SPACES TO RV-SP-DECIDED-TIME(RV-SUSP-SUB)
               MOVE SUSPREC-IMAGE       TO RV-SP-IMAGE(RV-SUSP-SUB)
               MOVE SPACES              TO RV-SP-NEW-IMAGE(RV-SUSP-SUB)
               MOVE SPACES              TO RV-SP-KEY(RV-SUSP-SUB)
               MOVE SPACE               TO RV-SP-PLACE(RV-SUSP-SUB)
               MOVE 'N'                 TO RV-SP-LOGGED(RV-SUSP-SUB)
               IF SUSPREC-SUSP-ID IS NUMERIC
                   AND SUSPREC-SUSP-ID > RV-LAST-SUSP-ID
                   MOVE SUSPREC-SUSP-ID TO RV-LAST-SUSP-ID
               END-IF
           END-IF.

      * Suspense-ids are never reused: a decided record leaves the
      * suspense file, so the history is read as well for the
      * highest id ever issued.
       155-FIND-LAST-SUSP-ID.
           OPEN INPUT SUSPHIST-FILE
           IF RV-SUSPHIST-STATUS = '00'
               PERFORM UNTIL RV-SUSPHIST-STATUS NOT = '00'
                   READ SUSPHIST-FILE
                       AT END
                           MOVE '10' TO RV-SUSPHIST-STATUS
                       NOT AT END
                           IF SUSPHIST-LINE(1:6) IS NUMERIC
                               AND SUSPHIST-LINE(1:6) > RV-LAST-SUSP-ID
                               MOVE SUSPHIST-LINE(1:6)
                                   TO RV-LAST-SUSP-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPHIST-FILE
           END-IF
           MOVE '00' TO RV-SUSPHIST-STATUS.

       160-LOAD-SNAPSHOT-CONTROL.
           OPEN INPUT SNAPCTL-FILE
           IF RV-SNAPCTL-STATUS = '00'
               PERFORM UNTIL RV-SNAPCTL-STATUS NOT = '00'
                   READ SNAPCTL-FILE
                       AT END
                           MOVE '10' TO RV-SNAPCTL-STATUS
                       NOT AT END
                           PERFORM 165-STORE-SNAPSHOT-RECORD
                   END-READ
               END-PERFORM
               CLOSE SNAPCTL-FILE
           END-IF
           MOVE '00' TO RV-SNAPCTL-STATUS.

       165-STORE-SNAPSHOT-RECORD.
           IF RV-SC-COUNT NOT < 10
               MOVE 'Y' TO RV-SC-OVERFLOW
           ELSE
               ADD 1 TO RV-SC-COUNT
               MOVE SNAPCTL-FILE-ID   TO RV-SC-FILE-ID(RV-SC-COUNT)
               MOVE SNAPCTL-DATE      TO RV-SC-DATE(RV-SC-COUNT)
               MOVE SNAPCTL-TIME      TO RV-SC-TIME(RV-SC-COUNT)
               MOVE SNAPCTL-REC-COUNT TO RV-SC-REC-COUNT(RV-SC-COUNT)
               MOVE SNAPCTL-REC-TOTAL TO RV-SC-REC-TOTAL(RV-SC-COUNT)
           END-IF.

      * The transaction file is consumed once read, like the
      * exception acknowledgements - a refused repair is reported
      * and keyed again, never replayed against a later night.
       200-PROCESS-TRANSACTIONS.
           OPEN INPUT SUSPTRAN-FILE
           IF RV-SUSPTRAN-STATUS = '00'
               PERFORM UNTIL RV-SUSPTRAN-STATUS NOT = '00'
                   READ SUSPTRAN-FILE
                       AT END
                           MOVE '10' TO RV-SUSPTRAN-STATUS
                       NOT AT END
                           PERFORM 210-APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE SUSPTRAN-FILE
               CALL 'CBL_DELETE_FILE' USING "susptran.dat"
           END-IF
           MOVE '00' TO RV-SUSPTRAN-STATUS.

       210-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO RV-REJECT-REASON
           MOVE ZERO   TO RV-MATCH-SUB
           IF SUSPTRAN-SUSP-ID IS NUMERIC
               PERFORM 215-MATCH-SUSP-ID
                   VARYING RV-SUSP-SUB FROM 1 BY 1
                   UNTIL RV-SUSP-SUB > RV-SUSP-COUNT
           END-IF
           EVALUATE TRUE
               WHEN SUSPTRAN-ACTION NOT = 'RELEASE '
                   AND SUSPTRAN-ACTION NOT = 'DISCARD '
                   MOVE 'unknown action' TO RV-REJECT-REASON
               WHEN SUSPTRAN-OPERATOR = SPACES
                   MOVE 'operator is blank' TO RV-REJECT-REASON
               WHEN SUSPTRAN-SUSP-ID IS NOT NUMERIC
                   MOVE 'suspense-id not numeric' TO RV-REJECT-REASON
               WHEN RV-MATCH-SUB = ZERO
                   MOVE 'no such suspended record'
                       TO RV-REJECT-REASON
               WHEN RV-SP-STATUS(RV-MATCH-SUB) NOT = 'SUSPENDED'
                   MOVE 'record already decided this run'
                       TO RV-REJECT-REASON
               WHEN SUSPTRAN-ACTION = 'RELEASE '
                   PERFORM 220-QUEUE-RELEASE
               WHEN OTHER
                   PERFORM 230-DISCARD-RECORD
           END-EVALUATE
           IF RV-REJECT-REASON NOT = SPACES
               ADD 1 TO RV-REJECTED-COUNT
               MOVE SPACES TO RV-LINE-TEXT
               STRING 'RECVALID - rejected ' SUSPTRAN-ACTION ' '
                   SUSPTRAN-SUSP-ID ' by ' SUSPTRAN-OPERATOR ' - '
                   RV-REJECT-REASON
                   DELIMITED BY SIZE INTO RV-LINE-TEXT
               PERFORM 900-WRITE-LINE
           END-IF.

       215-MATCH-SUSP-ID.
           IF RV-SP-SUSP-ID(RV-SUSP-SUB) = SUSPTRAN-SUSP-ID
               MOVE RV-SUSP-SUB TO RV-MATCH-SUB
           END-IF.

      * A release is only queued here; it is checked and written
      * back when its file is validated, so it lands in date order
      * among records that have themselves passed.
       220-QUEUE-RELEASE.
           MOVE 'RELEASING'       TO RV-SP-STATUS(RV-MATCH-SUB)
           MOVE SUSPTRAN-OPERATOR TO RV-SP-OPERATOR(RV-MATCH-SUB)
           MOVE SPACE             TO RV-SP-PLACE(RV-MATCH-SUB)
           IF SUSPTRAN-IMAGE = SPACES
               MOVE RV-SP-IMAGE(RV-MATCH-SUB)
                   TO RV-SP-NEW-IMAGE(RV-MATCH-SUB)
           ELSE
               MOVE SUSPTRAN-IMAGE TO RV-SP-NEW-IMAGE(RV-MATCH-SUB)
           END-IF.

       230-DISCARD-RECORD.
           MOVE 'DISCARDED'       TO RV-SP-STATUS(RV-MATCH-SUB)
           MOVE SUSPTRAN-OPERATOR TO RV-SP-OPERATOR(RV-MATCH-SUB)
           MOVE RV-TODAY-DATE     TO RV-SP-DECIDED-DATE(RV-MATCH-SUB)
           MOVE RV-NOW-TIME       TO RV-SP-DECIDED-TIME(RV-MATCH-SUB)
           ADD 1 TO RV-TOTAL-DISCARDED
           MOVE SPACES TO RV-LINE-TEXT
           STRING 'RECVALID - discarded ' SUSPTRAN-SUSP-ID ' '
               RV-SP-FILE-ID(RV-MATCH-SUB) ' by ' SUSPTRAN-OPERATOR
               DELIMITED BY SIZE INTO RV-LINE-TEXT
           PERFORM 900-WRITE-LINE
           MOVE 'DISCARD ' TO RV-JRN-EVENT
           STRING SUSPTRAN-SUSP-ID ' ' RV-SP-FILE-ID(RV-MATCH-SUB)
               ' discarded by ' SUSPTRAN-OPERATOR
               DELIMITED BY SIZE INTO RV-JRN-TEXT
           PERFORM 950-WRITE-JOURNAL.

      * Chronological key columns within each record layout, used
      * to put a released record back in date order: CKPTSTAT run
      * date and time follow the program-id and return code;
      * CMPAUDIT run date and time follow the program-id and compile
      * stamp; SLAHIST run date and start time follow the run-id and
      * program-id; BVRESULT orders by its run-id stamp.
       300-VALIDATE-LEDGERS.
           MOVE 'CKPTSTAT'     TO RV-FILE-ID
           MOVE 'ckptstat.dat' TO RV-LIVE-NAME
           MOVE 'ckptstat.snp' TO RV-SNAP-NAME
           MOVE 13             TO RV-KEY-COLUMN
           PERFORM 310-VALIDATE-ONE-LEDGER
           MOVE 'CMPAUDIT'     TO RV-FILE-ID
           MOVE 'cmpaudit.dat' TO RV-LIVE-NAME
           MOVE 'cmpaudit.snp' TO RV-SNAP-NAME
           MOVE 23             TO RV-KEY-COLUMN
           PERFORM 310-VALIDATE-ONE-LEDGER
           MOVE 'SLAHIST '     TO RV-FILE-ID
           MOVE 'slahist.dat'  TO RV-LIVE-NAME
           MOVE 'slahist.snp'  TO RV-SNAP-NAME
           MOVE 23             TO RV-KEY-COLUMN
           PERFORM 310-VALIDATE-ONE-LEDGER
           MOVE 'BVRESULT'     TO RV-FILE-ID
           MOVE 'bvresult.dat' TO RV-LIVE-NAME
           MOVE 'bvresult.snp' TO RV-SNAP-NAME
           MOVE 68             TO RV-KEY-COLUMN
           PERFORM 310-VALIDATE-ONE-LEDGER.

      * Pass one reads the live file, holding failed records in
      * suspense and writing the rest - with any released records
      * merged in by date - to the work file; pass two rewrites the
      * live file from the work file.  suspense.dat is saved between
      * the passes, so a record taken out of its file is always on
      * disk somewhere.  A file nothing was taken from or put back
      * into is left exactly as it was.  Blank records are dropped.
       310-VALIDATE-ONE-LEDGER.
           MOVE ZERO TO RV-CHECKED-COUNT RV-SUSPENDED-COUNT
               RV-RELEASED-COUNT RV-BLANK-COUNT
           MOVE 'N' TO RV-FILE-CHANGED
           OPEN INPUT LIVE-FILE
           IF RV-LIVE-STATUS NOT = '00'
               MOVE SPACES TO RV-LINE-TEXT
               STRING 'RECVALID - ' RV-FILE-ID
                   ' live file not present, skipped'
                   DELIMITED BY SIZE INTO RV-LINE-TEXT
               PERFORM 900-WRITE-LINE
           ELSE
               PERFORM 320-CHECK-RELEASES-FOR-FILE
               PERFORM 375-START-RECONCILE
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL RV-LIVE-STATUS NOT = '00'
                   READ LIVE-FILE
                       AT END
                           MOVE '10' TO RV-LIVE-STATUS
                       NOT AT END
                           PERFORM 330-CHECK-ONE-RECORD
                   END-READ
               END-PERFORM
               PERFORM 378-END-RECONCILE
               MOVE HIGH-VALUES TO RV-KEY-LIMIT
               PERFORM 340-PLACE-RELEASES
               CLOSE LIVE-FILE
               CLOSE WORK-FILE
               IF RV-FILE-CHANGED = 'Y'
                   PERFORM 500-SAVE-SUSPENSE-FILE
                   PERFORM 370-COPY-BACK-LIVE-FILE
                   PERFORM 380-RETAKE-SNAPSHOT
               END-IF
               PERFORM 390-REPORT-FILE-COUNTS
           END-IF
           MOVE '00' TO RV-LIVE-STATUS.

      * Every release queued for the current file is checked by the
      * same rules as the file's own records; one that still fails
      * stays suspended under its new reason.
       320-CHECK-RELEASES-FOR-FILE.
           PERFORM 325-CHECK-ONE-RELEASE
               VARYING RV-SUSP-SUB FROM 1 BY 1
               UNTIL RV-SUSP-SUB > RV-SUSP-COUNT.

       325-CHECK-ONE-RELEASE.
           IF RV-SP-STATUS(RV-SUSP-SUB) = 'RELEASING'
               AND RV-SP-FILE-ID(RV-SUSP-SUB) = RV-FILE-ID
               MOVE RV-SP-NEW-IMAGE(RV-SUSP-SUB) TO RV-IMAGE
               PERFORM 700-VALIDATE-IMAGE
               IF RV-REASON = SPACES
                   MOVE 'V' TO RV-SP-PLACE(RV-SUSP-SUB)
                   IF RV-KEY-COLUMN > ZERO
                       MOVE RV-IMAGE(RV-KEY-COLUMN:14)
                           TO RV-SP-KEY(RV-SUSP-SUB)
                   END-IF
               ELSE
                   MOVE RV-REASON TO RV-SP-REASON(RV-SUSP-SUB)
                   MOVE RV-FIELD  TO RV-SP-FIELD(RV-SUSP-SUB)
                   MOVE SPACES TO RV-REJECT-REASON
                   STRING 'still fails ' RV-REASON ' '
                       DELIMITED BY SIZE
                       RV-FIELD DELIMITED BY SPACE
                       INTO RV-REJECT-REASON
                   PERFORM 460-REFUSE-RELEASE
               END-IF
           END-IF.

       330-CHECK-ONE-RECORD.
           MOVE LIVE-LINE TO RV-HASH-LINE
           PERFORM 377-ACCUMULATE-SPAN
           IF LIVE-LINE = SPACES
               ADD 1 TO RV-BLANK-COUNT
               MOVE 'Y' TO RV-FILE-CHANGED
           ELSE
               MOVE LIVE-LINE TO RV-IMAGE
               MOVE RV-IMAGE(RV-KEY-COLUMN:14) TO RV-KEY-LIMIT
               PERFORM 340-PLACE-RELEASES
               ADD 1 TO RV-CHECKED-COUNT
               PERFORM 700-VALIDATE-IMAGE
               MOVE 'N' TO RV-SUSPEND-DONE
               IF RV-REASON NOT = SPACES
                   PERFORM 360-SUSPEND-RECORD
               END-IF
               IF RV-SUSPEND-DONE = 'Y'
                   MOVE 'Y' TO RV-FILE-CHANGED
               ELSE
                   WRITE WORK-LINE FROM LIVE-LINE
               END-IF
           END-IF.

      * Released records go in ahead of the first record with a
      * later date key, earliest first; whatever is left at end of
      * file (limit HIGH-VALUES) goes on the end.
       340-PLACE-RELEASES.
           PERFORM 345-FIND-NEXT-RELEASE
           PERFORM 350-PLACE-ONE-RELEASE
               UNTIL RV-PICK-SUB = ZERO.

       345-FIND-NEXT-RELEASE.
           MOVE ZERO TO RV-PICK-SUB
           PERFORM 347-COMPARE-ONE-RELEASE
               VARYING RV-SUSP-SUB FROM 1 BY 1
               UNTIL RV-SUSP-SUB > RV-SUSP-COUNT.

       347-COMPARE-ONE-RELEASE.
           IF RV-SP-PLACE(RV-SUSP-SUB) = 'V'
               AND RV-SP-FILE-ID(RV-SUSP-SUB) = RV-FILE-ID
               AND RV-SP-KEY(RV-SUSP-SUB) < RV-KEY-LIMIT
               IF RV-PICK-SUB = ZERO
                   MOVE RV-SUSP-SUB TO RV-PICK-SUB
               ELSE
                   IF RV-SP-KEY(RV-SUSP-SUB) < RV-SP-KEY(RV-PICK-SUB)
                       MOVE RV-SUSP-SUB TO RV-PICK-SUB
                   END-IF
               END-IF
           END-IF.

       350-PLACE-ONE-RELEASE.
           WRITE WORK-LINE FROM RV-SP-NEW-IMAGE(RV-PICK-SUB)
           MOVE 'W' TO RV-SP-PLACE(RV-PICK-SUB)
           MOVE 'Y' TO RV-FILE-CHANGED
           ADD 1 TO RV-RELEASED-COUNT
           PERFORM 345-FIND-NEXT-RELEASE.

      * A record already held in suspense with the same image - a
      * snapshot restore can bring one back - is taken out again
      * without a second suspense entry.  With the table full the
      * record stays in its file and the run ends RC=8.
       360-SUSPEND-RECORD.
           MOVE ZERO TO RV-MATCH-SUB
           PERFORM 365-MATCH-HELD-IMAGE
               VARYING RV-SUSP-SUB FROM 1 BY 1
               UNTIL RV-SUSP-SUB > RV-SUSP-COUNT
           EVALUATE TRUE
               WHEN RV-MATCH-SUB NOT = ZERO
                   MOVE 'Y' TO RV-SUSPEND-DONE
                   ADD 1 TO RV-SUSPENDED-COUNT
                   MOVE SPACES TO RV-LINE-TEXT
                   STRING 'RECVALID - ' RV-FILE-ID
                       ' record already held as '
                       RV-SP-SUSP-ID(RV-MATCH-SUB)
                       ', taken out again'
                       DELIMITED BY SIZE INTO RV-LINE-TEXT
                   PERFORM 900-WRITE-LINE
               WHEN RV-SUSP-COUNT NOT < RV-SUSP-MAX
                   MOVE 'Y' TO RV-SUSP-FULL
                   MOVE SPACES TO RV-LINE-TEXT
                   STRING 'RECVALID - ' RV-FILE-ID ' fails '
                       RV-REASON ' ' RV-FIELD
                       ' - suspense full, left in file'
                       DELIMITED BY SIZE INTO RV-LINE-TEXT
                   PERFORM 900-WRITE-LINE
               WHEN OTHER
                   MOVE 'Y' TO RV-SUSPEND-DONE
                   PERFORM 367-ADD-SUSPENSE-ENTRY
           END-EVALUATE.

       365-MATCH-HELD-IMAGE.
           IF RV-SP-FILE-ID(RV-SUSP-SUB) = RV-FILE-ID
               AND RV-SP-IMAGE(RV-SUSP-SUB) = RV-IMAGE
               AND (RV-SP-STATUS(RV-SUSP-SUB) = 'SUSPENDED'
                   OR RV-SP-STATUS(RV-SUSP-SUB) = 'RELEASING')
               MOVE RV-SUSP-SUB TO RV-MATCH-SUB
           END-IF.

       367-ADD-SUSPENSE-ENTRY.
           ADD 1 TO RV-SUSP-COUNT
           MOVE RV-SUSP-COUNT TO RV-SUSP-SUB
           ADD 1 TO RV-LAST-SUSP-ID
           ADD 1 TO RV-SUSPENDED-COUNT
           ADD 1 TO RV-TOTAL-SUSPENDED
           MOVE RV-LAST-SUSP-ID TO RV-SP-SUSP-ID(RV-SUSP-SUB)
           MOVE RV-FILE-ID      TO RV-SP-FILE-ID(RV-SUSP-SUB)
           MOVE RV-REASON       TO RV-SP-REASON(RV-SUSP-SUB)
           MOVE RV-FIELD        TO RV-SP-FIELD(RV-SUSP-SUB)
           MOVE 'SUSPENDED'     TO RV-SP-STATUS(RV-SUSP-SUB)
           MOVE RV-TODAY-DATE   TO RV-SP-SUSP-DATE(RV-SUSP-SUB)
           MOVE RV-NOW-TIME     TO RV-SP-SUSP-TIME(RV-SUSP-SUB)
           MOVE RV-LOCK-RUN-ID  TO RV-SP-SUSP-RUN-ID(RV-SUSP-SUB)
           MOVE SPACES          TO RV-SP-OPERATOR(RV-SUSP-SUB)
           MOVE SPACES          TO RV-SP-DECIDED-DATE(RV-SUSP-SUB)
           MOVE SPACES          TO RV-SP-DECIDED-TIME(RV-SUSP-SUB)
           MOVE RV-IMAGE        TO RV-SP-IMAGE(RV-SUSP-SUB)
           MOVE SPACES          TO RV-SP-NEW-IMAGE(RV-SUSP-SUB)
           MOVE SPACES          TO RV-SP-KEY(RV-SUSP-SUB)
           MOVE SPACE           TO RV-SP-PLACE(RV-SUSP-SUB)
           MOVE 'N'             TO RV-SP-LOGGED(RV-SUSP-SUB)
           MOVE SPACES TO RV-LINE-TEXT
           STRING 'RECVALID - suspended ' RV-LAST-SUSP-ID ' '
               RV-FILE-ID ' ' RV-REASON ' ' RV-FIELD
               DELIMITED BY SIZE INTO RV-LINE-TEXT
           PERFORM 900-WRITE-LINE
           MOVE 'SUSPEND ' TO RV-JRN-EVENT
           STRING RV-LAST-SUSP-ID ' ' RV-FILE-ID ' ' RV-REASON ' '
               DELIMITED BY SIZE
               RV-FIELD DELIMITED BY SPACE
               INTO RV-JRN-TEXT
           PERFORM 950-WRITE-JOURNAL.

       370-COPY-BACK-LIVE-FILE.
           OPEN INPUT WORK-FILE
           OPEN OUTPUT LIVE-FILE
           PERFORM UNTIL RV-WORK-STATUS NOT = '00'
               READ WORK-FILE
                   AT END
                       MOVE '10' TO RV-WORK-STATUS
                   NOT AT END
                       WRITE LIVE-LINE FROM WORK-LINE
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE LIVE-FILE
           MOVE '00' TO RV-WORK-STATUS.

      * A rewritten file would no longer reconcile to the guard's
      * snapshot, so the snapshot is retaken - but only when the file
      * as found reconciled to it (the guard's own test: at least the
      * snapshot's record count, and the same hash-total over the
      * snapshotted span).  A file that did not is one the guard has
      * flagged or will flag, and its last-good snapshot is the
      * recovery evidence, so it is left alone.  The hash total is
      * the guard's own: the trimmed length of every record, summed.
       375-START-RECONCILE.
           MOVE ZERO TO RV-SPAN-LIMIT RV-SPAN-COUNT RV-SPAN-TOTAL
           MOVE 'N' TO RV-RECONCILED
           PERFORM 385-FIND-SNAPSHOT-CONTROL
           IF RV-SC-MATCH > ZERO
               MOVE RV-SC-REC-COUNT(RV-SC-MATCH) TO RV-SPAN-LIMIT
           END-IF.

       377-ACCUMULATE-SPAN.
           ADD 1 TO RV-SPAN-COUNT
           IF RV-SPAN-COUNT <= RV-SPAN-LIMIT
               COMPUTE RV-SPAN-TOTAL = RV-SPAN-TOTAL
                   + FUNCTION LENGTH(FUNCTION TRIM(RV-HASH-LINE))
                   ON SIZE ERROR
                       MOVE ZERO TO RV-SPAN-TOTAL
               END-COMPUTE
           END-IF.

       378-END-RECONCILE.
           IF RV-SC-MATCH > ZERO
               IF RV-SPAN-COUNT NOT < RV-SPAN-LIMIT
                   AND RV-SPAN-TOTAL = RV-SC-REC-TOTAL(RV-SC-MATCH)
                   MOVE 'Y' TO RV-RECONCILED
               END-IF
           END-IF.

       380-RETAKE-SNAPSHOT.
           IF RV-SC-MATCH > ZERO
               IF RV-RECONCILED = 'Y'
                   MOVE ZERO TO RV-HASH-COUNT RV-HASH-TOTAL
                   OPEN OUTPUT SNAP-FILE
                   IF RV-FILE-ID = 'EXCPREC '
                       PERFORM 480-COPY-EXCEPTION-MASTER
                   ELSE
                       PERFORM 382-COPY-LIVE-FILE
                   END-IF
                   CLOSE SNAP-FILE
                   MOVE RV-TODAY-DATE TO RV-SC-DATE(RV-SC-MATCH)
                   MOVE RV-NOW-TIME   TO RV-SC-TIME(RV-SC-MATCH)
                   MOVE RV-HASH-COUNT TO RV-SC-REC-COUNT(RV-SC-MATCH)
                   MOVE RV-HASH-TOTAL TO RV-SC-REC-TOTAL(RV-SC-MATCH)
                   MOVE 'Y' TO RV-SC-CHANGED
                   MOVE SPACES TO RV-LINE-TEXT
                   STRING 'RECVALID - ' RV-FILE-ID
                       ' snapshot retaken after the rewrite'
                       DELIMITED BY SIZE INTO RV-LINE-TEXT
               ELSE
                   MOVE SPACES TO RV-LINE-TEXT
                   STRING 'RECVALID - ' RV-FILE-ID
                       ' did not reconcile to its snapshot - snapshot'
                       ' kept, SNAPGARD will flag the file'
                       DELIMITED BY SIZE INTO RV-LINE-TEXT
               END-IF
               PERFORM 900-WRITE-LINE
           END-IF.

       382-COPY-LIVE-FILE.
           OPEN INPUT LIVE-FILE
           IF RV-LIVE-STATUS = '00'
               PERFORM UNTIL RV-LIVE-STATUS NOT = '00'
                   READ LIVE-FILE
                       AT END
                           MOVE '10' TO RV-LIVE-STATUS
                       NOT AT END
                           WRITE SNAP-LINE FROM LIVE-LINE
                           MOVE LIVE-LINE TO RV-HASH-LINE
                           PERFORM 388-ACCUMULATE-HASH
                   END-READ
               END-PERFORM
               CLOSE LIVE-FILE
           END-IF
           MOVE '00' TO RV-LIVE-STATUS.

       385-FIND-SNAPSHOT-CONTROL.
           MOVE ZERO TO RV-SC-MATCH
           IF RV-SC-OVERFLOW = 'N'
               PERFORM 386-MATCH-SNAPSHOT-ID
                   VARYING RV-SC-SUB FROM 1 BY 1
                   UNTIL RV-SC-SUB > RV-SC-COUNT
           END-IF.

       386-MATCH-SNAPSHOT-ID.
           IF RV-SC-FILE-ID(RV-SC-SUB) = RV-FILE-ID
               MOVE RV-SC-SUB TO RV-SC-MATCH
           END-IF.

       388-ACCUMULATE-HASH.
           ADD 1 TO RV-HASH-COUNT
           COMPUTE RV-HASH-TOTAL = RV-HASH-TOTAL
               + FUNCTION LENGTH(FUNCTION TRIM(RV-HASH-LINE))
               ON SIZE ERROR
                   MOVE ZERO TO RV-HASH-TOTAL
           END-COMPUTE.

       390-REPORT-FILE-COUNTS.
           MOVE RV-CHECKED-COUNT   TO RV-COUNT-DISP
           MOVE RV-SUSPENDED-COUNT TO RV-COUNT-DISP-2
           MOVE RV-RELEASED-COUNT  TO RV-COUNT-DISP-3
           MOVE RV-BLANK-COUNT     TO RV-COUNT-DISP-4
           MOVE SPACES TO RV-LINE-TEXT
           STRING 'RECVALID - ' RV-FILE-ID ' checked=' RV-COUNT-DISP
               ' suspended=' RV-COUNT-DISP-2
               ' released=' RV-COUNT-DISP-3
               ' blank dropped=' RV-COUNT-DISP-4
               DELIMITED BY SIZE INTO RV-LINE-TEXT
           PERFORM 900-WRITE-LINE
           MOVE 'COUNT   ' TO RV-JRN-EVENT
           STRING RV-FILE-ID ' checked=' RV-CHECKED-COUNT
               ' suspended=' RV-SUSPENDED-COUNT
               ' released=' RV-RELEASED-COUNT
               DELIMITED BY SIZE INTO RV-JRN-TEXT
           PERFORM 950-WRITE-JOURNAL.

      * The master is read through once without change, collecting
      * the keys of the records that fail; suspense.dat is saved;
      * then those records are DELETEd in place and the released
      * records written by key.  A released record whose key is
      * already on the master stays suspended.
       400-VALIDATE-EXCEPTION-MASTER.
           MOVE ZERO TO RV-CHECKED-COUNT RV-SUSPENDED-COUNT
               RV-RELEASED-COUNT RV-BLANK-COUNT RV-DELETE-COUNT
           MOVE 'N' TO RV-FILE-CHANGED
           MOVE 'EXCPREC '     TO RV-FILE-ID
           MOVE 'excmastr.snp' TO RV-SNAP-NAME
           MOVE ZERO           TO RV-KEY-COLUMN
           OPEN INPUT EXCMAST-FILE
           IF RV-EXCMAST-STATUS NOT = '00'
               MOVE SPACES TO RV-LINE-TEXT
               STRING 'RECVALID - ' RV-FILE-ID
                   ' master not present, skipped'
                   DELIMITED BY SIZE INTO RV-LINE-TEXT
               PERFORM 900-WRITE-LINE
           ELSE
               PERFORM UNTIL RV-EXCMAST-STATUS NOT = '00'
                   READ EXCMAST-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO RV-EXCMAST-STATUS
                       NOT AT END
                           PERFORM 410-CHECK-MASTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE EXCMAST-FILE
               MOVE '00' TO RV-EXCMAST-STATUS
               PERFORM 320-CHECK-RELEASES-FOR-FILE
               MOVE HIGH-VALUES TO RV-KEY-LIMIT
               PERFORM 345-FIND-NEXT-RELEASE
               IF RV-DELETE-COUNT > ZERO OR RV-PICK-SUB > ZERO
                   PERFORM 405-RECONCILE-MASTER
                   PERFORM 500-SAVE-SUSPENSE-FILE
                   PERFORM 420-UPDATE-MASTER
               END-IF
               IF RV-FILE-CHANGED = 'Y'
                   PERFORM 380-RETAKE-SNAPSHOT
               END-IF
               PERFORM 390-REPORT-FILE-COUNTS
           END-IF.

      * The guard walks the master in log-date order and hashes it
      * only up to the acknowledgement fields; the reconciliation
      * before the update does the same.
       405-RECONCILE-MASTER.
           PERFORM 375-START-RECONCILE
           OPEN INPUT EXCMAST-FILE
           IF RV-EXCMAST-STATUS = '00'
               MOVE LOW-VALUES TO EXCMAST-LOG-DATE
               START EXCMAST-FILE KEY NOT < EXCMAST-LOG-DATE
                   INVALID KEY
                       MOVE '10' TO RV-EXCMAST-STATUS
               END-START
               PERFORM UNTIL RV-EXCMAST-STATUS NOT = '00'
                   READ EXCMAST-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO RV-EXCMAST-STATUS
                       NOT AT END
                           MOVE SPACES TO RV-HASH-LINE
                           MOVE EXCMAST-RECORD(1:95) TO RV-HASH-LINE
                           PERFORM 377-ACCUMULATE-SPAN
                   END-READ
               END-PERFORM
               CLOSE EXCMAST-FILE
           END-IF
           MOVE '00' TO RV-EXCMAST-STATUS
           PERFORM 378-END-RECONCILE.

       410-CHECK-MASTER-RECORD.
           ADD 1 TO RV-CHECKED-COUNT
           MOVE SPACES TO RV-IMAGE
           MOVE EXCMAST-RECORD TO RV-IMAGE
           PERFORM 700-VALIDATE-IMAGE
           MOVE 'N' TO RV-SUSPEND-DONE
           IF RV-REASON NOT = SPACES
               IF RV-DELETE-COUNT NOT < RV-SUSP-MAX
                   MOVE 'Y' TO RV-SUSP-FULL
               ELSE
                   PERFORM 360-SUSPEND-RECORD
               END-IF
           END-IF
           IF RV-SUSPEND-DONE = 'Y'
               ADD 1 TO RV-DELETE-COUNT
               MOVE RV-EX-KEY TO RV-DELETE-KEY(RV-DELETE-COUNT)
           END-IF.

       420-UPDATE-MASTER.
           OPEN I-O EXCMAST-FILE
           IF RV-EXCMAST-STATUS NOT = '00'
               MOVE SPACES TO RV-LINE-TEXT
               STRING 'RECVALID - ' RV-FILE-ID
                   ' master not open for update, status '
                   RV-EXCMAST-STATUS
                   DELIMITED BY SIZE INTO RV-LINE-TEXT
               PERFORM 900-WRITE-LINE
           ELSE
               PERFORM 425-DELETE-ONE-RECORD
                   VARYING RV-DELETE-SUB FROM 1 BY 1
                   UNTIL RV-DELETE-SUB > RV-DELETE-COUNT
               PERFORM 430-WRITE-ONE-RELEASE
                   VARYING RV-SUSP-SUB FROM 1 BY 1
                   UNTIL RV-SUSP-SUB > RV-SUSP-COUNT
               CLOSE EXCMAST-FILE
           END-IF
           MOVE '00' TO RV-EXCMAST-STATUS.

       425-DELETE-ONE-RECORD.
           MOVE RV-DELETE-KEY(RV-DELETE-SUB) TO EXCMAST-KEY
           DELETE EXCMAST-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO RV-FILE-CHANGED
           END-DELETE.

       430-WRITE-ONE-RELEASE.
           IF RV-SP-PLACE(RV-SUSP-SUB) = 'V'
               AND RV-SP-FILE-ID(RV-SUSP-SUB) = RV-FILE-ID
               MOVE RV-SP-NEW-IMAGE(RV-SUSP-SUB)(1:112)
                   TO EXCMAST-RECORD
               WRITE EXCMAST-RECORD
                   INVALID KEY
                       MOVE 'key already on the master'
                           TO RV-REJECT-REASON
                       PERFORM 460-REFUSE-RELEASE
                   NOT INVALID KEY
                       MOVE 'W' TO RV-SP-PLACE(RV-SUSP-SUB)
                       MOVE 'Y' TO RV-FILE-CHANGED
                       ADD 1 TO RV-RELEASED-COUNT
               END-WRITE
           END-IF.

      * Release outcomes.  A release written back becomes RELEASED
      * with the image as put back; one whose file was never
      * validated this run (the file was not present) is refused
      * and stays suspended.
       450-SETTLE-RELEASES.
           PERFORM 455-SETTLE-ONE-RELEASE
               VARYING RV-SUSP-SUB FROM 1 BY 1
               UNTIL RV-SUSP-SUB > RV-SUSP-COUNT.

       455-SETTLE-ONE-RELEASE.
           IF RV-SP-STATUS(RV-SUSP-SUB) = 'RELEASING'
               IF RV-SP-PLACE(RV-SUSP-SUB) = 'W'
                   MOVE 'RELEASED' TO RV-SP-STATUS(RV-SUSP-SUB)
                   MOVE RV-SP-NEW-IMAGE(RV-SUSP-SUB)
                       TO RV-SP-IMAGE(RV-SUSP-SUB)
                   MOVE RV-TODAY-DATE
                       TO RV-SP-DECIDED-DATE(RV-SUSP-SUB)
                   MOVE RV-NOW-TIME
                       TO RV-SP-DECIDED-TIME(RV-SUSP-SUB)
                   ADD 1 TO RV-TOTAL-RELEASED
                   MOVE SPACES TO RV-LINE-TEXT
                   STRING 'RECVALID - released '
                       RV-SP-SUSP-ID(RV-SUSP-SUB) ' to '
                       RV-SP-FILE-ID(RV-SUSP-SUB) ' by '
                       RV-SP-OPERATOR(RV-SUSP-SUB)
                       DELIMITED BY SIZE INTO RV-LINE-TEXT
                   PERFORM 900-WRITE-LINE
                   MOVE 'RELEASE ' TO RV-JRN-EVENT
                   STRING RV-SP-SUSP-ID(RV-SUSP-SUB) ' '
                       RV-SP-FILE-ID(RV-SUSP-SUB) ' released by '
                       RV-SP-OPERATOR(RV-SUSP-SUB)
                       DELIMITED BY SIZE INTO RV-JRN-TEXT
                   PERFORM 950-WRITE-JOURNAL
               ELSE
                   MOVE 'file not available to take it back'
                       TO RV-REJECT-REASON
                   PERFORM 460-REFUSE-RELEASE
               END-IF
           END-IF.

       460-REFUSE-RELEASE.
           ADD 1 TO RV-REJECTED-COUNT
           MOVE SPACES TO RV-LINE-TEXT
           STRING 'RECVALID - release of ' RV-SP-SUSP-ID(RV-SUSP-SUB)
               ' ' RV-SP-FILE-ID(RV-SUSP-SUB) ' by '
               RV-SP-OPERATOR(RV-SUSP-SUB) ' refused - '
               RV-REJECT-REASON
               DELIMITED BY SIZE INTO RV-LINE-TEXT
           PERFORM 900-WRITE-LINE
           MOVE 'SUSPENDED' TO RV-SP-STATUS(RV-SUSP-SUB)
           MOVE SPACES      TO RV-SP-OPERATOR(RV-SUSP-SUB)
           MOVE SPACES      TO RV-SP-NEW-IMAGE(RV-SUSP-SUB)
           MOVE SPACE       TO RV-SP-PLACE(RV-SUSP-SUB).

       480-COPY-EXCEPTION-MASTER.
           OPEN INPUT EXCMAST-FILE
           IF RV-EXCMAST-STATUS = '00'
               PERFORM UNTIL RV-EXCMAST-STATUS NOT = '00'
                   READ EXCMAST-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO RV-EXCMAST-STATUS
                       NOT AT END
                           MOVE SPACES TO SNAP-LINE
                           MOVE EXCMAST-RECORD TO SNAP-LINE
                           WRITE SNAP-LINE
                           MOVE SPACES TO RV-HASH-LINE
                           MOVE EXCMAST-RECORD(1:95) TO RV-HASH-LINE
                           PERFORM 388-ACCUMULATE-HASH
                   END-READ
               END-PERFORM
               CLOSE EXCMAST-FILE
           END-IF
           MOVE '00' TO RV-EXCMAST-STATUS.

      * Open records - SUSPENDED, or RELEASING until the release is
      * settled - are what suspense.dat holds; a crash after a save
      * leaves a pending release simply suspended, to be keyed again.
       500-SAVE-SUSPENSE-FILE.
           MOVE ZERO TO RV-OPEN-COUNT
           OPEN OUTPUT SUSPENSE-FILE
           PERFORM 505-SAVE-ONE-ENTRY
               VARYING RV-SUSP-SUB FROM 1 BY 1
               UNTIL RV-SUSP-SUB > RV-SUSP-COUNT
           CLOSE SUSPENSE-FILE.

       505-SAVE-ONE-ENTRY.
           IF RV-SP-STATUS(RV-SUSP-SUB) = 'SUSPENDED'
               OR RV-SP-STATUS(RV-SUSP-SUB) = 'RELEASING'
               PERFORM 510-BUILD-SUSPENSE-RECORD
               MOVE 'SUSPENDED' TO SUSPREC-STATUS
               MOVE SPACES      TO SUSPREC-OPERATOR
               WRITE SUSPREC-RECORD
               ADD 1 TO RV-OPEN-COUNT
           END-IF.

       510-BUILD-SUSPENSE-RECORD.
           MOVE SPACES TO SUSPREC-RECORD
           MOVE RV-SP-SUSP-ID(RV-SUSP-SUB)     TO SUSPREC-SUSP-ID
           MOVE RV-SP-FILE-ID(RV-SUSP-SUB)     TO SUSPREC-FILE-ID
           MOVE RV-SP-REASON(RV-SUSP-SUB)      TO SUSPREC-REASON
           MOVE RV-SP-FIELD(RV-SUSP-SUB)       TO SUSPREC-FIELD
           MOVE RV-SP-STATUS(RV-SUSP-SUB)      TO SUSPREC-STATUS
           MOVE RV-SP-SUSP-DATE(RV-SUSP-SUB)   TO SUSPREC-SUSP-DATE
           MOVE RV-SP-SUSP-TIME(RV-SUSP-SUB)   TO SUSPREC-SUSP-TIME
           MOVE RV-SP-SUSP-RUN-ID(RV-SUSP-SUB) TO SUSPREC-SUSP-RUN-ID
           MOVE RV-SP-OPERATOR(RV-SUSP-SUB)    TO SUSPREC-OPERATOR
           MOVE RV-SP-DECIDED-DATE(RV-SUSP-SUB)
               TO SUSPREC-DECIDED-DATE
           MOVE RV-SP-DECIDED-TIME(RV-SUSP-SUB)
               TO SUSPREC-DECIDED-TIME
           MOVE RV-SP-IMAGE(RV-SUSP-SUB)       TO SUSPREC-IMAGE.

      * Decided records are appended to the history once.  Discards
      * are logged straight after the transactions, before any file
      * is touched; releases once they are settled.
       520-APPEND-HISTORY.
           OPEN EXTEND SUSPHIST-FILE
           IF RV-SUSPHIST-STATUS = '35'
               OPEN OUTPUT SUSPHIST-FILE
           END-IF
           IF RV-SUSPHIST-STATUS = '00'
               PERFORM 525-APPEND-ONE-ENTRY
                   VARYING RV-SUSP-SUB FROM 1 BY 1
                   UNTIL RV-SUSP-SUB > RV-SUSP-COUNT
               CLOSE SUSPHIST-FILE
           ELSE
               MOVE SPACES TO RV-LINE-TEXT
               STRING 'RECVALID - susphist.dat not writable, status '
                   RV-SUSPHIST-STATUS
                   DELIMITED BY SIZE INTO RV-LINE-TEXT
               PERFORM 900-WRITE-LINE
           END-IF
           MOVE '00' TO RV-SUSPHIST-STATUS.

       525-APPEND-ONE-ENTRY.
           IF (RV-SP-STATUS(RV-SUSP-SUB) = 'RELEASED'
               OR RV-SP-STATUS(RV-SUSP-SUB) = 'DISCARDED')
               AND RV-SP-LOGGED(RV-SUSP-SUB) = 'N'
               PERFORM 510-BUILD-SUSPENSE-RECORD
               WRITE SUSPHIST-LINE FROM SUSPREC-RECORD
               MOVE 'Y' TO RV-SP-LOGGED(RV-SUSP-SUB)
           END-IF.

       550-WRITE-SNAPSHOT-CONTROL.
           OPEN OUTPUT SNAPCTL-FILE
           PERFORM 555-WRITE-ONE-CONTROL
               VARYING RV-SC-SUB FROM 1 BY 1
               UNTIL RV-SC-SUB > RV-SC-COUNT
           CLOSE SNAPCTL-FILE.

       555-WRITE-ONE-CONTROL.
           MOVE SPACES TO SNAPCTL-RECORD
           MOVE RV-SC-FILE-ID(RV-SC-SUB)   TO SNAPCTL-FILE-ID
           MOVE RV-SC-DATE(RV-SC-SUB)      TO SNAPCTL-DATE
           MOVE RV-SC-TIME(RV-SC-SUB)      TO SNAPCTL-TIME
           MOVE RV-SC-REC-COUNT(RV-SC-SUB) TO SNAPCTL-REC-COUNT
           MOVE RV-SC-REC-TOTAL(RV-SC-SUB) TO SNAPCTL-REC-TOTAL
           WRITE SNAPCTL-RECORD.

       600-REPORT-OPEN-ITEMS.
           IF RV-OPEN-COUNT > ZERO
               MOVE RV-OPEN-COUNT TO RV-COUNT-DISP
               MOVE SPACES TO RV-LINE-TEXT
               STRING 'RECVALID - records held in suspense: '
                   RV-COUNT-DISP
                   ' - release or discard them through susptran.dat'
                   DELIMITED BY SIZE INTO RV-LINE-TEXT
               PERFORM 900-WRITE-LINE
               PERFORM 610-REPORT-ONE-ITEM
                   VARYING RV-SUSP-SUB FROM 1 BY 1
                   UNTIL RV-SUSP-SUB > RV-SUSP-COUNT
           END-IF.

       610-REPORT-ONE-ITEM.
           IF RV-SP-STATUS(RV-SUSP-SUB) = 'SUSPENDED'
               MOVE SPACES TO RV-LINE-TEXT
               STRING '  ' RV-SP-SUSP-ID(RV-SUSP-SUB) ' '
                   RV-SP-FILE-ID(RV-SUSP-SUB) ' '
                   RV-SP-REASON(RV-SUSP-SUB) ' '
                   RV-SP-FIELD(RV-SUSP-SUB)
                   ' since ' RV-SP-SUSP-DATE(RV-SUSP-SUB)
                   DELIMITED BY SIZE INTO RV-LINE-TEXT
               PERFORM 900-WRITE-LINE
               MOVE SPACES TO RV-LINE-TEXT
               STRING '    image: ' RV-SP-IMAGE(RV-SUSP-SUB)(1:112)
                   DELIMITED BY SIZE INTO RV-LINE-TEXT
               PERFORM 900-WRITE-LINE
           END-IF.

      * Field-by-field checks.  The first failing field is the one
      * reported; a record is suspended for one reason at a time.
       700-VALIDATE-IMAGE.
           MOVE SPACES TO RV-REASON RV-FIELD
           EVALUATE RV-FILE-ID
               WHEN 'CKPTSTAT'
                   PERFORM 710-VALIDATE-CKPTSTAT
               WHEN 'CMPAUDIT'
                   PERFORM 720-VALIDATE-CMPAUDIT
               WHEN 'SLAHIST '
                   PERFORM 730-VALIDATE-SLAHIST
               WHEN 'BVRESULT'
                   PERFORM 740-VALIDATE-BVRESULT
               WHEN 'EXCPREC '
                   PERFORM 750-VALIDATE-EXCMAST
           END-EVALUATE.

       710-VALIDATE-CKPTSTAT.
           MOVE RV-CK-PROGRAM-ID TO RV-CHK-PROGRAM
           PERFORM 830-CHECK-PROGRAM
           IF RV-CHK-OK = 'N'
               MOVE 'PGMI' TO RV-REASON
               MOVE 'CKPTSTAT-PROGRAM-ID' TO RV-FIELD
           END-IF
           IF RV-REASON = SPACES AND RV-CK-RETURN-CODE NOT NUMERIC
               MOVE 'NUMR' TO RV-REASON
               MOVE 'CKPTSTAT-RETURN-CODE' TO RV-FIELD
           END-IF
           IF RV-REASON = SPACES
               MOVE RV-CK-RUN-DATE TO RV-CHK-DATE
               PERFORM 800-CHECK-DATE
               IF RV-CHK-OK = 'N'
                   MOVE 'DATE' TO RV-REASON
                   MOVE 'CKPTSTAT-RUN-DATE' TO RV-FIELD
               END-IF
           END-IF
           IF RV-REASON = SPACES
               MOVE RV-CK-RUN-TIME TO RV-CHK-TIME
               PERFORM 810-CHECK-TIME
               IF RV-CHK-OK = 'N'
                   MOVE 'TIME' TO RV-REASON
                   MOVE 'CKPTSTAT-RUN-TIME' TO RV-FIELD
               END-IF
           END-IF
           IF RV-REASON = SPACES
               MOVE RV-CK-RUN-ID TO RV-CHK-RUN-ID
               MOVE 'Y' TO RV-BLANK-OK
               PERFORM 820-CHECK-RUN-ID
               IF RV-CHK-OK = 'N'
                   MOVE 'RNID' TO RV-REASON
                   MOVE 'CKPTSTAT-RUN-ID' TO RV-FIELD
               END-IF
           END-IF
           IF RV-REASON = SPACES
               AND RV-CK-RUN-STATUS NOT = SPACES
               AND RV-CK-RUN-STATUS NOT = 'FORCED'
               AND RV-CK-RUN-STATUS NOT = 'HELD'
               MOVE 'CODE' TO RV-REASON
               MOVE 'CKPTSTAT-RUN-STATUS' TO RV-FIELD
           END-IF.

      * The GMT difference is a sign and HHMM, or 00000 where the
      * system clock gave none.  The run mode is checked against
      * the modes CTLVALID allows the two programs that write this
      * ledger; a blank mode predates the field.
       720-VALIDATE-CMPAUDIT.
           MOVE RV-CA-PROGRAM-ID TO RV-CHK-PROGRAM
           PERFORM 830-CHECK-PROGRAM
           IF RV-CHK-OK = 'N'
               MOVE 'PGMI' TO RV-REASON
               MOVE 'CMPAUDIT-PROGRAM-ID' TO RV-FIELD
           END-IF
           IF RV-REASON = SPACES
               MOVE RV-CA-COMPILED-DATE TO RV-CHK-DATE
               PERFORM 800-CHECK-DATE
               IF RV-CHK-OK = 'N'
                   MOVE 'DATE' TO RV-REASON
                   MOVE 'CMPAUDIT-WHEN-COMPILED' TO RV-FIELD
               END-IF
           END-IF
           IF RV-REASON = SPACES
               MOVE RV-CA-COMPILED-TIME TO RV-CHK-TIME
               PERFORM 810-CHECK-TIME
               IF RV-CHK-OK = 'N'
                   MOVE 'TIME' TO RV-REASON
                   MOVE 'CMPAUDIT-WHEN-COMPILED' TO RV-FIELD
               END-IF
           END-IF
           IF RV-REASON = SPACES
               MOVE RV-CA-CURRENT-DATE TO RV-CHK-DATE
               PERFORM 800-CHECK-DATE
               IF RV-CHK-OK = 'N'
                   MOVE 'DATE' TO RV-REASON
                   MOVE 'CMPAUDIT-CURRENT-DATE' TO RV-FIELD
               END-IF
           END-IF
           IF RV-REASON = SPACES
               MOVE RV-CA-CURRENT-TIME TO RV-CHK-TIME
               PERFORM 810-CHECK-TIME
               IF RV-CHK-OK = 'N'
                   MOVE 'TIME' TO RV-REASON
                   MOVE 'CMPAUDIT-CURRENT-TIME' TO RV-FIELD
               END-IF
           END-IF
           IF RV-REASON = SPACES
               IF (RV-CA-GMT-SIGN NOT = '+'
                   AND RV-CA-GMT-SIGN NOT = '-'
                   AND RV-CA-GMT-SIGN NOT = '0')
                   OR RV-CA-GMT-HHMM NOT NUMERIC
                   MOVE 'CODE' TO RV-REASON
                   MOVE 'CMPAUDIT-GMT-DIFFERENCE' TO RV-FIELD
               END-IF
           END-IF
           IF RV-REASON = SPACES
               MOVE RV-CA-RUN-ID TO RV-CHK-RUN-ID
               MOVE 'Y' TO RV-BLANK-OK
               PERFORM 820-CHECK-RUN-ID
               IF RV-CHK-OK = 'N'
                   MOVE 'RNID' TO RV-REASON
                   MOVE 'CMPAUDIT-RUN-ID' TO RV-FIELD
               END-IF
           END-IF
           IF RV-REASON = SPACES AND RV-CA-RUN-MODE NOT = SPACES
               EVALUATE TRUE
                   WHEN RV-CA-PROGRAM-ID = 'TESTFUNC'
                       AND RV-CA-RUN-MODE NOT = 'FULL'
                       AND RV-CA-RUN-MODE NOT = 'DATEONLY'
                       MOVE 'CODE' TO RV-REASON
                   WHEN RV-CA-PROGRAM-ID = 'bintest'
                       AND RV-CA-RUN-MODE NOT = 'FULL'
                       AND RV-CA-RUN-MODE NOT = 'BYTELEN'
                       AND RV-CA-RUN-MODE NOT = 'TRUNC'
                       AND RV-CA-RUN-MODE NOT = 'PACKED'
                       MOVE 'CODE' TO RV-REASON
               END-EVALUATE
               IF RV-REASON NOT = SPACES
                   MOVE 'CMPAUDIT-RUN-MODE' TO RV-FIELD
               END-IF
           END-IF.

      * A window that crosses midnight legitimately ends before it
      * started by the clock; the driver's elapsed seconds then
      * carry the extra day, and that is the only end-before-start
      * a history record may show.
       730-VALIDATE-SLAHIST.
           MOVE RV-SH-RUN-ID TO RV-CHK-RUN-ID
           MOVE 'N' TO RV-BLANK-OK
           PERFORM 820-CHECK-RUN-ID
           IF RV-CHK-OK = 'N'
               MOVE 'RNID' TO RV-REASON
               MOVE 'SLAHIST-RUN-ID' TO RV-FIELD
           END-IF
           IF RV-REASON = SPACES
               MOVE RV-SH-PROGRAM-ID TO RV-CHK-PROGRAM
               PERFORM 830-CHECK-PROGRAM
               IF RV-CHK-OK = 'N'
                   MOVE 'PGMI' TO RV-REASON
                   MOVE 'SLAHIST-PROGRAM-ID' TO RV-FIELD
               END-IF
           END-IF
           IF RV-REASON = SPACES
               MOVE RV-SH-RUN-DATE TO RV-CHK-DATE
               PERFORM 800-CHECK-DATE
               IF RV-CHK-OK = 'N'
                   MOVE 'DATE' TO RV-REASON
                   MOVE 'SLAHIST-RUN-DATE' TO RV-FIELD
               END-IF
           END-IF
           IF RV-REASON = SPACES
               MOVE RV-SH-START-TIME TO RV-CHK-TIME
               PERFORM 810-CHECK-TIME
               MOVE RV-TIME-SECS TO RV-START-SECS
               IF RV-CHK-OK = 'N'
                   MOVE 'TIME' TO RV-REASON
                   MOVE 'SLAHIST-START-TIME' TO RV-FIELD
               END-IF
           END-IF
           IF RV-REASON = SPACES
               MOVE RV-SH-END-TIME TO RV-CHK-TIME
               PERFORM 810-CHECK-TIME
               MOVE RV-TIME-SECS TO RV-END-SECS
               IF RV-CHK-OK = 'N'
                   MOVE 'TIME' TO RV-REASON
                   MOVE 'SLAHIST-END-TIME' TO RV-FIELD
               END-IF
           END-IF
           IF RV-REASON = SPACES AND RV-SH-ELAPSED-SECS NOT NUMERIC
               MOVE 'NUMR' TO RV-REASON
               MOVE 'SLAHIST-ELAPSED-SECS' TO RV-FIELD
           END-IF
           IF RV-REASON = SPACES
               AND RV-END-SECS < RV-START-SECS
               AND RV-SH-ELAPSED-NUM
                   < RV-END-SECS + 86400 - RV-START-SECS
               MOVE 'SEQT' TO RV-REASON
               MOVE 'SLAHIST-END-TIME' TO RV-FIELD
           END-IF.

       740-VALIDATE-BVRESULT.
           IF RV-BV-FIELD-NAME = SPACES
               MOVE 'CODE' TO RV-REASON
               MOVE 'BVRESULT-FIELD-NAME' TO RV-FIELD
           END-IF
           IF RV-REASON = SPACES AND RV-BV-PIC-SIZE NOT NUMERIC
               MOVE 'NUMR' TO RV-REASON
               MOVE 'BVRESULT-PIC-SIZE' TO RV-FIELD
           END-IF
           IF RV-REASON = SPACES
               AND (RV-BV-PIC-SIZE-NUM < 1 OR RV-BV-PIC-SIZE-NUM > 18)
               MOVE 'CODE' TO RV-REASON
               MOVE 'BVRESULT-PIC-SIZE' TO RV-FIELD
           END-IF
           IF RV-REASON = SPACES
               AND RV-BV-TRUNC-MODE NOT = 'TRUNC'
               AND RV-BV-TRUNC-MODE NOT = 'NOTRUNC'
               MOVE 'CODE' TO RV-REASON
               MOVE 'BVRESULT-TRUNC-MODE' TO RV-FIELD
           END-IF
           IF RV-REASON = SPACES
               MOVE RV-BV-TEST-VALUE TO RV-CHK-VALUE
               PERFORM 840-CHECK-SIGNED-VALUE
               IF RV-CHK-OK = 'N'
                   MOVE 'NUMR' TO RV-REASON
                   MOVE 'BVRESULT-TEST-VALUE' TO RV-FIELD
               END-IF
           END-IF
           IF RV-REASON = SPACES
               MOVE RV-BV-ACTUAL-VALUE TO RV-CHK-VALUE
               PERFORM 840-CHECK-SIGNED-VALUE
               IF RV-CHK-OK = 'N'
                   MOVE 'NUMR' TO RV-REASON
                   MOVE 'BVRESULT-ACTUAL-VALUE' TO RV-FIELD
               END-IF
           END-IF
           IF RV-REASON = SPACES
               AND RV-BV-STATUS NOT = 'PASS'
               AND RV-BV-STATUS NOT = 'FAIL'
               MOVE 'CODE' TO RV-REASON
               MOVE 'BVRESULT-STATUS' TO RV-FIELD
           END-IF
           IF RV-REASON = SPACES
               MOVE RV-BV-RUN-ID TO RV-CHK-RUN-ID
               MOVE 'N' TO RV-BLANK-OK
               PERFORM 820-CHECK-RUN-ID
               IF RV-CHK-OK = 'N'
                   MOVE 'RNID' TO RV-REASON
                   MOVE 'BVRESULT-RUN-ID' TO RV-FIELD
               END-IF
           END-IF.

      * A blank acknowledgement flag is an exception logged before
      * the flag existed and counts as unacknowledged.
       750-VALIDATE-EXCMAST.
           IF RV-EX-FIELD-NAME = SPACES
               MOVE 'CODE' TO RV-REASON
               MOVE 'EXCMAST-FIELD-NAME' TO RV-FIELD
           END-IF
           IF RV-REASON = SPACES
               MOVE RV-EX-RUN-ID TO RV-CHK-RUN-ID
               MOVE 'Y' TO RV-BLANK-OK
               PERFORM 820-CHECK-RUN-ID
               IF RV-CHK-OK = 'N'
                   MOVE 'RNID' TO RV-REASON
                   MOVE 'EXCMAST-RUN-ID' TO RV-FIELD
               END-IF
           END-IF
           IF RV-REASON = SPACES
               MOVE RV-EX-LOG-DATE TO RV-CHK-DATE
               PERFORM 800-CHECK-DATE
               IF RV-CHK-OK = 'N'
                   MOVE 'DATE' TO RV-REASON
                   MOVE 'EXCMAST-LOG-DATE' TO RV-FIELD
               END-IF
           END-IF
           IF RV-REASON = SPACES
               MOVE RV-EX-PROGRAM-ID TO RV-CHK-PROGRAM
               PERFORM 830-CHECK-PROGRAM
               IF RV-CHK-OK = 'N'
                   MOVE 'PGMI' TO RV-REASON
                   MOVE 'EXCMAST-PROGRAM-ID' TO RV-FIELD
               END-IF
           END-IF
           IF RV-REASON = SPACES AND RV-EX-PIC-SIZE NOT NUMERIC
               MOVE 'NUMR' TO RV-REASON
               MOVE 'EXCMAST-PIC-SIZE' TO RV-FIELD
           END-IF
           IF RV-REASON = SPACES
               MOVE RV-EX-EXPECTED-VALUE TO RV-CHK-VALUE
               PERFORM 840-CHECK-SIGNED-VALUE
               IF RV-CHK-OK = 'N'
                   MOVE 'NUMR' TO RV-REASON
                   MOVE 'EXCMAST-EXPECTED-VALUE' TO RV-FIELD
               END-IF
           END-IF
           IF RV-REASON = SPACES
               MOVE RV-EX-TRUNCATED-VALUE TO RV-CHK-VALUE
               PERFORM 840-CHECK-SIGNED-VALUE
               IF RV-CHK-OK = 'N'
                   MOVE 'NUMR' TO RV-REASON
                   MOVE 'EXCMAST-TRUNCATED-VALUE' TO RV-FIELD
               END-IF
           END-IF
           IF RV-REASON = SPACES
               MOVE RV-EX-LOG-TIME TO RV-CHK-TIME
               PERFORM 810-CHECK-TIME
               IF RV-CHK-OK = 'N'
                   MOVE 'TIME' TO RV-REASON
                   MOVE 'EXCMAST-LOG-TIME' TO RV-FIELD
               END-IF
           END-IF
           IF RV-REASON = SPACES
               AND RV-EX-SEVERITY NOT = 'HIGH'
               AND RV-EX-SEVERITY NOT = 'MED'
               MOVE 'SEVR' TO RV-REASON
               MOVE 'EXCMAST-SEVERITY' TO RV-FIELD
           END-IF
           IF RV-REASON = SPACES
               AND RV-EX-ACK-FLAG NOT = 'Y'
               AND RV-EX-ACK-FLAG NOT = 'N'
               AND RV-EX-ACK-FLAG NOT = SPACE
               MOVE 'ACKF' TO RV-REASON
               MOVE 'EXCMAST-ACK-FLAG' TO RV-FIELD
           END-IF
           IF RV-REASON = SPACES AND RV-EX-ACK-FLAG = 'Y'
               MOVE RV-EX-ACK-DATE TO RV-CHK-DATE
               PERFORM 800-CHECK-DATE
               EVALUATE TRUE
                   WHEN RV-CHK-OK = 'N'
                       MOVE 'ACKF' TO RV-REASON
                       MOVE 'EXCMAST-ACK-DATE' TO RV-FIELD
                   WHEN RV-EX-ACK-OPERATOR = SPACES
                       MOVE 'ACKF' TO RV-REASON
                       MOVE 'EXCMAST-ACK-OPERATOR' TO RV-FIELD
               END-EVALUATE
           END-IF.

       800-CHECK-DATE.
           MOVE 'N' TO RV-CHK-OK
           MOVE ZERO TO RV-DATE-INT
           IF RV-CHK-DATE IS NUMERIC
               MOVE RV-CHK-DATE TO RV-DATE-NUM
               IF RV-DATE-NUM NOT < 16010101
                   COMPUTE RV-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(RV-DATE-NUM)
               END-IF
           END-IF
           IF RV-DATE-INT > ZERO
               MOVE 'Y' TO RV-CHK-OK
           END-IF.

      * Leaves the time of day in seconds in RV-TIME-SECS.
       810-CHECK-TIME.
           MOVE 'N' TO RV-CHK-OK
           MOVE ZERO TO RV-TIME-SECS
           IF RV-CHK-TIME IS NUMERIC
               MOVE RV-CHK-TIME TO RV-TIME-WORK
               IF RV-TW-HH < 24 AND RV-TW-MM < 60 AND RV-TW-SS < 60
                   MOVE 'Y' TO RV-CHK-OK
                   COMPUTE RV-TIME-SECS = RV-TW-HH * 3600
                       + RV-TW-MM * 60 + RV-TW-SS
               END-IF
           END-IF.

      * The driver stamps its run-id from the clock as
      * YYYYMMDDHHMMSS, so a good one is a valid date and time.
       820-CHECK-RUN-ID.
           IF RV-CHK-RUN-ID = SPACES
               MOVE RV-BLANK-OK TO RV-CHK-OK
           ELSE
               MOVE 'N' TO RV-CHK-OK
               IF RV-CHK-RUN-ID IS NUMERIC
                   MOVE RV-CHK-RUN-ID(1:8) TO RV-CHK-DATE
                   PERFORM 800-CHECK-DATE
                   IF RV-CHK-OK = 'Y'
                       MOVE RV-CHK-RUN-ID(9:6) TO RV-CHK-TIME
                       PERFORM 810-CHECK-TIME
                   END-IF
               END-IF
           END-IF.

       830-CHECK-PROGRAM.
           MOVE 'N' TO RV-CHK-OK
           PERFORM 835-MATCH-PROGRAM
               VARYING RV-KNOWN-SUB FROM 1 BY 1
               UNTIL RV-KNOWN-SUB > RV-KNOWN-COUNT
                   OR RV-CHK-OK = 'Y'.

       835-MATCH-PROGRAM.
           IF RV-KNOWN-ID(RV-KNOWN-SUB) = RV-CHK-PROGRAM
               MOVE 'Y' TO RV-CHK-OK
           END-IF.

      * An edited signed value, as PIC -(18)9 writes it: leading
      * spaces, an optional minus sign, then digits to the end.
       840-CHECK-SIGNED-VALUE.
           MOVE 'N' TO RV-CHK-OK
           MOVE ZERO TO RV-VAL-POS
           INSPECT RV-CHK-VALUE TALLYING RV-VAL-POS
               FOR LEADING SPACES
           ADD 1 TO RV-VAL-POS
           IF RV-VAL-POS < 20
               IF RV-CHK-VALUE(RV-VAL-POS:1) = '-'
                   ADD 1 TO RV-VAL-POS
               END-IF
           END-IF
           IF RV-VAL-POS < 20
               COMPUTE RV-VAL-LEN = 20 - RV-VAL-POS
               IF RV-CHK-VALUE(RV-VAL-POS:RV-VAL-LEN) IS NUMERIC
                   MOVE 'Y' TO RV-CHK-OK
               END-IF
           END-IF.

       900-WRITE-LINE.
           WRITE REPORT-LINE FROM RV-LINE-TEXT
           DISPLAY RV-LINE-TEXT.

      * Best-effort by design: the journal must never take the
      * validation down, so a missing journal routine is swallowed.
       950-WRITE-JOURNAL.
           CALL 'JRNWRITE' USING RV-LOCK-RUN-ID RV-JRN-PROGRAM
               RV-JRN-EVENT RV-JRN-TEXT
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SPACES TO RV-JRN-TEXT.

       END PROGRAM RECVALID.
