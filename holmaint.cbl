      * data change rather than a source change.  Rejected
      * transactions (bad dates, unknown actions, duplicate adds,
      * deletes of dates not on the calendar) are reported with a
      * reason and leave the calendar unchanged.  Calendar changes
      * are under the same maker-checker control as the control files
      * (CTLMAINT): a valid ADD or DELETE is held on ctlpend.dat and
      * only a second operator's APPROV applies it, REJECT refuses it,
      * and one left undecided past the CTLPEND retention days
      * expires.  Every outcome goes on the ctlaudit.dat trail.
      *-----------------------------------------------------------------
      * CHANGE LOG
      * 08/22/2026  Initial coding.
      *             overflow entries from the live calendar.
      * 09/03/2026  Honour the batch-window lock: refuse to run with
      *             RC=8 while a window is live.
      * 10/15/2026  Maker-checker control: ADD/DELETE are held on
      *             ctlpend.dat for a second operator's APPROV or
      *             REJECT, undecided changes expire, and every
      *             outcome is written to the ctlaudit.dat trail.
      *             The operator is now required.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HM-HOLTRAN-STATUS.

           SELECT CTLRETN-FILE
               ASSIGN TO "ctlretn.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HM-CTLRETN-STATUS.

           SELECT CTLPEND-FILE
               ASSIGN TO "ctlpend.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HM-CTLPEND-STATUS.

           SELECT CTLAUDIT-FILE
               ASSIGN TO "ctlaudit.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HM-CTLAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLCAL-FILE.
       FD  HOLTRAN-FILE.
           COPY HOLTRAN.CPY.

       FD  CTLRETN-FILE.
           COPY CTLRETN.CPY.

       FD  CTLPEND-FILE.
           COPY CTLPEND.CPY.

       FD  CTLAUDIT-FILE.
           COPY CTLAUD.CPY.

       WORKING-STORAGE SECTION.
       01  HM-CURRENT-DATE.
           05  HM-TODAY-DATE               PIC X(08)   VALUE SPACES.
           05  HM-NOW-TIME                 PIC X(06)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE SPACES.

      * The whole calendar is held in storage while transactions are
      * applied and rewritten once at the end.  100 entries is a
      * decade of bank holidays.
       01  HM-REJECT-REASON                PIC X(40)   VALUE SPACES.
       01  HM-CALENDAR-CHANGED             PIC X(01)   VALUE 'N'.

      * The calendar as it stood before the transaction, put back
      * after a proposal has been validated against it and after an
      * approval that no longer applies.
       01  HM-SNAP-CALENDAR-TABLE          PIC X(3800) VALUE SPACES.
       01  HM-SNAP-CAL-COUNT               COMP PIC 9(04) VALUE ZERO.
       01  HM-SNAP-CALENDAR-CHANGED        PIC X(01)   VALUE 'N'.

      * Audit images are the calendar record, date then description.
       01  HM-AUD-OLD                      PIC X(70)   VALUE SPACES.
       01  HM-AUD-NEW                      PIC X(70)   VALUE SPACES.
       01  HM-AUD-MAKER                    PIC X(08)   VALUE SPACES.
       01  HM-AUD-CHECKER                  PIC X(08)   VALUE SPACES.
       01  HM-AUD-FILE-ID                  PIC X(08)   VALUE SPACES.
       01  HM-AUD-ACTION                   PIC X(06)   VALUE SPACES.
       01  HM-AUD-CHANGE-ID                PIC X(06)   VALUE SPACES.
       01  HM-AUD-OUTCOME                  PIC X(08)   VALUE SPACES.
       01  HM-AUD-NOTE                     PIC X(40)   VALUE SPACES.
       01  HM-AUDIT-FAILED                 PIC X(01)   VALUE 'N'.

      * Changes awaiting a second operator (CTLPEND.CPY), shared with
      * CTLMAINT - its control-file entries are carried through
      * untouched.  Only entries still PENDING are written back.
       01  HM-PEND-TABLE.
           05  HM-PEND-ENTRY OCCURS 200 TIMES.
               10  HM-PD-CHANGE-ID         PIC 9(06).
               10  HM-PD-FILE-ID           PIC X(08).
               10  HM-PD-ACTION            PIC X(06).
               10  HM-PD-MAKER             PIC X(08).
               10  HM-PD-MADE-DATE         PIC X(08).
               10  HM-PD-MADE-TIME         PIC X(06).
               10  HM-PD-DATA              PIC X(70).
               10  HM-PD-BEFORE            PIC X(70).
               10  HM-PD-AFTER             PIC X(70).
               10  HM-PD-STATUS            PIC X(08).
       01  HM-PEND-COUNT                   COMP PIC 9(04) VALUE ZERO.
       01  HM-PEND-SUB                     COMP PIC 9(04) VALUE ZERO.
       01  HM-PEND-MATCH-SUB               COMP PIC 9(04) VALUE ZERO.
       01  HM-PEND-OVERFLOW                PIC X(01)   VALUE 'N'.
       01  HM-PEND-CHANGED                 PIC X(01)   VALUE 'N'.
       01  HM-LAST-CHANGE-ID               PIC 9(06)   VALUE ZERO.
       01  HM-WANT-CHANGE-ID               PIC 9(06)   VALUE ZERO.
       01  HM-EXPIRY-DAYS                  PIC 9(04)   VALUE 7.
       01  HM-EXPIRY-DISP                  PIC ZZZ9    VALUE ZERO.
       01  HM-DATE-NUM                     PIC 9(08)   VALUE ZERO.
       01  HM-TODAY-INT                    PIC 9(07)   VALUE ZERO.
       01  HM-MADE-INT                     PIC 9(07)   VALUE ZERO.

      * PROPOSE while a new change is validated, APPROVE while an
      * approved one is applied - 290 holds or applies accordingly.
       01  HM-APPLY-MODE                   PIC X(08)   VALUE SPACES.
       01  HM-TRAN-SAVE                    PIC X(58)   VALUE SPACES.

       01  HM-APPLIED-COUNT                PIC 9(05)   VALUE ZERO.
       01  HM-REJECTED-COUNT               PIC 9(05)   VALUE ZERO.
       01  HM-HELD-COUNT                   PIC 9(05)   VALUE ZERO.
       01  HM-EXPIRED-COUNT                PIC 9(05)   VALUE ZERO.
       01  HM-COUNT-DISP-3                 PIC ZZZZ9   VALUE ZERO.
       01  HM-COUNT-DISP-4                 PIC ZZZZ9   VALUE ZERO.
       01  HM-COUNT-DISP                   PIC ZZZZ9   VALUE ZERO.
       01  HM-COUNT-DISP-2                 PIC ZZZZ9   VALUE ZERO.
       01  HM-RETURN-CODE                  PIC S9(04)  VALUE ZERO.

       01  HM-HOLCAL-STATUS                PIC X(02)   VALUE '00'.
       01  HM-HOLTRAN-STATUS               PIC X(02)   VALUE '00'.
       01  HM-CTLRETN-STATUS               PIC X(02)   VALUE '00'.
       01  HM-CTLPEND-STATUS               PIC X(02)   VALUE '00'.
       01  HM-CTLAUDIT-STATUS              PIC X(02)   VALUE '00'.

      * Window-lock parameters - the calendar rewrite must never
      * interleave with a live window's TESTFUNC calendar read.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO HM-CURRENT-DATE
           MOVE HM-TODAY-DATE TO HM-DATE-NUM
           COMPUTE HM-TODAY-INT = FUNCTION INTEGER-OF-DATE(HM-DATE-NUM)
           PERFORM 100-LOAD-CALENDAR
           IF HM-CAL-OVERFLOW = 'Y'
               DISPLAY 'HOLMAINT - holcal.dat holds more records'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 120-LOAD-PEND-FILE
           IF HM-PEND-OVERFLOW = 'Y'
               DISPLAY 'HOLMAINT - ctlpend.dat holds more records'
                   ' than the 200-entry table, run rejected and'
                   ' the calendar left untouched'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 130-FIND-EXPIRY-DAYS
           PERFORM 155-FIND-LAST-CHANGE-ID
           PERFORM 150-OPEN-AUDIT-TRAIL
           IF HM-CTLAUDIT-STATUS NOT = '00'
               DISPLAY 'HOLMAINT - change-audit trail not writable,'
                   ' status ' HM-CTLAUDIT-STATUS ' - run aborted,'
                   ' nothing applied'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 160-EXPIRE-PENDING-CHANGES
           PERFORM 200-PROCESS-TRANSACTIONS
           CLOSE CTLAUDIT-FILE
           IF HM-AUDIT-FAILED = 'Y'
               DISPLAY 'HOLMAINT - change-audit write failed, run'
                   ' aborted and the calendar left untouched -'
                   ' audit records stamped this run are void'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF HM-CALENDAR-CHANGED = 'Y'
               PERFORM 500-REWRITE-CALENDAR
           END-IF
           IF HM-PEND-CHANGED = 'Y'
               PERFORM 520-REWRITE-PEND-FILE
           END-IF
           MOVE HM-APPLIED-COUNT  TO HM-COUNT-DISP
           MOVE HM-REJECTED-COUNT TO HM-COUNT-DISP-2
           MOVE HM-HELD-COUNT     TO HM-COUNT-DISP-3
           MOVE HM-EXPIRED-COUNT  TO HM-COUNT-DISP-4
           DISPLAY 'HOLMAINT - transactions applied=' HM-COUNT-DISP
               ' rejected=' HM-COUNT-DISP-2
               ' held for approval=' HM-COUNT-DISP-3
               ' pending expired=' HM-COUNT-DISP-4
           IF HM-REJECTED-COUNT > ZERO
               MOVE 8 TO HM-RETURN-CODE
           END-IF
               CLOSE HOLCAL-FILE
           END-IF.

      * The pending changes, with the highest change-id seen so far.
       120-LOAD-PEND-FILE.
           OPEN INPUT CTLPEND-FILE
           IF HM-CTLPEND-STATUS = '00'
               PERFORM UNTIL HM-CTLPEND-STATUS NOT = '00'
                   READ CTLPEND-FILE
                       AT END
                           MOVE '10' TO HM-CTLPEND-STATUS
                       NOT AT END
                           PERFORM 125-TAKE-PEND-RECORD
                   END-READ
               END-PERFORM
               CLOSE CTLPEND-FILE
           END-IF.

       125-TAKE-PEND-RECORD.
           IF HM-PEND-COUNT < 200
               ADD 1 TO HM-PEND-COUNT
               MOVE CTLPEND-RECORD TO HM-PEND-ENTRY(HM-PEND-COUNT)
               MOVE 'PENDING ' TO HM-PD-STATUS(HM-PEND-COUNT)
               IF CTLPEND-CHANGE-ID IS NUMERIC
                   AND CTLPEND-CHANGE-ID > HM-LAST-CHANGE-ID
                   MOVE CTLPEND-CHANGE-ID TO HM-LAST-CHANGE-ID
               END-IF
           ELSE
               MOVE 'Y' TO HM-PEND-OVERFLOW
           END-IF.

      * The waiting limit is the CTLPEND retention record's keep-days
      * when ctlretn.dat has one.
       130-FIND-EXPIRY-DAYS.
           OPEN INPUT CTLRETN-FILE
           IF HM-CTLRETN-STATUS = '00'
               PERFORM UNTIL HM-CTLRETN-STATUS NOT = '00'
                   READ CTLRETN-FILE
                       AT END
                           MOVE '10' TO HM-CTLRETN-STATUS
                       NOT AT END
                           IF CTLRETN-FILE-ID = 'CTLPEND '
                               AND CTLRETN-KEEP-DAYS IS NUMERIC
                               MOVE CTLRETN-KEEP-DAYS
                                   TO HM-EXPIRY-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTLRETN-FILE
           END-IF.

       150-OPEN-AUDIT-TRAIL.
           OPEN EXTEND CTLAUDIT-FILE
           IF HM-CTLAUDIT-STATUS = '35'
               OPEN OUTPUT CTLAUDIT-FILE
           END-IF.

      * Change-ids are never reused: a decided change leaves the
      * pending file, so the audit trail is read as well for the
      * highest id ever issued.
       155-FIND-LAST-CHANGE-ID.
           OPEN INPUT CTLAUDIT-FILE
           IF HM-CTLAUDIT-STATUS = '00'
               PERFORM UNTIL HM-CTLAUDIT-STATUS NOT = '00'
                   READ CTLAUDIT-FILE
                       AT END
                           MOVE '10' TO HM-CTLAUDIT-STATUS
                       NOT AT END
                           IF CTLAUD-CHANGE-ID IS NUMERIC
                               AND CTLAUD-CHANGE-ID > HM-LAST-CHANGE-ID
                               MOVE CTLAUD-CHANGE-ID
                                   TO HM-LAST-CHANGE-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTLAUDIT-FILE
           END-IF
           MOVE '00' TO HM-CTLAUDIT-STATUS.

      * A change nobody has decided within the waiting limit is
      * expired before any transaction is read, whichever utility
      * entered it - the shared file is swept by both.
       160-EXPIRE-PENDING-CHANGES.
           PERFORM 165-EXPIRE-ONE-CHANGE
               VARYING HM-PEND-SUB FROM 1 BY 1
               UNTIL HM-PEND-SUB > HM-PEND-COUNT.

       165-EXPIRE-ONE-CHANGE.
           IF HM-PD-STATUS(HM-PEND-SUB) = 'PENDING '
               AND HM-PD-MADE-DATE(HM-PEND-SUB) IS NUMERIC
               MOVE HM-PD-MADE-DATE(HM-PEND-SUB) TO HM-DATE-NUM
               COMPUTE HM-MADE-INT =
                   FUNCTION INTEGER-OF-DATE(HM-DATE-NUM)
               IF HM-MADE-INT + HM-EXPIRY-DAYS < HM-TODAY-INT
                   MOVE HM-PEND-SUB TO HM-PEND-MATCH-SUB
                   MOVE 'EXPIRED ' TO HM-PD-STATUS(HM-PEND-SUB)
                   MOVE SPACES     TO HM-AUD-CHECKER
                   MOVE 'EXPIRED ' TO HM-AUD-OUTCOME
                   MOVE HM-EXPIRY-DAYS TO HM-EXPIRY-DISP
                   MOVE SPACES TO HM-AUD-NOTE
                   STRING 'not decided within ' DELIMITED BY SIZE
                       HM-EXPIRY-DISP DELIMITED BY SIZE
                       ' days' DELIMITED BY SIZE
                       INTO HM-AUD-NOTE
                   PERFORM 280-AUDIT-PENDING-OUTCOME
                   ADD 1 TO HM-EXPIRED-COUNT
                   DISPLAY 'HOLMAINT - change '
                       HM-PD-CHANGE-ID(HM-PEND-SUB) ' '
                       HM-PD-FILE-ID(HM-PEND-SUB) ' '
                       HM-PD-ACTION(HM-PEND-SUB) ' by '
                       HM-PD-MAKER(HM-PEND-SUB) ' expired - '
                       HM-AUD-NOTE
               END-IF
           END-IF.

       200-PROCESS-TRANSACTIONS.
           OPEN INPUT HOLTRAN-FILE
           IF HM-HOLTRAN-STATUS NOT = '00'
                   ' nothing to apply'
           ELSE
               PERFORM UNTIL HM-HOLTRAN-STATUS NOT = '00'
                   OR HM-AUDIT-FAILED = 'Y'
                   READ HOLTRAN-FILE
                       AT END
                           MOVE '10' TO HM-HOLTRAN-STATUS

       210-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO HM-REJECT-REASON
           MOVE SPACES TO HM-APPLY-MODE
           EVALUATE TRUE
               WHEN HOLTRAN-ACTION = 'LIST  '
                   PERFORM 300-LIST-CALENDAR
                   ADD 1 TO HM-APPLIED-COUNT
               WHEN HOLTRAN-ACTION NOT = 'ADD   '
                   AND HOLTRAN-ACTION NOT = 'DELETE'
                   AND HOLTRAN-ACTION NOT = 'APPROV'
                   AND HOLTRAN-ACTION NOT = 'REJECT'
                   MOVE 'unknown action' TO HM-REJECT-REASON
               WHEN HOLTRAN-OPERATOR = SPACES
                   MOVE 'operator is blank' TO HM-REJECT-REASON
               WHEN HOLTRAN-ACTION = 'APPROV'
                   PERFORM 260-APPROVE-PENDING-CHANGE
               WHEN HOLTRAN-ACTION = 'REJECT'
                   PERFORM 270-REJECT-PENDING-CHANGE
               WHEN OTHER
                   MOVE 'PROPOSE ' TO HM-APPLY-MODE
                   PERFORM 212-SNAPSHOT-CALENDAR
                   PERFORM 215-APPLY-CALENDAR-CHANGE
                   PERFORM 214-RESTORE-CALENDAR
           END-EVALUATE
           IF HM-REJECT-REASON NOT = SPACES
               ADD 1 TO HM-REJECTED-COUNT
               DISPLAY 'HOLMAINT - rejected ' HOLTRAN-ACTION ' '
                   HOLTRAN-DATE ' ' HOLTRAN-CHANGE-ID ' - '
                   HM-REJECT-REASON
           END-IF.

       212-SNAPSHOT-CALENDAR.
           MOVE HM-CALENDAR-TABLE   TO HM-SNAP-CALENDAR-TABLE
           MOVE HM-CAL-COUNT        TO HM-SNAP-CAL-COUNT
           MOVE HM-CALENDAR-CHANGED TO HM-SNAP-CALENDAR-CHANGED.

       214-RESTORE-CALENDAR.
           MOVE HM-SNAP-CALENDAR-TABLE   TO HM-CALENDAR-TABLE
           MOVE HM-SNAP-CAL-COUNT        TO HM-CAL-COUNT
           MOVE HM-SNAP-CALENDAR-CHANGED TO HM-CALENDAR-CHANGED.

       215-APPLY-CALENDAR-CHANGE.
           PERFORM 220-VALIDATE-TRAN-DATE
           IF HM-REJECT-REASON = SPACES
               IF HOLTRAN-ACTION = 'ADD   '
                   PERFORM 230-ADD-ENTRY
               ELSE
                   PERFORM 240-DELETE-ENTRY
               END-IF
           END-IF.

       220-VALIDATE-TRAN-DATE.
                   MOVE HOLTRAN-DATE TO HM-CAL-DATE(HM-CAL-COUNT)
                   MOVE HOLTRAN-DESCRIPTION TO
                       HM-CAL-DESCRIPTION(HM-CAL-COUNT)
                   MOVE SPACES TO HM-AUD-OLD
                   MOVE HM-CAL-ENTRY(HM-CAL-COUNT) TO HM-AUD-NEW
                   PERFORM 290-RECORD-CALENDAR-CHANGE
                   MOVE 'Y' TO HM-CALENDAR-CHANGED
           END-EVALUATE.

      * Deleting closes the gap by shifting every later entry up one
           IF HM-MATCH-SUB = ZERO
               MOVE 'date not on the calendar' TO HM-REJECT-REASON
           ELSE
               MOVE HM-CAL-ENTRY(HM-MATCH-SUB) TO HM-AUD-OLD
               PERFORM 245-SHIFT-ENTRY-UP
                   VARYING HM-CAL-SUB FROM HM-MATCH-SUB BY 1
                   UNTIL HM-CAL-SUB >= HM-CAL-COUNT
               SUBTRACT 1 FROM HM-CAL-COUNT
               MOVE SPACES TO HM-AUD-NEW
               PERFORM 290-RECORD-CALENDAR-CHANGE
               MOVE 'Y' TO HM-CALENDAR-CHANGED
           END-IF.

       245-SHIFT-ENTRY-UP.
               MOVE HM-CAL-SUB TO HM-MATCH-SUB
           END-IF.

      *----------------------------------------------------------------
      * Deciding a pending change.  The approver re-runs the held
      * transaction against today's calendar: it must still pass and
      * still find the calendar exactly as it was when the change was
      * entered, or the approval is refused and the change stays
      * pending.  Control-file changes belong to CTLMAINT.
      *----------------------------------------------------------------
       260-APPROVE-PENDING-CHANGE.
           PERFORM 265-FIND-PENDING-CHANGE
           EVALUATE TRUE
               WHEN HM-PEND-MATCH-SUB = ZERO
                   MOVE 'no pending change with that change-id'
                       TO HM-REJECT-REASON
               WHEN HM-PD-FILE-ID(HM-PEND-MATCH-SUB) NOT = 'HOLCAL  '
                   MOVE 'control change - decide it in CTLMAINT'
                       TO HM-REJECT-REASON
               WHEN HM-PD-MAKER(HM-PEND-MATCH-SUB) = HOLTRAN-OPERATOR
                   MOVE 'maker may not approve own change'
                       TO HM-REJECT-REASON
               WHEN OTHER
                   MOVE 'APPROVE ' TO HM-APPLY-MODE
                   MOVE HOLTRAN-RECORD TO HM-TRAN-SAVE
                   MOVE HM-PD-ACTION(HM-PEND-MATCH-SUB)
                       TO HOLTRAN-ACTION
                   MOVE HM-PD-DATA(HM-PEND-MATCH-SUB)(1:38)
                       TO HOLTRAN-RECORD(7:38)
                   PERFORM 212-SNAPSHOT-CALENDAR
                   PERFORM 215-APPLY-CALENDAR-CHANGE
                   MOVE HM-TRAN-SAVE TO HOLTRAN-RECORD
                   IF HM-REJECT-REASON NOT = SPACES
                       PERFORM 214-RESTORE-CALENDAR
                   ELSE
                       MOVE 'APPLIED ' TO
                           HM-PD-STATUS(HM-PEND-MATCH-SUB)
                       MOVE 'Y' TO HM-PEND-CHANGED
                       DISPLAY 'HOLMAINT - change '
                           HM-PD-CHANGE-ID(HM-PEND-MATCH-SUB) ' '
                           HM-PD-ACTION(HM-PEND-MATCH-SUB) ' '
                           HM-PD-DATA(HM-PEND-MATCH-SUB)(1:8)
                           ' approved by ' HOLTRAN-OPERATOR
                           ' and applied'
                   END-IF
           END-EVALUATE.

       265-FIND-PENDING-CHANGE.
           MOVE ZERO TO HM-PEND-MATCH-SUB
           IF HOLTRAN-CHANGE-ID IS NUMERIC
               MOVE HOLTRAN-CHANGE-ID TO HM-WANT-CHANGE-ID
               PERFORM 266-MATCH-PENDING-CHANGE
                   VARYING HM-PEND-SUB FROM 1 BY 1
                   UNTIL HM-PEND-SUB > HM-PEND-COUNT
           END-IF.

       266-MATCH-PENDING-CHANGE.
           IF HM-PD-CHANGE-ID(HM-PEND-SUB) = HM-WANT-CHANGE-ID
               AND HM-PD-STATUS(HM-PEND-SUB) = 'PENDING '
               MOVE HM-PEND-SUB TO HM-PEND-MATCH-SUB
           END-IF.

       270-REJECT-PENDING-CHANGE.
           PERFORM 265-FIND-PENDING-CHANGE
           EVALUATE TRUE
               WHEN HM-PEND-MATCH-SUB = ZERO
                   MOVE 'no pending change with that change-id'
                       TO HM-REJECT-REASON
               WHEN HM-PD-FILE-ID(HM-PEND-MATCH-SUB) NOT = 'HOLCAL  '
                   MOVE 'control change - decide it in CTLMAINT'
                       TO HM-REJECT-REASON
               WHEN OTHER
                   MOVE 'REJECTED' TO HM-PD-STATUS(HM-PEND-MATCH-SUB)
                   MOVE HOLTRAN-OPERATOR    TO HM-AUD-CHECKER
                   MOVE 'REJECTED'          TO HM-AUD-OUTCOME
                   MOVE HOLTRAN-DESCRIPTION TO HM-AUD-NOTE
                   PERFORM 280-AUDIT-PENDING-OUTCOME
                   ADD 1 TO HM-APPLIED-COUNT
                   DISPLAY 'HOLMAINT - change '
                       HM-PD-CHANGE-ID(HM-PEND-MATCH-SUB) ' '
                       HM-PD-ACTION(HM-PEND-MATCH-SUB) ' '
                       HM-PD-DATA(HM-PEND-MATCH-SUB)(1:8)
                       ' rejected by ' HOLTRAN-OPERATOR ' - '
                       HM-AUD-NOTE
           END-EVALUATE.

      * A change that never reached the calendar - rejected or
      * expired - goes on the audit trail with the images that were
      * proposed, and leaves the pending file.
       280-AUDIT-PENDING-OUTCOME.
           MOVE HM-PD-MAKER(HM-PEND-MATCH-SUB)   TO HM-AUD-MAKER
           MOVE HM-PD-FILE-ID(HM-PEND-MATCH-SUB) TO HM-AUD-FILE-ID
           MOVE HM-PD-ACTION(HM-PEND-MATCH-SUB)  TO HM-AUD-ACTION
           MOVE HM-PD-CHANGE-ID(HM-PEND-MATCH-SUB)
                                                 TO HM-AUD-CHANGE-ID
           MOVE HM-PD-BEFORE(HM-PEND-MATCH-SUB)  TO HM-AUD-OLD
           MOVE HM-PD-AFTER(HM-PEND-MATCH-SUB)   TO HM-AUD-NEW
           PERFORM 295-WRITE-AUDIT-RECORD
           MOVE 'Y' TO HM-PEND-CHANGED
           MOVE SPACES TO HM-AUD-OLD HM-AUD-NEW.

      * A change that passes validation is, when first entered, only
      * held for approval - the caller then puts the calendar back.
      * When approved it is applied: the calendar must still match
      * the before image taken at entry, and the change lands on the
      * audit trail before it is counted.  A failed audit write
      * aborts the run before the calendar is rewritten.
       290-RECORD-CALENDAR-CHANGE.
           IF HM-APPLY-MODE = 'PROPOSE '
               PERFORM 292-HOLD-FOR-APPROVAL
           ELSE
               PERFORM 294-APPLY-APPROVED-CHANGE
           END-IF
           MOVE SPACES TO HM-AUD-OLD HM-AUD-NEW.

       292-HOLD-FOR-APPROVAL.
           IF HM-PEND-COUNT >= 200
               MOVE 'pending-change file is full'
                   TO HM-REJECT-REASON
           ELSE
               ADD 1 TO HM-LAST-CHANGE-ID
               ADD 1 TO HM-PEND-COUNT
               MOVE HM-LAST-CHANGE-ID
                   TO HM-PD-CHANGE-ID(HM-PEND-COUNT)
               MOVE 'HOLCAL  '       TO HM-PD-FILE-ID(HM-PEND-COUNT)
               MOVE HOLTRAN-ACTION   TO HM-PD-ACTION(HM-PEND-COUNT)
               MOVE HOLTRAN-OPERATOR TO HM-PD-MAKER(HM-PEND-COUNT)
               MOVE HM-TODAY-DATE    TO HM-PD-MADE-DATE(HM-PEND-COUNT)
               MOVE HM-NOW-TIME      TO HM-PD-MADE-TIME(HM-PEND-COUNT)
               MOVE HOLTRAN-RECORD(7:38)
                                     TO HM-PD-DATA(HM-PEND-COUNT)
               MOVE HM-AUD-OLD       TO HM-PD-BEFORE(HM-PEND-COUNT)
               MOVE HM-AUD-NEW       TO HM-PD-AFTER(HM-PEND-COUNT)
               MOVE 'PENDING '       TO HM-PD-STATUS(HM-PEND-COUNT)
               MOVE 'Y' TO HM-PEND-CHANGED
               ADD 1 TO HM-HELD-COUNT
               DISPLAY 'HOLMAINT - change '
                   HM-PD-CHANGE-ID(HM-PEND-COUNT) ' '
                   HOLTRAN-ACTION ' ' HOLTRAN-DATE ' by '
                   HOLTRAN-OPERATOR ' held for approval'
               DISPLAY '  before: ' HM-AUD-OLD
               DISPLAY '  after:  ' HM-AUD-NEW
           END-IF.

       294-APPLY-APPROVED-CHANGE.
           IF HM-AUD-OLD NOT = HM-PD-BEFORE(HM-PEND-MATCH-SUB)
               MOVE 'calendar changed since change was entered'
                   TO HM-REJECT-REASON
           ELSE
               MOVE HM-PD-MAKER(HM-PEND-MATCH-SUB) TO HM-AUD-MAKER
               MOVE HOLTRAN-OPERATOR TO HM-AUD-CHECKER
               MOVE 'HOLCAL  '       TO HM-AUD-FILE-ID
               MOVE HOLTRAN-ACTION   TO HM-AUD-ACTION
               MOVE HM-PD-CHANGE-ID(HM-PEND-MATCH-SUB)
                                     TO HM-AUD-CHANGE-ID
               MOVE 'APPLIED '       TO HM-AUD-OUTCOME
               MOVE SPACES           TO HM-AUD-NOTE
               PERFORM 295-WRITE-AUDIT-RECORD
               ADD 1 TO HM-APPLIED-COUNT
           END-IF.

       295-WRITE-AUDIT-RECORD.
           MOVE SPACES           TO CTLAUD-RECORD
           MOVE HM-AUD-MAKER     TO CTLAUD-OPERATOR
           MOVE HM-TODAY-DATE    TO CTLAUD-DATE
           MOVE HM-NOW-TIME      TO CTLAUD-TIME
           MOVE HM-AUD-FILE-ID   TO CTLAUD-FILE-ID
           MOVE HM-AUD-ACTION    TO CTLAUD-ACTION
           MOVE HM-AUD-OLD       TO CTLAUD-OLD-VALUE
           MOVE HM-AUD-NEW       TO CTLAUD-NEW-VALUE
           MOVE HM-AUD-CHECKER   TO CTLAUD-CHECKER
           MOVE HM-AUD-CHANGE-ID TO CTLAUD-CHANGE-ID
           MOVE HM-AUD-OUTCOME   TO CTLAUD-OUTCOME
           MOVE HM-AUD-NOTE      TO CTLAUD-NOTE
           WRITE CTLAUD-RECORD
           IF HM-CTLAUDIT-STATUS NOT = '00'
               DISPLAY 'HOLMAINT - change-audit write failed,'
                   ' status ' HM-CTLAUDIT-STATUS
               MOVE 'Y' TO HM-AUDIT-FAILED
           END-IF.

       300-LIST-CALENDAR.
           MOVE HM-CAL-COUNT TO HM-COUNT-DISP
           DISPLAY 'HOLMAINT - calendar entries: ' HM-COUNT-DISP
           MOVE HM-CAL-DESCRIPTION(HM-CAL-SUB) TO HOLCAL-DESCRIPTION
           WRITE HOLCAL-RECORD.

       520-REWRITE-PEND-FILE.
           OPEN OUTPUT CTLPEND-FILE
           PERFORM 530-WRITE-ONE-PEND
               VARYING HM-PEND-SUB FROM 1 BY 1
               UNTIL HM-PEND-SUB > HM-PEND-COUNT
           CLOSE CTLPEND-FILE.

       530-WRITE-ONE-PEND.
           IF HM-PD-STATUS(HM-PEND-SUB) = 'PENDING '
               MOVE HM-PEND-ENTRY(HM-PEND-SUB)(1:252)
                   TO CTLPEND-RECORD
               WRITE CTLPEND-RECORD
           END-IF.

       END PROGRAM HOLMAINT.
