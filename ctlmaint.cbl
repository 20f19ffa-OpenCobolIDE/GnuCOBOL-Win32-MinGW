      * steps) before anything touches the live files.  Rejected
      * transactions are reported with a reason and leave the files
      * unchanged; every applied change appends a who/when/old/new
      * record to the ctlaudit.dat change-audit trail.  Changes are
      * under maker-checker control: a valid ADD, CHANGE or DELETE is
      * held on ctlpend.dat with its before and after images, and only
      * an APPROV from a second operator applies it; REJECT refuses
      * it, and one left undecided past the CTLPEND retention days
      * expires.  Each outcome goes on the audit trail.
      *-----------------------------------------------------------------
      * CHANGE LOG
      * 09/03/2026  Initial coding.
      *             audit write; a failure aborts the run before any
      *             live file is rewritten, so an unaudited change
      *             can never reach disk.
      * 10/15/2026  Maker-checker control: ADD/CHANGE/DELETE are held
      *             on ctlpend.dat for a second operator's APPROV or
      *             REJECT, undecided changes expire after the CTLPEND
      *             retention days, and the audit record carries the
      *             checker, change-id and outcome.
      * 10/15/2026  RUNJRNL accepted as a retention file-id, so the
      *             dated run journals can be given a keep-days.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CM-CTLAUDIT-STATUS.

           SELECT CTLPEND-FILE
               ASSIGN TO "ctlpend.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CM-CTLPEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLPARM-FILE.
       FD  CTLAUDIT-FILE.
           COPY CTLAUD.CPY.

       FD  CTLPEND-FILE.
           COPY CTLPEND.CPY.

       WORKING-STORAGE SECTION.
       01  CM-CURRENT-DATE.
           05  CM-TODAY-DATE               PIC X(08)   VALUE SPACES.
       01  CM-REJECT-REASON                PIC X(40)   VALUE SPACES.
       01  CM-AUD-OLD                      PIC X(70)   VALUE SPACES.
       01  CM-AUD-NEW                      PIC X(70)   VALUE SPACES.
       01  CM-AUD-MAKER                    PIC X(08)   VALUE SPACES.
       01  CM-AUD-CHECKER                  PIC X(08)   VALUE SPACES.
       01  CM-AUD-FILE-ID                  PIC X(08)   VALUE SPACES.
       01  CM-AUD-ACTION                   PIC X(06)   VALUE SPACES.
       01  CM-AUD-CHANGE-ID                PIC X(06)   VALUE SPACES.
       01  CM-AUD-OUTCOME                  PIC X(08)   VALUE SPACES.
       01  CM-AUD-NOTE                     PIC X(40)   VALUE SPACES.

      * Changes awaiting a second operator (CTLPEND.CPY), held whole
      * like the control files.  HOLMAINT shares the file, so its
      * holiday-calendar entries are carried through untouched.  An
      * entry is marked when decided and only those still PENDING are
      * written back - every decided one is on the audit trail.
       01  CM-PEND-TABLE.
           05  CM-PEND-ENTRY OCCURS 200 TIMES.
               10  CM-PD-CHANGE-ID         PIC 9(06).
               10  CM-PD-FILE-ID           PIC X(08).
               10  CM-PD-ACTION            PIC X(06).
               10  CM-PD-MAKER             PIC X(08).
               10  CM-PD-MADE-DATE         PIC X(08).
               10  CM-PD-MADE-TIME         PIC X(06).
               10  CM-PD-DATA              PIC X(70).
               10  CM-PD-BEFORE            PIC X(70).
               10  CM-PD-AFTER             PIC X(70).
               10  CM-PD-STATUS            PIC X(08).
       01  CM-PEND-COUNT                   COMP PIC 9(04) VALUE ZERO.
       01  CM-PEND-SUB                     COMP PIC 9(04) VALUE ZERO.
       01  CM-PEND-MATCH-SUB               COMP PIC 9(04) VALUE ZERO.
       01  CM-PEND-CHANGED                 PIC X(01)   VALUE 'N'.
       01  CM-LAST-CHANGE-ID               PIC 9(06)   VALUE ZERO.
       01  CM-WANT-CHANGE-ID               PIC 9(06)   VALUE ZERO.
       01  CM-EXPIRY-DAYS                  PIC 9(04)   VALUE 7.
       01  CM-EXPIRY-DISP                  PIC ZZZ9    VALUE ZERO.
       01  CM-DATE-NUM                     PIC 9(08)   VALUE ZERO.
       01  CM-TODAY-INT                    PIC 9(07)   VALUE ZERO.
       01  CM-MADE-INT                     PIC 9(07)   VALUE ZERO.

      * PROPOSE while a new change is validated, APPROVE while an
      * approved one is applied - 390 holds or applies accordingly.
       01  CM-APPLY-MODE                   PIC X(08)   VALUE SPACES.
       01  CM-TRAN-SAVE                    PIC X(98)   VALUE SPACES.

      * Everything a transaction can alter, taken before it is
      * dispatched.  A proposal is validated against the live tables
      * and then undone from here, as is an approval that no longer
      * applies, so only an approved change stays in storage.
       01  CM-SNAPSHOT.
           05  CM-SNAP-PARM-TABLE          PIC X(1280).
           05  CM-SNAP-PARM-COUNT          PIC 9(04).
           05  CM-SNAP-SCHED-TABLE         PIC X(640).
           05  CM-SNAP-SCHED-COUNT         PIC 9(04).
           05  CM-SNAP-RETN-TABLE          PIC X(120).
           05  CM-SNAP-RETN-COUNT          PIC 9(04).
           05  CM-SNAP-SLA-FOUND           PIC X(01).
           05  CM-SNAP-SLA-IMAGE           PIC X(06).
           05  CM-SNAP-BASE-FOUND          PIC X(01).
           05  CM-SNAP-BASE-IMAGE          PIC X(52).
           05  CM-SNAP-CHANGED-FLAGS       PIC X(05).

       01  CM-APPLIED-COUNT                PIC 9(05)   VALUE ZERO.
       01  CM-REJECTED-COUNT               PIC 9(05)   VALUE ZERO.
       01  CM-HELD-COUNT                   PIC 9(05)   VALUE ZERO.
       01  CM-EXPIRED-COUNT                PIC 9(05)   VALUE ZERO.
       01  CM-COUNT-DISP-3                 PIC ZZZZ9   VALUE ZERO.
       01  CM-COUNT-DISP-4                 PIC ZZZZ9   VALUE ZERO.
       01  CM-COUNT-DISP                   PIC ZZZZ9   VALUE ZERO.
       01  CM-COUNT-DISP-2                 PIC ZZZZ9   VALUE ZERO.
       01  CM-RETURN-CODE                  PIC S9(04)  VALUE ZERO.
       01  CM-CTLBASE-STATUS               PIC X(02)   VALUE '00'.
       01  CM-CTLTRAN-STATUS               PIC X(02)   VALUE '00'.
       01  CM-CTLAUDIT-STATUS              PIC X(02)   VALUE '00'.
       01  CM-CTLPEND-STATUS               PIC X(02)   VALUE '00'.

       LINKAGE SECTION.
       01  CM-CALLER-RUN-ID                PIC X(14).
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CM-CURRENT-DATE
           MOVE CM-TODAY-DATE TO CM-DATE-NUM
           COMPUTE CM-TODAY-INT = FUNCTION INTEGER-OF-DATE(CM-DATE-NUM)
           PERFORM 100-LOAD-CONTROL-FILES
           IF CM-LOAD-OVERFLOW = 'Y'
               DISPLAY 'CTLMAINT - a control file holds more records'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 155-FIND-LAST-CHANGE-ID
           PERFORM 150-OPEN-AUDIT-TRAIL
           IF CM-CTLAUDIT-STATUS NOT = '00'
               DISPLAY 'CTLMAINT - change-audit trail not writable,'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 160-EXPIRE-PENDING-CHANGES
           PERFORM 200-PROCESS-TRANSACTIONS
           CLOSE CTLAUDIT-FILE
           IF CM-AUDIT-FAILED = 'Y'
           PERFORM 500-REWRITE-CHANGED-FILES
           MOVE CM-APPLIED-COUNT  TO CM-COUNT-DISP
           MOVE CM-REJECTED-COUNT TO CM-COUNT-DISP-2
           MOVE CM-HELD-COUNT     TO CM-COUNT-DISP-3
           MOVE CM-EXPIRED-COUNT  TO CM-COUNT-DISP-4
           DISPLAY 'CTLMAINT - transactions applied=' CM-COUNT-DISP
               ' rejected=' CM-COUNT-DISP-2
               ' held for approval=' CM-COUNT-DISP-3
               ' pending expired=' CM-COUNT-DISP-4
           IF CM-REJECTED-COUNT > ZERO
               MOVE 8 TO CM-RETURN-CODE
           END-IF
           PERFORM 120-LOAD-SCHED-FILE
           PERFORM 130-LOAD-SLA-FILE
           PERFORM 140-LOAD-RETN-FILE
           PERFORM 145-LOAD-BASE-FILE
           PERFORM 147-LOAD-PEND-FILE.

       110-LOAD-PARM-FILE.
           OPEN INPUT CTLPARM-FILE
               CLOSE CTLBASE-FILE
           END-IF.

      * The pending changes, with the highest change-id seen so far.
      * The waiting limit is the CTLPEND retention record's keep-days
      * when ctlretn.dat has one.
       147-LOAD-PEND-FILE.
           OPEN INPUT CTLPEND-FILE
           IF CM-CTLPEND-STATUS = '00'
               PERFORM UNTIL CM-CTLPEND-STATUS NOT = '00'
                   READ CTLPEND-FILE
                       AT END
                           MOVE '10' TO CM-CTLPEND-STATUS
                       NOT AT END
                           PERFORM 148-TAKE-PEND-RECORD
                   END-READ
               END-PERFORM
               CLOSE CTLPEND-FILE
           END-IF
           PERFORM 149-FIND-EXPIRY-DAYS
               VARYING CM-SUB FROM 1 BY 1
               UNTIL CM-SUB > CM-RETN-COUNT.

       148-TAKE-PEND-RECORD.
           IF CM-PEND-COUNT < 200
               ADD 1 TO CM-PEND-COUNT
               MOVE CTLPEND-RECORD TO CM-PEND-ENTRY(CM-PEND-COUNT)
               MOVE 'PENDING ' TO CM-PD-STATUS(CM-PEND-COUNT)
               IF CTLPEND-CHANGE-ID IS NUMERIC
                   AND CTLPEND-CHANGE-ID > CM-LAST-CHANGE-ID
                   MOVE CTLPEND-CHANGE-ID TO CM-LAST-CHANGE-ID
               END-IF
           ELSE
               MOVE 'Y' TO CM-LOAD-OVERFLOW
           END-IF.

       149-FIND-EXPIRY-DAYS.
           IF CM-RETN-ENTRY(CM-SUB)(1:8) = 'CTLPEND '
               AND CM-RETN-ENTRY(CM-SUB)(9:4) IS NUMERIC
               MOVE CM-RETN-ENTRY(CM-SUB)(9:4) TO CM-EXPIRY-DAYS
           END-IF.

       150-OPEN-AUDIT-TRAIL.
           OPEN EXTEND CTLAUDIT-FILE
           IF CM-CTLAUDIT-STATUS = '35'
               OPEN OUTPUT CTLAUDIT-FILE
           END-IF.

      * Change-ids are never reused: a decided change leaves the
      * pending file, so the audit trail is read as well for the
      * highest id ever issued.
       155-FIND-LAST-CHANGE-ID.
           OPEN INPUT CTLAUDIT-FILE
           IF CM-CTLAUDIT-STATUS = '00'
               PERFORM UNTIL CM-CTLAUDIT-STATUS NOT = '00'
                   READ CTLAUDIT-FILE
                       AT END
                           MOVE '10' TO CM-CTLAUDIT-STATUS
                       NOT AT END
                           IF CTLAUD-CHANGE-ID IS NUMERIC
                               AND CTLAUD-CHANGE-ID > CM-LAST-CHANGE-ID
                               MOVE CTLAUD-CHANGE-ID
                                   TO CM-LAST-CHANGE-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTLAUDIT-FILE
           END-IF
           MOVE '00' TO CM-CTLAUDIT-STATUS.

      * A change nobody has decided within the waiting limit is
      * expired before any transaction is read, whichever utility
      * entered it - the shared file is swept by both.
       160-EXPIRE-PENDING-CHANGES.
           PERFORM 165-EXPIRE-ONE-CHANGE
               VARYING CM-PEND-SUB FROM 1 BY 1
               UNTIL CM-PEND-SUB > CM-PEND-COUNT.

       165-EXPIRE-ONE-CHANGE.
           IF CM-PD-STATUS(CM-PEND-SUB) = 'PENDING '
               AND CM-PD-MADE-DATE(CM-PEND-SUB) IS NUMERIC
               MOVE CM-PD-MADE-DATE(CM-PEND-SUB) TO CM-DATE-NUM
               COMPUTE CM-MADE-INT =
                   FUNCTION INTEGER-OF-DATE(CM-DATE-NUM)
               IF CM-MADE-INT + CM-EXPIRY-DAYS < CM-TODAY-INT
                   MOVE CM-PEND-SUB TO CM-PEND-MATCH-SUB
                   MOVE 'EXPIRED ' TO CM-PD-STATUS(CM-PEND-SUB)
                   MOVE SPACES     TO CM-AUD-CHECKER
                   MOVE 'EXPIRED ' TO CM-AUD-OUTCOME
                   MOVE CM-EXPIRY-DAYS TO CM-EXPIRY-DISP
                   MOVE SPACES TO CM-AUD-NOTE
                   STRING 'not decided within ' DELIMITED BY SIZE
                       CM-EXPIRY-DISP DELIMITED BY SIZE
                       ' days' DELIMITED BY SIZE
                       INTO CM-AUD-NOTE
                   PERFORM 280-AUDIT-PENDING-OUTCOME
                   ADD 1 TO CM-EXPIRED-COUNT
                   DISPLAY 'CTLMAINT - change '
                       CM-PD-CHANGE-ID(CM-PEND-SUB) ' '
                       CM-PD-FILE-ID(CM-PEND-SUB) ' '
                       CM-PD-ACTION(CM-PEND-SUB) ' by '
                       CM-PD-MAKER(CM-PEND-SUB) ' expired - '
                       CM-AUD-NOTE
               END-IF
           END-IF.

       200-PROCESS-TRANSACTIONS.
           OPEN INPUT CTLTRAN-FILE
           IF CM-CTLTRAN-STATUS NOT = '00'

       210-APPLY-ONE-TRANSACTION.
           MOVE SPACES       TO CM-REJECT-REASON
           MOVE SPACES       TO CM-APPLY-MODE
           MOVE CTLTRAN-DATA TO CM-TRAN-IMAGE
           EVALUATE TRUE
               WHEN CTLTRAN-ACTION NOT = 'LIST  '
                   AND CTLTRAN-ACTION NOT = 'ADD   '
                   AND CTLTRAN-ACTION NOT = 'CHANGE'
                   AND CTLTRAN-ACTION NOT = 'DELETE'
                   AND CTLTRAN-ACTION NOT = 'APPROV'
                   AND CTLTRAN-ACTION NOT = 'REJECT'
                   MOVE 'unknown action' TO CM-REJECT-REASON
               WHEN CTLTRAN-ACTION NOT = 'LIST  '
                   AND CTLTRAN-OPERATOR = SPACES
                   MOVE 'operator is blank' TO CM-REJECT-REASON
               WHEN CTLTRAN-ACTION = 'APPROV'
                   PERFORM 260-APPROVE-PENDING-CHANGE
               WHEN CTLTRAN-ACTION = 'REJECT'
                   PERFORM 270-REJECT-PENDING-CHANGE
               WHEN CTLTRAN-ACTION = 'LIST  '
                   PERFORM 220-DISPATCH-BY-FILE
               WHEN OTHER
                   MOVE 'PROPOSE ' TO CM-APPLY-MODE
                   PERFORM 230-SNAPSHOT-TABLES
                   PERFORM 220-DISPATCH-BY-FILE
                   PERFORM 235-RESTORE-TABLES
           END-EVALUATE
           IF CM-REJECT-REASON NOT = SPACES
               ADD 1 TO CM-REJECTED-COUNT
               DISPLAY 'CTLMAINT - rejected ' CTLTRAN-ACTION ' '
                   CTLTRAN-FILE-ID ' ' CTLTRAN-CHANGE-ID ' - '
                   CM-REJECT-REASON
           END-IF.

       220-DISPATCH-BY-FILE.
                       TO CM-REJECT-REASON
           END-EVALUATE.

       230-SNAPSHOT-TABLES.
           MOVE CM-PARM-TABLE   TO CM-SNAP-PARM-TABLE
           MOVE CM-PARM-COUNT   TO CM-SNAP-PARM-COUNT
           MOVE CM-SCHED-TABLE  TO CM-SNAP-SCHED-TABLE
           MOVE CM-SCHED-COUNT  TO CM-SNAP-SCHED-COUNT
           MOVE CM-RETN-TABLE   TO CM-SNAP-RETN-TABLE
           MOVE CM-RETN-COUNT   TO CM-SNAP-RETN-COUNT
           MOVE CM-SLA-FOUND    TO CM-SNAP-SLA-FOUND
           MOVE CM-SLA-IMAGE    TO CM-SNAP-SLA-IMAGE
           MOVE CM-BASE-FOUND   TO CM-SNAP-BASE-FOUND
           MOVE CM-BASE-IMAGE   TO CM-SNAP-BASE-IMAGE
           MOVE CM-PARM-CHANGED  TO CM-SNAP-CHANGED-FLAGS(1:1)
           MOVE CM-SCHED-CHANGED TO CM-SNAP-CHANGED-FLAGS(2:1)
           MOVE CM-SLA-CHANGED   TO CM-SNAP-CHANGED-FLAGS(3:1)
           MOVE CM-RETN-CHANGED  TO CM-SNAP-CHANGED-FLAGS(4:1)
           MOVE CM-BASE-CHANGED  TO CM-SNAP-CHANGED-FLAGS(5:1).

       235-RESTORE-TABLES.
           MOVE CM-SNAP-PARM-TABLE   TO CM-PARM-TABLE
           MOVE CM-SNAP-PARM-COUNT   TO CM-PARM-COUNT
           MOVE CM-SNAP-SCHED-TABLE  TO CM-SCHED-TABLE
           MOVE CM-SNAP-SCHED-COUNT  TO CM-SCHED-COUNT
           MOVE CM-SNAP-RETN-TABLE   TO CM-RETN-TABLE
           MOVE CM-SNAP-RETN-COUNT   TO CM-RETN-COUNT
           MOVE CM-SNAP-SLA-FOUND    TO CM-SLA-FOUND
           MOVE CM-SNAP-SLA-IMAGE    TO CM-SLA-IMAGE
           MOVE CM-SNAP-BASE-FOUND   TO CM-BASE-FOUND
           MOVE CM-SNAP-BASE-IMAGE   TO CM-BASE-IMAGE
           MOVE CM-SNAP-CHANGED-FLAGS(1:1) TO CM-PARM-CHANGED
           MOVE CM-SNAP-CHANGED-FLAGS(2:1) TO CM-SCHED-CHANGED
           MOVE CM-SNAP-CHANGED-FLAGS(3:1) TO CM-SLA-CHANGED
           MOVE CM-SNAP-CHANGED-FLAGS(4:1) TO CM-RETN-CHANGED
           MOVE CM-SNAP-CHANGED-FLAGS(5:1) TO CM-BASE-CHANGED.

      *----------------------------------------------------------------
      * Deciding a pending change.  The approver re-runs the held
      * transaction against today's live tables: it must still pass
      * every rule and still find the record exactly as it was when
      * the change was entered, or the approval is refused and the
      * change stays pending.  Holiday changes belong to HOLMAINT.
      *----------------------------------------------------------------
       250-FIND-PENDING-CHANGE.
           MOVE ZERO TO CM-PEND-MATCH-SUB
           IF CTLTRAN-CHANGE-ID IS NUMERIC
               MOVE CTLTRAN-CHANGE-ID TO CM-WANT-CHANGE-ID
               PERFORM 255-MATCH-PENDING-CHANGE
                   VARYING CM-PEND-SUB FROM 1 BY 1
                   UNTIL CM-PEND-SUB > CM-PEND-COUNT
           END-IF.

       255-MATCH-PENDING-CHANGE.
           IF CM-PD-CHANGE-ID(CM-PEND-SUB) = CM-WANT-CHANGE-ID
               AND CM-PD-STATUS(CM-PEND-SUB) = 'PENDING '
               MOVE CM-PEND-SUB TO CM-PEND-MATCH-SUB
           END-IF.

       260-APPROVE-PENDING-CHANGE.
           PERFORM 250-FIND-PENDING-CHANGE
           EVALUATE TRUE
               WHEN CM-PEND-MATCH-SUB = ZERO
                   MOVE 'no pending change with that change-id'
                       TO CM-REJECT-REASON
               WHEN CM-PD-FILE-ID(CM-PEND-MATCH-SUB) = 'HOLCAL  '
                   MOVE 'holiday change - decide it in HOLMAINT'
                       TO CM-REJECT-REASON
               WHEN CM-PD-MAKER(CM-PEND-MATCH-SUB) = CTLTRAN-OPERATOR
                   MOVE 'maker may not approve own change'
                       TO CM-REJECT-REASON
               WHEN OTHER
                   MOVE 'APPROVE ' TO CM-APPLY-MODE
                   MOVE CTLTRAN-RECORD TO CM-TRAN-SAVE
                   MOVE CM-PD-ACTION(CM-PEND-MATCH-SUB)
                       TO CTLTRAN-ACTION
                   MOVE CM-PD-FILE-ID(CM-PEND-MATCH-SUB)
                       TO CTLTRAN-FILE-ID
                   MOVE CM-PD-DATA(CM-PEND-MATCH-SUB) TO CTLTRAN-DATA
                   MOVE CTLTRAN-DATA TO CM-TRAN-IMAGE
                   PERFORM 230-SNAPSHOT-TABLES
                   PERFORM 220-DISPATCH-BY-FILE
                   MOVE CM-TRAN-SAVE TO CTLTRAN-RECORD
                   IF CM-REJECT-REASON NOT = SPACES
                       PERFORM 235-RESTORE-TABLES
                   ELSE
                       MOVE 'APPLIED ' TO
                           CM-PD-STATUS(CM-PEND-MATCH-SUB)
                       MOVE 'Y' TO CM-PEND-CHANGED
                       DISPLAY 'CTLMAINT - change '
                           CM-PD-CHANGE-ID(CM-PEND-MATCH-SUB) ' '
                           CM-PD-FILE-ID(CM-PEND-MATCH-SUB) ' '
                           CM-PD-ACTION(CM-PEND-MATCH-SUB)
                           ' approved by ' CTLTRAN-OPERATOR
                           ' and applied'
                   END-IF
           END-EVALUATE.

       270-REJECT-PENDING-CHANGE.
           PERFORM 250-FIND-PENDING-CHANGE
           EVALUATE TRUE
               WHEN CM-PEND-MATCH-SUB = ZERO
                   MOVE 'no pending change with that change-id'
                       TO CM-REJECT-REASON
               WHEN CM-PD-FILE-ID(CM-PEND-MATCH-SUB) = 'HOLCAL  '
                   MOVE 'holiday change - decide it in HOLMAINT'
                       TO CM-REJECT-REASON
               WHEN OTHER
                   MOVE 'REJECTED' TO CM-PD-STATUS(CM-PEND-MATCH-SUB)
                   MOVE CTLTRAN-OPERATOR  TO CM-AUD-CHECKER
                   MOVE 'REJECTED'        TO CM-AUD-OUTCOME
                   MOVE CTLTRAN-DATA(1:40) TO CM-AUD-NOTE
                   PERFORM 280-AUDIT-PENDING-OUTCOME
                   ADD 1 TO CM-APPLIED-COUNT
                   DISPLAY 'CTLMAINT - change '
                       CM-PD-CHANGE-ID(CM-PEND-MATCH-SUB) ' '
                       CM-PD-FILE-ID(CM-PEND-MATCH-SUB) ' '
                       CM-PD-ACTION(CM-PEND-MATCH-SUB)
                       ' rejected by ' CTLTRAN-OPERATOR ' - '
                       CM-AUD-NOTE
           END-EVALUATE.

      * A change that never reached the live file - rejected or
      * expired - goes on the audit trail with the images that were
      * proposed, and leaves the pending file.
       280-AUDIT-PENDING-OUTCOME.
           MOVE CM-PD-MAKER(CM-PEND-MATCH-SUB)   TO CM-AUD-MAKER
           MOVE CM-PD-FILE-ID(CM-PEND-MATCH-SUB) TO CM-AUD-FILE-ID
           MOVE CM-PD-ACTION(CM-PEND-MATCH-SUB)  TO CM-AUD-ACTION
           MOVE CM-PD-CHANGE-ID(CM-PEND-MATCH-SUB)
                                                 TO CM-AUD-CHANGE-ID
           MOVE CM-PD-BEFORE(CM-PEND-MATCH-SUB)  TO CM-AUD-OLD
           MOVE CM-PD-AFTER(CM-PEND-MATCH-SUB)   TO CM-AUD-NEW
           PERFORM 395-WRITE-AUDIT-RECORD
           MOVE 'Y' TO CM-PEND-CHANGED
           MOVE SPACES TO CM-AUD-OLD CM-AUD-NEW.

      *----------------------------------------------------------------
      * ctlparm.dat - keyed by program-id, validated against the same
      * legal-value table CTLVALID enforces (the contract documented
                   AND CM-RI-FILE-ID NOT = 'EXCPREC '
                   AND CM-RI-FILE-ID NOT = 'TESTFLOG'
                   AND CM-RI-FILE-ID NOT = 'SLAHIST '
                   AND CM-RI-FILE-ID NOT = 'RUNJRNL '
                   AND CM-RI-FILE-ID NOT = 'CTLPEND '
                   MOVE 'file-id not a managed file'
                       TO CM-REJECT-REASON
               WHEN CM-RI-KEEP-DAYS IS NOT NUMERIC
                   CONTINUE
           END-EVALUATE.

      * A change that passes validation is, when first entered, only
      * held for approval - the caller then puts the tables back.
      * When approved it is applied: the record must still match the
      * before image taken at entry, and the change lands on the
      * audit trail before it is even counted.  The write is
      * status-checked, because a run whose changes cannot be audited
      * is better off aborting (the mainline then skips the live-file
      * rewrite, so nothing unaudited ever reaches disk) than carrying
      * on blind.
       390-RECORD-APPLIED-CHANGE.
           IF CM-APPLY-MODE = 'PROPOSE '
               PERFORM 392-HOLD-FOR-APPROVAL
           ELSE
               PERFORM 394-APPLY-APPROVED-CHANGE
           END-IF
           MOVE SPACES TO CM-AUD-OLD CM-AUD-NEW.

       392-HOLD-FOR-APPROVAL.
           IF CM-PEND-COUNT >= 200
               MOVE 'pending-change file is full'
                   TO CM-REJECT-REASON
           ELSE
               ADD 1 TO CM-LAST-CHANGE-ID
               ADD 1 TO CM-PEND-COUNT
               MOVE CM-LAST-CHANGE-ID
                   TO CM-PD-CHANGE-ID(CM-PEND-COUNT)
               MOVE CTLTRAN-FILE-ID  TO CM-PD-FILE-ID(CM-PEND-COUNT)
               MOVE CTLTRAN-ACTION   TO CM-PD-ACTION(CM-PEND-COUNT)
               MOVE CTLTRAN-OPERATOR TO CM-PD-MAKER(CM-PEND-COUNT)
               MOVE CM-TODAY-DATE    TO CM-PD-MADE-DATE(CM-PEND-COUNT)
               MOVE CM-NOW-TIME      TO CM-PD-MADE-TIME(CM-PEND-COUNT)
               MOVE CTLTRAN-DATA     TO CM-PD-DATA(CM-PEND-COUNT)
               MOVE CM-AUD-OLD       TO CM-PD-BEFORE(CM-PEND-COUNT)
               MOVE CM-AUD-NEW       TO CM-PD-AFTER(CM-PEND-COUNT)
               MOVE 'PENDING '       TO CM-PD-STATUS(CM-PEND-COUNT)
               MOVE 'Y' TO CM-PEND-CHANGED
               ADD 1 TO CM-HELD-COUNT
               DISPLAY 'CTLMAINT - change '
                   CM-PD-CHANGE-ID(CM-PEND-COUNT) ' '
                   CTLTRAN-FILE-ID ' ' CTLTRAN-ACTION ' by '
                   CTLTRAN-OPERATOR ' held for approval'
               DISPLAY '  before: ' CM-AUD-OLD
               DISPLAY '  after:  ' CM-AUD-NEW
           END-IF.

       394-APPLY-APPROVED-CHANGE.
           IF CM-AUD-OLD NOT = CM-PD-BEFORE(CM-PEND-MATCH-SUB)
               MOVE 'record changed since change was entered'
                   TO CM-REJECT-REASON
           ELSE
               MOVE CM-PD-MAKER(CM-PEND-MATCH-SUB) TO CM-AUD-MAKER
               MOVE CTLTRAN-OPERATOR TO CM-AUD-CHECKER
               MOVE CTLTRAN-FILE-ID  TO CM-AUD-FILE-ID
               MOVE CTLTRAN-ACTION   TO CM-AUD-ACTION
               MOVE CM-PD-CHANGE-ID(CM-PEND-MATCH-SUB)
                                     TO CM-AUD-CHANGE-ID
               MOVE 'APPLIED '       TO CM-AUD-OUTCOME
               MOVE SPACES           TO CM-AUD-NOTE
               PERFORM 395-WRITE-AUDIT-RECORD
               ADD 1 TO CM-APPLIED-COUNT
           END-IF.

       395-WRITE-AUDIT-RECORD.
           MOVE SPACES           TO CTLAUD-RECORD
           MOVE CM-AUD-MAKER     TO CTLAUD-OPERATOR
           MOVE CM-TODAY-DATE    TO CTLAUD-DATE
           MOVE CM-NOW-TIME      TO CTLAUD-TIME
           MOVE CM-AUD-FILE-ID   TO CTLAUD-FILE-ID
           MOVE CM-AUD-ACTION    TO CTLAUD-ACTION
           MOVE CM-AUD-OLD       TO CTLAUD-OLD-VALUE
           MOVE CM-AUD-NEW       TO CTLAUD-NEW-VALUE
           MOVE CM-AUD-CHECKER   TO CTLAUD-CHECKER
           MOVE CM-AUD-CHANGE-ID TO CTLAUD-CHANGE-ID
           MOVE CM-AUD-OUTCOME   TO CTLAUD-OUTCOME
           MOVE CM-AUD-NOTE      TO CTLAUD-NOTE
           WRITE CTLAUD-RECORD
           IF CM-CTLAUDIT-STATUS NOT = '00'
               DISPLAY 'CTLMAINT - change-audit write failed,'
                   ' status ' CM-CTLAUDIT-STATUS
               MOVE 'Y' TO CM-AUDIT-FAILED
           END-IF.

       500-REWRITE-CHANGED-FILES.
           IF CM-PARM-CHANGED = 'Y'
                   WRITE CTLBASE-RECORD
               END-IF
               CLOSE CTLBASE-FILE
           END-IF
           IF CM-PEND-CHANGED = 'Y'
               OPEN OUTPUT CTLPEND-FILE
               PERFORM 550-WRITE-ONE-PEND
                   VARYING CM-PEND-SUB FROM 1 BY 1
                   UNTIL CM-PEND-SUB > CM-PEND-COUNT
               CLOSE CTLPEND-FILE
           END-IF.

       510-WRITE-ONE-PARM.
           MOVE CM-RETN-ENTRY(CM-SUB) TO CTLRETN-RECORD
           WRITE CTLRETN-RECORD.

       550-WRITE-ONE-PEND.
           IF CM-PD-STATUS(CM-PEND-SUB) = 'PENDING '
               MOVE CM-PEND-ENTRY(CM-PEND-SUB)(1:252)
                   TO CTLPEND-RECORD
               WRITE CTLPEND-RECORD
           END-IF.

       END PROGRAM CTLMAINT.
