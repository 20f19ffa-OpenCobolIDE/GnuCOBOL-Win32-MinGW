      * 09/03/2026  Journal every start, end, dispatch, skip and
      *             abort decision through the shared JRNWRITE run
      *             journal, stamped with the window's run-id.
      * 10/15/2026  CFGDRIFT configuration-drift check added to the
      *             default schedule after the diagnostics.  A step
      *             ending RC=20 is a production-control breach
      *             (unapproved build or runtime) and is announced
      *             and journalled as such, not as an ordinary
      *             failure.
      * 10/15/2026  Operator directives from oprdir.dat: HOLD a step
      *             for a date range, RELEASE a hold, or FORCERUN a
      *             step and everything downstream of it past a clean
      *             checkpoint.  Each directive is validated and must
      *             name its operator - a bad one aborts the window.
      *             Held and forced steps are checkpointed as HELD or
      *             FORCED, journalled as HOLD or FORCE, and shown in
      *             the FORECAST plan.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PB-CTLPARM-STATUS.

           SELECT OPRDIR-FILE
               ASSIGN TO "oprdir.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PB-OPRDIR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CKPTSTAT-FILE.
       FD  CTLPARM-FILE.
           COPY CTLPARM.CPY.

       FD  OPRDIR-FILE.
           COPY OPRDIR.CPY.

       WORKING-STORAGE SECTION.
       01  PB-CURRENT-DATE.
           05  PB-CURRENT-DATE-YYYY        PIC X(04)   VALUE SPACES.

       01  PB-CKPT-PROGRAM-ID              PIC X(08)   VALUE SPACES.
       01  PB-CKPT-RETURN-CODE             PIC 9(04)   VALUE ZERO.
       01  PB-CKPT-RUN-STATUS              PIC X(08)   VALUE SPACES.

      * The job schedule, loaded from jobsched.dat (or the built-in
      * default when no schedule file exists).  Twenty steps is far
               10  PB-JOB-RC-THRESHOLD     PIC 9(04).
               10  PB-JOB-CHECKPOINT-FLAG  PIC X(01).
               10  PB-JOB-FAILED           PIC X(01).
               10  PB-JOB-HELD             PIC X(01).
               10  PB-JOB-HELD-BY          PIC X(08).
               10  PB-JOB-FORCED           PIC X(01).
               10  PB-JOB-FORCED-BY        PIC X(08).
               10  PB-JOB-FORCE-ROOT       PIC X(08).
       01  PB-JOB-COUNT                    COMP PIC 9(04) VALUE ZERO.
       01  PB-JOB-SUB                      COMP PIC 9(04) VALUE ZERO.
       01  PB-PREV-SEQUENCE                PIC 9(03)   VALUE ZERO.
       01  PB-DEP-FOUND                    PIC X(01)   VALUE 'N'.
       01  PB-DEP-SUB                      COMP PIC 9(04) VALUE ZERO.
       01  PB-DEP-FAILED                   PIC X(01)   VALUE 'N'.
       01  PB-DEP-WORD                     PIC X(06)   VALUE SPACES.
       01  PB-ABORT-WINDOW                 PIC X(01)   VALUE 'N'.

      * Operator directives from oprdir.dat, applied to the loaded
      * schedule at start-up.  Only a directive whose date range
      * covers tonight changes anything; an expired one is still
      * format-checked but need not name a step on the schedule.
       01  PB-TODAY-DATE                   PIC X(08)   VALUE SPACES.
       01  PB-DIR-TO-DATE                  PIC X(08)   VALUE SPACES.
       01  PB-DIR-DATE-NUM                 PIC 9(08)   VALUE ZERO.
       01  PB-DIR-DATE-INT                 PIC 9(07)   VALUE ZERO.
       01  PB-DIR-REJECT-REASON            PIC X(40)   VALUE SPACES.
       01  PB-DIR-IN-EFFECT                PIC X(01)   VALUE 'N'.
       01  PB-DIR-STEP-FOUND               PIC X(01)   VALUE 'N'.
       01  PB-DIR-SUB                      COMP PIC 9(04) VALUE ZERO.
       01  PB-DIR-APPLIED-COUNT            COMP PIC 9(04) VALUE ZERO.
       01  PB-DIR-REJECT-COUNT             COMP PIC 9(04) VALUE ZERO.

      * Start and end timestamps captured around each CALL, and the
      * elapsed-seconds arithmetic behind the SLA check.  The date
      * part matters too: a window that runs across midnight must
       01  PB-SLAHIST-STATUS               PIC X(02)   VALUE '00'.
       01  PB-CTLSLA-STATUS                PIC X(02)   VALUE '00'.
       01  PB-CTLPARM-STATUS               PIC X(02)   VALUE '00'.
       01  PB-OPRDIR-STATUS                PIC X(02)   VALUE '00'.

       PROCEDURE DIVISION.
       MAINLINE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 600-LOAD-DIRECTIVES
           IF PB-DIR-REJECT-COUNT > ZERO
               DISPLAY 'PREBATCH - oprdir.dat holds a directive that'
                   ' failed validation - window aborted, nothing'
                   ' dispatched'
               MOVE 'ABORT   ' TO PB-JRN-EVENT
               MOVE 'operator directive bad, window aborted'
                   TO PB-JRN-TEXT
               PERFORM 950-WRITE-JOURNAL
               PERFORM 075-RELEASE-WINDOW-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PB-RUN-MODE = 'FORECAST'
               PERFORM 700-FORECAST-WINDOW
               MOVE 'END     ' TO PB-JRN-EVENT
               UNTIL PB-JOB-SUB > PB-JOB-COUNT
           PERFORM 160-CHECK-SLA-THRESHOLD
           PERFORM 075-RELEASE-WINDOW-LOCK
           EVALUATE TRUE
               WHEN PB-WORST-RETURN-CODE = 20
                   DISPLAY 'PREBATCH Completed With PRODUCTION-'
                       'CONTROL BREACH - RC=' PB-WORST-RETURN-CODE
               WHEN PB-WORST-RETURN-CODE NOT = ZERO
                   DISPLAY 'PREBATCH Completed With Errors - RC='
                       PB-WORST-RETURN-CODE
               WHEN OTHER
                   DISPLAY 'PREBATCH Successfully Completed'
           END-EVALUATE
           MOVE 'END     ' TO PB-JRN-EVENT
           STRING 'window end, worst RC=' PB-WORST-RETURN-CODE
               DELIMITED BY SIZE INTO PB-JRN-TEXT

       050-CAPTURE-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO PB-CURRENT-DATE
           MOVE PB-CURRENT-DATE(1:14) TO PB-RUN-ID
           MOVE PB-CURRENT-DATE(1:8)  TO PB-TODAY-DATE.

       060-READ-OWN-CONTROL-PARM.
           OPEN INPUT CTLPARM-FILE
           END-IF.

      * The built-in default mirrors the window as it was before the
      * schedule file existed: the two diagnostics, the
      * configuration-drift check over what they recorded, then the
      * exception monitor, which runs every window and is never
      * skipped by a checkpoint - a rerun must re-alert anything
      * still unacknowledged.
       098-BUILD-DEFAULT-SCHEDULE.
           MOVE 4 TO PB-JOB-COUNT
           MOVE 'TESTFUNC' TO PB-JOB-PROGRAM-ID(1)
           MOVE SPACES     TO PB-JOB-DEPENDS-ON(1)
           MOVE 'CONTINUE' TO PB-JOB-ABORT-POLICY(1)
           MOVE ZERO       TO PB-JOB-RC-THRESHOLD(2)
           MOVE 'Y'        TO PB-JOB-CHECKPOINT-FLAG(2)
           MOVE 'N'        TO PB-JOB-FAILED(2)
           MOVE 'CFGDRIFT' TO PB-JOB-PROGRAM-ID(3)
           MOVE SPACES     TO PB-JOB-DEPENDS-ON(3)
           MOVE 'CONTINUE' TO PB-JOB-ABORT-POLICY(3)
           MOVE ZERO       TO PB-JOB-RC-THRESHOLD(3)
           MOVE 'Y'        TO PB-JOB-CHECKPOINT-FLAG(3)
           MOVE 'N'        TO PB-JOB-FAILED(3)
           MOVE 'EXCMON'   TO PB-JOB-PROGRAM-ID(4)
           MOVE SPACES     TO PB-JOB-DEPENDS-ON(4)
           MOVE 'CONTINUE' TO PB-JOB-ABORT-POLICY(4)
           MOVE ZERO       TO PB-JOB-RC-THRESHOLD(4)
           MOVE 'N'        TO PB-JOB-CHECKPOINT-FLAG(4)
           MOVE 'N'        TO PB-JOB-FAILED(4).

       100-RUN-ONE-JOB.
           EVALUATE TRUE
                       ' not run, window aborted'
                       DELIMITED BY SIZE INTO PB-JRN-TEXT
                   PERFORM 950-WRITE-JOURNAL
               WHEN PB-JOB-HELD(PB-JOB-SUB) = 'Y'
                   PERFORM 105-HOLD-STEP
               WHEN PB-JOB-DEPENDS-ON(PB-JOB-SUB) NOT = SPACES
                   PERFORM 110-CHECK-DEPENDENCY
                   IF PB-DEP-FAILED = 'Y'
                       MOVE 'Y' TO PB-JOB-FAILED(PB-JOB-SUB)
                       IF PB-DEP-WORD = 'held'
                           DISPLAY 'PREBATCH - '
                               PB-JOB-PROGRAM-ID(PB-JOB-SUB)
                               ' skipped, depends on held step '
                               PB-JOB-DEPENDS-ON(PB-JOB-SUB)
                       ELSE
                           DISPLAY 'PREBATCH - '
                               PB-JOB-PROGRAM-ID(PB-JOB-SUB)
                               ' skipped, depends on failed step '
                               PB-JOB-DEPENDS-ON(PB-JOB-SUB)
                       END-IF
                       MOVE 'DEPSKIP ' TO PB-JRN-EVENT
                       STRING PB-JOB-PROGRAM-ID(PB-JOB-SUB)
                           ' skipped, depends on '
                           DELIMITED BY SIZE
                           PB-DEP-WORD DELIMITED BY SPACE
                           ' ' PB-JOB-DEPENDS-ON(PB-JOB-SUB)
                           DELIMITED BY SIZE INTO PB-JRN-TEXT
                       PERFORM 950-WRITE-JOURNAL
                   ELSE
                   PERFORM 120-DISPATCH-JOB
           END-EVALUATE.

      * A step held by an operator directive is not run: it is
      * checkpointed HELD (RC zero, but never taken as a clean run)
      * and marked failed so its dependents skip rather than run on
      * input it never produced tonight.
       105-HOLD-STEP.
           MOVE 'Y' TO PB-JOB-FAILED(PB-JOB-SUB)
           DISPLAY 'PREBATCH - ' PB-JOB-PROGRAM-ID(PB-JOB-SUB)
               ' held by operator directive ('
               PB-JOB-HELD-BY(PB-JOB-SUB) '), not run'
           MOVE 'HOLD    ' TO PB-JRN-EVENT
           STRING PB-JOB-PROGRAM-ID(PB-JOB-SUB)
               ' held, directive by ' PB-JOB-HELD-BY(PB-JOB-SUB)
               DELIMITED BY SIZE INTO PB-JRN-TEXT
           PERFORM 950-WRITE-JOURNAL
           MOVE PB-JOB-PROGRAM-ID(PB-JOB-SUB) TO PB-CKPT-PROGRAM-ID
           MOVE ZERO                          TO PB-CKPT-RETURN-CODE
           MOVE 'HELD'                        TO PB-CKPT-RUN-STATUS
           PERFORM 500-WRITE-CHECKPOINT.

      * A dependency names an earlier step's program-id - guaranteed
      * by the load-time validation in 096 - and a dependent of a
      * failed, skipped or held step is itself marked failed so a
      * chain of dependents all skip.
       110-CHECK-DEPENDENCY.
           MOVE 'N' TO PB-DEP-FAILED
           MOVE 'failed' TO PB-DEP-WORD
           PERFORM 115-MATCH-DEPENDENCY
               VARYING PB-DEP-SUB FROM 1 BY 1
               UNTIL PB-DEP-SUB > PB-JOB-COUNT.
               = PB-JOB-DEPENDS-ON(PB-JOB-SUB)
               AND PB-JOB-FAILED(PB-DEP-SUB) = 'Y'
               MOVE 'Y' TO PB-DEP-FAILED
               IF PB-JOB-HELD(PB-DEP-SUB) = 'Y'
                   MOVE 'held' TO PB-DEP-WORD
               END-IF
           END-IF.

       120-DISPATCH-JOB.
               TO PB-CHECK-PROGRAM-ID
           MOVE 'N' TO PB-ALREADY-DONE
           IF PB-JOB-CHECKPOINT-FLAG(PB-JOB-SUB) = 'Y'
               AND PB-JOB-FORCED(PB-JOB-SUB) = 'N'
               PERFORM 400-CHECK-CHECKPOINT
           END-IF
           IF PB-JOB-FORCED(PB-JOB-SUB) = 'Y'
               PERFORM 125-ANNOUNCE-FORCED-RUN
           END-IF
           IF PB-ALREADY-DONE = 'Y'
               DISPLAY 'PREBATCH - ' PB-CHECK-PROGRAM-ID
                   ' already checkpointed successfully today,'
               PERFORM 130-CALL-AND-CHECKPOINT
           END-IF.

       125-ANNOUNCE-FORCED-RUN.
           IF PB-JOB-FORCE-ROOT(PB-JOB-SUB) = PB-CHECK-PROGRAM-ID
               DISPLAY 'PREBATCH - ' PB-CHECK-PROGRAM-ID
                   ' forced rerun by operator directive ('
                   PB-JOB-FORCED-BY(PB-JOB-SUB) ')'
           ELSE
               DISPLAY 'PREBATCH - ' PB-CHECK-PROGRAM-ID
                   ' forced rerun, downstream of '
                   PB-JOB-FORCE-ROOT(PB-JOB-SUB)
                   ' (directive by ' PB-JOB-FORCED-BY(PB-JOB-SUB) ')'
           END-IF
           MOVE 'FORCE   ' TO PB-JRN-EVENT
           STRING PB-CHECK-PROGRAM-ID ' forced, directive on '
               PB-JOB-FORCE-ROOT(PB-JOB-SUB)
               ' by ' PB-JOB-FORCED-BY(PB-JOB-SUB)
               DELIMITED BY SIZE INTO PB-JRN-TEXT
           PERFORM 950-WRITE-JOURNAL.

       130-CALL-AND-CHECKPOINT.
           DISPLAY 'PREBATCH - running ' PB-CHECK-PROGRAM-ID
           MOVE 'DISPATCH' TO PB-JRN-EVENT
           PERFORM 150-WRITE-SLA-HISTORY
           MOVE PB-CHECK-PROGRAM-ID TO PB-CKPT-PROGRAM-ID
           MOVE RETURN-CODE         TO PB-CKPT-RETURN-CODE
           IF PB-JOB-FORCED(PB-JOB-SUB) = 'Y'
               MOVE 'FORCED' TO PB-CKPT-RUN-STATUS
           ELSE
               MOVE SPACES   TO PB-CKPT-RUN-STATUS
           END-IF
           MOVE 'STEPEND ' TO PB-JRN-EVENT
           STRING PB-CKPT-PROGRAM-ID ' ended, RC='
               PB-CKPT-RETURN-CODE
               DELIMITED BY SIZE INTO PB-JRN-TEXT
           PERFORM 950-WRITE-JOURNAL
           IF PB-CKPT-RETURN-CODE = 20
               DISPLAY 'PREBATCH - ' PB-CKPT-PROGRAM-ID
                   ' PRODUCTION-CONTROL BREACH - unapproved build'
                   ' or runtime, see cfgdrift.rpt'
               MOVE 'BREACH  ' TO PB-JRN-EVENT
               STRING PB-CKPT-PROGRAM-ID
                   ' production-control breach, RC=20'
                   DELIMITED BY SIZE INTO PB-JRN-TEXT
               PERFORM 950-WRITE-JOURNAL
           END-IF
           IF PB-CKPT-RETURN-CODE > PB-WORST-RETURN-CODE
               MOVE PB-CKPT-RETURN-CODE TO PB-WORST-RETURN-CODE
           END-IF
           IF PB-JOB-CHECKPOINT-FLAG(PB-JOB-SUB) = 'Y'
               OR PB-JOB-FORCED(PB-JOB-SUB) = 'Y'
               PERFORM 500-WRITE-CHECKPOINT
           END-IF
           PERFORM 140-APPLY-ABORT-POLICY.
               CLOSE CTLSLA-FILE
           END-IF.

      *----------------------------------------------------------------
      * Operator directives.  oprdir.dat is read in file order once
      * the schedule is loaded, so each directive is checked against
      * the steps actually on it and a RELEASE cancels a HOLD above
      * it.  Every directive must pass validation - a rejected one
      * aborts the window in the mainline, because a mistyped hold
      * silently ignored would run exactly the step the operator
      * meant to keep untouched.  FORCERUN is then carried down
      * every JOBSCHED-DEPENDS-ON chain that leads back to a forced
      * step.  A missing file simply means no directives tonight.
      *----------------------------------------------------------------
       600-LOAD-DIRECTIVES.
           PERFORM 605-CLEAR-DIRECTIVE-FLAGS
               VARYING PB-JOB-SUB FROM 1 BY 1
               UNTIL PB-JOB-SUB > PB-JOB-COUNT
           OPEN INPUT OPRDIR-FILE
           IF PB-OPRDIR-STATUS = '00'
               PERFORM UNTIL PB-OPRDIR-STATUS NOT = '00'
                   READ OPRDIR-FILE
                       AT END
                           MOVE '10' TO PB-OPRDIR-STATUS
                       NOT AT END
                           IF OPRDIR-RECORD NOT = SPACES
                               PERFORM 610-APPLY-ONE-DIRECTIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPRDIR-FILE
           END-IF
           PERFORM 650-PROPAGATE-FORCED
               VARYING PB-JOB-SUB FROM 1 BY 1
               UNTIL PB-JOB-SUB > PB-JOB-COUNT.

       605-CLEAR-DIRECTIVE-FLAGS.
           MOVE 'N'    TO PB-JOB-HELD(PB-JOB-SUB)
           MOVE SPACES TO PB-JOB-HELD-BY(PB-JOB-SUB)
           MOVE 'N'    TO PB-JOB-FORCED(PB-JOB-SUB)
           MOVE SPACES TO PB-JOB-FORCED-BY(PB-JOB-SUB)
           MOVE SPACES TO PB-JOB-FORCE-ROOT(PB-JOB-SUB).

       610-APPLY-ONE-DIRECTIVE.
           MOVE SPACES TO PB-DIR-REJECT-REASON
           MOVE 'N'    TO PB-DIR-IN-EFFECT
           PERFORM 620-VALIDATE-DIRECTIVE
           IF PB-DIR-REJECT-REASON NOT = SPACES
               ADD 1 TO PB-DIR-REJECT-COUNT
               DISPLAY 'PREBATCH - directive rejected: '
                   OPRDIR-ACTION ' ' OPRDIR-PROGRAM-ID ' '
                   OPRDIR-FROM-DATE ' - ' PB-DIR-REJECT-REASON
               MOVE 'REJECT  ' TO PB-JRN-EVENT
               STRING 'directive ' OPRDIR-ACTION ' '
                   OPRDIR-PROGRAM-ID ' rejected, by '
                   OPRDIR-OPERATOR
                   DELIMITED BY SIZE INTO PB-JRN-TEXT
               PERFORM 950-WRITE-JOURNAL
           END-IF
           IF PB-DIR-IN-EFFECT = 'Y'
               ADD 1 TO PB-DIR-APPLIED-COUNT
               DISPLAY 'PREBATCH - directive ' OPRDIR-ACTION ' '
                   OPRDIR-PROGRAM-ID ' by ' OPRDIR-OPERATOR
                   ' in effect tonight ' OPRDIR-REASON
               PERFORM 630-APPLY-TO-STEP
                   VARYING PB-DIR-SUB FROM 1 BY 1
                   UNTIL PB-DIR-SUB > PB-JOB-COUNT
           END-IF.

       620-VALIDATE-DIRECTIVE.
           EVALUATE TRUE
               WHEN OPRDIR-ACTION NOT = 'HOLD    '
                   AND OPRDIR-ACTION NOT = 'RELEASE '
                   AND OPRDIR-ACTION NOT = 'FORCERUN'
                   MOVE 'unknown action' TO PB-DIR-REJECT-REASON
               WHEN OPRDIR-OPERATOR = SPACES
                   MOVE 'no operator named' TO PB-DIR-REJECT-REASON
               WHEN OPRDIR-PROGRAM-ID = SPACES
                   MOVE 'no step named' TO PB-DIR-REJECT-REASON
               WHEN OTHER
                   PERFORM 622-VALIDATE-DIRECTIVE-DATES
           END-EVALUATE
           IF PB-DIR-REJECT-REASON = SPACES
               AND PB-DIR-TO-DATE NOT < PB-TODAY-DATE
               PERFORM 626-CHECK-STEP-ON-SCHEDULE
           END-IF
           IF PB-DIR-REJECT-REASON = SPACES
               AND OPRDIR-FROM-DATE NOT > PB-TODAY-DATE
               AND PB-DIR-TO-DATE NOT < PB-TODAY-DATE
               MOVE 'Y' TO PB-DIR-IN-EFFECT
           END-IF.

      * A blank to-date means the from-date night only.
       622-VALIDATE-DIRECTIVE-DATES.
           MOVE ZERO TO PB-DIR-DATE-INT
           IF OPRDIR-FROM-DATE IS NUMERIC
               MOVE OPRDIR-FROM-DATE TO PB-DIR-DATE-NUM
               COMPUTE PB-DIR-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(PB-DIR-DATE-NUM)
           END-IF
           IF PB-DIR-DATE-INT = ZERO
               MOVE 'from-date is not a valid date'
                   TO PB-DIR-REJECT-REASON
           END-IF
           IF OPRDIR-TO-DATE = SPACES
               MOVE OPRDIR-FROM-DATE TO PB-DIR-TO-DATE
           ELSE
               MOVE OPRDIR-TO-DATE   TO PB-DIR-TO-DATE
           END-IF
           MOVE ZERO TO PB-DIR-DATE-INT
           IF PB-DIR-TO-DATE IS NUMERIC
               MOVE PB-DIR-TO-DATE TO PB-DIR-DATE-NUM
               COMPUTE PB-DIR-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(PB-DIR-DATE-NUM)
           END-IF
           EVALUATE TRUE
               WHEN PB-DIR-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN PB-DIR-DATE-INT = ZERO
                   MOVE 'to-date is not a valid date'
                       TO PB-DIR-REJECT-REASON
               WHEN PB-DIR-TO-DATE < OPRDIR-FROM-DATE
                   MOVE 'to-date is before the from-date'
                       TO PB-DIR-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       626-CHECK-STEP-ON-SCHEDULE.
           MOVE 'N' TO PB-DIR-STEP-FOUND
           PERFORM 628-MATCH-DIRECTIVE-STEP
               VARYING PB-DIR-SUB FROM 1 BY 1
               UNTIL PB-DIR-SUB > PB-JOB-COUNT
           IF PB-DIR-STEP-FOUND = 'N'
               MOVE 'step is not on the job schedule'
                   TO PB-DIR-REJECT-REASON
           END-IF.

       628-MATCH-DIRECTIVE-STEP.
           IF PB-JOB-PROGRAM-ID(PB-DIR-SUB) = OPRDIR-PROGRAM-ID
               MOVE 'Y' TO PB-DIR-STEP-FOUND
           END-IF.

       630-APPLY-TO-STEP.
           IF PB-JOB-PROGRAM-ID(PB-DIR-SUB) = OPRDIR-PROGRAM-ID
               EVALUATE OPRDIR-ACTION
                   WHEN 'HOLD    '
                       MOVE 'Y'             TO PB-JOB-HELD(PB-DIR-SUB)
                       MOVE OPRDIR-OPERATOR
                           TO PB-JOB-HELD-BY(PB-DIR-SUB)
                   WHEN 'RELEASE '
                       MOVE 'N'             TO PB-JOB-HELD(PB-DIR-SUB)
                       MOVE SPACES
                           TO PB-JOB-HELD-BY(PB-DIR-SUB)
                   WHEN 'FORCERUN'
                       MOVE 'Y'           TO PB-JOB-FORCED(PB-DIR-SUB)
                       MOVE OPRDIR-OPERATOR
                           TO PB-JOB-FORCED-BY(PB-DIR-SUB)
                       MOVE OPRDIR-PROGRAM-ID
                           TO PB-JOB-FORCE-ROOT(PB-DIR-SUB)
               END-EVALUATE
           END-IF.

      * Dependencies always name an earlier step (096), so a single
      * pass down the schedule carries a force through every level
      * of a dependency chain.
       650-PROPAGATE-FORCED.
           IF PB-JOB-FORCED(PB-JOB-SUB) = 'N'
               AND PB-JOB-DEPENDS-ON(PB-JOB-SUB) NOT = SPACES
               PERFORM 655-MATCH-FORCED-PARENT
                   VARYING PB-DIR-SUB FROM 1 BY 1
                   UNTIL PB-DIR-SUB >= PB-JOB-SUB
           END-IF.

       655-MATCH-FORCED-PARENT.
           IF PB-JOB-PROGRAM-ID(PB-DIR-SUB)
               = PB-JOB-DEPENDS-ON(PB-JOB-SUB)
               AND PB-JOB-FORCED(PB-DIR-SUB) = 'Y'
               MOVE 'Y' TO PB-JOB-FORCED(PB-JOB-SUB)
               MOVE PB-JOB-FORCED-BY(PB-DIR-SUB)
                   TO PB-JOB-FORCED-BY(PB-JOB-SUB)
               MOVE PB-JOB-FORCE-ROOT(PB-DIR-SUB)
                   TO PB-JOB-FORCE-ROOT(PB-JOB-SUB)
           END-IF.

      *----------------------------------------------------------------
      * FORECAST - the plan-only walk of the window.  The schedule,
      * today's checkpoints and the SLA threshold have been loaded
           END-IF.

      * A step checkpointed clean today would be skipped by the live
      * run, so the forecast skips it too - unless a FORCERUN
      * directive covers it - and a held step is shown held.  A
      * dependency can only fail at run time, so it is shown in the
      * plan rather than guessed at.
       720-FORECAST-ONE-STEP.
           MOVE PB-JOB-PROGRAM-ID(PB-JOB-SUB)
               TO PB-CHECK-PROGRAM-ID
           IF PB-JOB-HELD(PB-JOB-SUB) = 'Y'
               DISPLAY 'PREBATCH FORECAST - ' PB-CHECK-PROGRAM-ID
                   ' HOLD - held by operator directive ('
                   PB-JOB-HELD-BY(PB-JOB-SUB) ')'
           ELSE
               PERFORM 725-FORECAST-RUN-OR-SKIP
           END-IF.

       725-FORECAST-RUN-OR-SKIP.
           MOVE 'N' TO PB-ALREADY-DONE
           IF PB-JOB-CHECKPOINT-FLAG(PB-JOB-SUB) = 'Y'
               AND PB-JOB-FORCED(PB-JOB-SUB) = 'N'
               PERFORM 400-CHECK-CHECKPOINT
           END-IF
           IF PB-ALREADY-DONE = 'Y'
                   DISPLAY 'PREBATCH FORECAST - ' PB-CHECK-PROGRAM-ID
                       ' RUN  no elapsed history, projected as zero'
               END-IF
               IF PB-JOB-FORCED(PB-JOB-SUB) = 'Y'
                   DISPLAY 'PREBATCH FORECAST -   forced rerun,'
                       ' directive on '
                       PB-JOB-FORCE-ROOT(PB-JOB-SUB)
                       ' by ' PB-JOB-FORCED-BY(PB-JOB-SUB)
               END-IF
               IF PB-JOB-DEPENDS-ON(PB-JOB-SUB) NOT = SPACES
                   DISPLAY 'PREBATCH FORECAST -   depends on '
                       PB-JOB-DEPENDS-ON(PB-JOB-SUB)
                               AND CKPTSTAT-RUN-DATE-DD
                                   = PB-CURRENT-DATE-DD
                               AND CKPTSTAT-RETURN-CODE = 0
                               AND CKPTSTAT-RUN-STATUS NOT = 'HELD'
                               MOVE 'Y' TO PB-ALREADY-DONE
                           END-IF
                   END-READ
           MOVE PB-CURRENT-TIME-MM         TO CKPTSTAT-RUN-TIME-MM
           MOVE PB-CURRENT-TIME-SS         TO CKPTSTAT-RUN-TIME-SS
           MOVE PB-RUN-ID                  TO CKPTSTAT-RUN-ID
           MOVE PB-CKPT-RUN-STATUS         TO CKPTSTAT-RUN-STATUS
           WRITE CKPTSTAT-RECORD
           CLOSE CKPTSTAT-FILE
           MOVE '00' TO PB-CKPTSTAT-STATUS.
