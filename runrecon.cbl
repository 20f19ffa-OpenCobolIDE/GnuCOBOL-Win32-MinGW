      *             from the indexed master excmastr.dat.
      * 09/03/2026  Journal start and end (with the verdict) through
      *             the shared JRNWRITE run journal.
      * 10/15/2026  A step held by an operator directive is reported
      *             as held, not as a checkpoint - its HELD record is
      *             no run, so it is never mistaken for a clean
      *             checkpoint missing its output.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       01  RR-CK-TESTFUNC-RC               PIC 9(04)   VALUE ZERO.
       01  RR-CK-BINTEST-FOUND             PIC X(01)   VALUE 'N'.
       01  RR-CK-BINTEST-RC                PIC 9(04)   VALUE ZERO.
       01  RR-CK-TESTFUNC-HELD             PIC X(01)   VALUE 'N'.
       01  RR-CK-BINTEST-HELD              PIC X(01)   VALUE 'N'.

      * What the other diagnostic files say about that run.
       01  RR-AU-TESTFUNC-FOUND            PIC X(01)   VALUE 'N'.
                           MOVE '10' TO RR-CKPTSTAT-STATUS
                       NOT AT END
                           IF CKPTSTAT-RUN-ID = RR-RUN-ID
                               PERFORM 210-NOTE-CHECKPOINT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CKPTSTAT-FILE
           END-IF.

      * A HELD record says an operator directive kept the step from
      * running this window; it is noted as such and never taken as
      * a checkpoint, so the rules below cannot call it broken.
       210-NOTE-CHECKPOINT.
           EVALUATE TRUE
               WHEN CKPTSTAT-PROGRAM-ID = 'TESTFUNC'
                   AND CKPTSTAT-RUN-STATUS = 'HELD'
                   MOVE 'Y' TO RR-CK-TESTFUNC-HELD
               WHEN CKPTSTAT-PROGRAM-ID = 'TESTFUNC'
                   MOVE 'Y' TO RR-CK-TESTFUNC-FOUND
                   MOVE CKPTSTAT-RETURN-CODE TO RR-CK-TESTFUNC-RC
               WHEN CKPTSTAT-PROGRAM-ID = 'bintest'
                   AND CKPTSTAT-RUN-STATUS = 'HELD'
                   MOVE 'Y' TO RR-CK-BINTEST-HELD
               WHEN CKPTSTAT-PROGRAM-ID = 'bintest'
                   MOVE 'Y' TO RR-CK-BINTEST-FOUND
                   MOVE CKPTSTAT-RETURN-CODE TO RR-CK-BINTEST-RC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       300-SCAN-COMPILE-AUDIT.
           OPEN INPUT CMPAUDIT-FILE
           IF RR-CMPAUDIT-STATUS = '00'

       710-WRITE-RUN-COUNTS.
           MOVE SPACES TO RR-LINE-TEXT
           EVALUATE TRUE
               WHEN RR-CK-TESTFUNC-FOUND = 'Y'
                   MOVE RR-CK-TESTFUNC-RC TO RR-RC-DISP
                   STRING '  TESTFUNC checkpoint RC=' RR-RC-DISP
                       ' audit=' RR-AU-TESTFUNC-FOUND
                       DELIMITED BY SIZE INTO RR-LINE-TEXT
               WHEN RR-CK-TESTFUNC-HELD = 'Y'
                   STRING '  TESTFUNC held by operator directive'
                       ' audit=' RR-AU-TESTFUNC-FOUND
                       DELIMITED BY SIZE INTO RR-LINE-TEXT
               WHEN OTHER
                   STRING '  TESTFUNC not checkpointed this run'
                       ' audit=' RR-AU-TESTFUNC-FOUND
                       DELIMITED BY SIZE INTO RR-LINE-TEXT
           END-EVALUATE
           PERFORM 900-WRITE-LINE
           MOVE SPACES TO RR-LINE-TEXT
           EVALUATE TRUE
               WHEN RR-CK-BINTEST-FOUND = 'Y'
                   MOVE RR-CK-BINTEST-RC TO RR-RC-DISP
                   STRING '  bintest  checkpoint RC=' RR-RC-DISP
                       ' audit=' RR-AU-BINTEST-FOUND
                       DELIMITED BY SIZE INTO RR-LINE-TEXT
               WHEN RR-CK-BINTEST-HELD = 'Y'
                   STRING '  bintest  held by operator directive'
                       ' audit=' RR-AU-BINTEST-FOUND
                       DELIMITED BY SIZE INTO RR-LINE-TEXT
               WHEN OTHER
                   STRING '  bintest  not checkpointed this run'
                       ' audit=' RR-AU-BINTEST-FOUND
                       DELIMITED BY SIZE INTO RR-LINE-TEXT
           END-EVALUATE
           PERFORM 900-WRITE-LINE
           MOVE RR-BVRESULT-COUNT TO RR-COUNT-DISP
           MOVE SPACES TO RR-LINE-TEXT
