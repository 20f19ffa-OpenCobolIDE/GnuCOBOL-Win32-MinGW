      * 09/03/2026  Initial coding.
      * 09/03/2026  Journal start and end through the shared
      *             JRNWRITE run journal.
      * 10/15/2026  CONFIG routing trigger: fires HIGH when one of
      *             today's checkpoints carries RC=20, the
      *             production-control breach CFGDRIFT raises on an
      *             unapproved build or runtime.
      * 10/15/2026  RESEND entries in ctlroute.dat carry the receipt
      *             step's re-send policy and are skipped here, so
      *             they never take a routing-rule slot.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       01  AD-BAD-RC-COUNT                 PIC 9(05)   VALUE ZERO.
       01  AD-WORST-RC                     PIC 9(04)   VALUE ZERO.

      * Today's checkpoints carrying the production-control breach
      * code, and the last program that raised it.
       01  AD-BREACH-COUNT                 PIC 9(05)   VALUE ZERO.
       01  AD-BREACH-PROGRAM               PIC X(08)   VALUE SPACES.

      * Routing rules loaded from ctlroute.dat.
       01  AD-ROUTE-TABLE.
           05  AD-ROUTE-ENTRY OCCURS 20 TIMES.
                                   MOVE CKPTSTAT-RETURN-CODE
                                       TO AD-WORST-RC
                               END-IF
                               IF CKPTSTAT-RETURN-CODE = 20
                                   ADD 1 TO AD-BREACH-COUNT
                                   MOVE CKPTSTAT-PROGRAM-ID
                                       TO AD-BREACH-PROGRAM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                           MOVE '10' TO AD-CTLROUTE-STATUS
                       NOT AT END
                           IF CTLROUTE-GROUP NOT = SPACES
                               AND CTLROUTE-TRIGGER NOT = 'RESEND  '
                               AND AD-ROUTE-COUNT < 20
                               ADD 1 TO AD-ROUTE-COUNT
                               MOVE CTLROUTE-TRIGGER TO
                       STRING 'checkpoint RC up to ' AD-RC-DISP
                           DELIMITED BY SIZE INTO AD-REASON-TEXT
                   END-IF
               WHEN 'CONFIG  '
                   IF AD-BREACH-COUNT > ZERO
                       MOVE 'Y' TO AD-TRIGGERED
                       MOVE 'HIGH' TO AD-TRIGGER-PRIORITY
                       MOVE SPACES TO AD-REASON-TEXT
                       STRING 'config breach ' AD-BREACH-PROGRAM
                           DELIMITED BY SIZE INTO AD-REASON-TEXT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
