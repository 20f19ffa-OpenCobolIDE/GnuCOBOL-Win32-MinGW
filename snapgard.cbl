      *     snapshot (same or grown record count and a length
      *     hash-total over the snapshotted span), flagging a file
      *     that has shrunk;
      *   - detects a leftover excmon.tmp, hskpurge.tmp or
      *     recvalid.tmp from an interrupted rewrite;
      *   - restores a flagged file from its <name>.snp snapshot
      *     copy when the operator has confirmed it by naming the
      *     file-id in gardrest.dat (consumed when honoured);
      *             in log-date order with its acknowledgement
      *             fields excluded from the hash, so monitor
      *             REWRITEs do not read as corruption.
      * 10/15/2026  Probe for a leftover recvalid.tmp from an
      *             interrupted record-validation rewrite.
      * 10/15/2026  Journal every file restored from its snapshot as
      *             a RESTORE event.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           MOVE 'excmon.tmp' TO SG-LIVE-NAME
           PERFORM 155-PROBE-ONE-WORK-FILE
           MOVE 'hskpurge.tmp' TO SG-LIVE-NAME
           PERFORM 155-PROBE-ONE-WORK-FILE
           MOVE 'recvalid.tmp' TO SG-LIVE-NAME
           PERFORM 155-PROBE-ONE-WORK-FILE.

       155-PROBE-ONE-WORK-FILE.
                   ' restored from snapshot, records=' SG-COUNT-DISP
                   DELIMITED BY SIZE INTO SG-LINE-TEXT
               PERFORM 900-WRITE-REPORT-LINE
               MOVE 'RESTORE ' TO SG-JRN-EVENT
               STRING SG-FT-ID(SG-FILE-SUB)
                   ' restored from snapshot, records=' SG-COUNT-DISP
                   DELIMITED BY SIZE INTO SG-JRN-TEXT
               PERFORM 950-WRITE-JOURNAL
           END-IF
           MOVE '00' TO SG-SNAP-STATUS.

