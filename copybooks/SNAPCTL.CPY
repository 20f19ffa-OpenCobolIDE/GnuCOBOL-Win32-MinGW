      ** since - and a file a crashed rewrite has truncated is       **
      ** caught the next morning instead of whenever RUNRECON or the **
      ** summary comes up empty.                                      **
      **                                                              **
      ** The RECVALID step, after rewriting a file to take out or put **
      ** back a suspended record, retakes that file's snapshot and    **
      ** control record - but only when the file reconciled to them   **
      ** before the rewrite, so a flagged file keeps its evidence.    **
      ******************************************************************
       01  SNAPCTL-RECORD.
           05  SNAPCTL-FILE-ID            PIC X(08).
