      ******************************************************************
      ** ALERTHST.cpy                                                 **
      ** Notification history kept by the ALERTRCV step in            **
      ** alerthst.dat: one record per notification sent through       **
      ** alertout.dat, first sends and re-sends alike.  The first     **
      ** 40 bytes are the alertout.dat record's group, priority,      **
      ** date, time and run-id.  Every send of one alert carries the  **
      ** group, date and time of the alert's first send, so its       **
      ** history can be followed from ALERTDSP to the final outcome.  **
      **                                                              **
      ** ALERTHST-STATUS values:                                      **
      **   PENDING   - sent, no receipt yet                           **
      **   FAILED    - the gateway reported failure; due for re-send  **
      **   DELIVERED - the gateway confirmed delivery at RCPT-DATE    **
      **               and RCPT-TIME                                  **
      **   RESENT    - unconfirmed or failed, sent again to the same  **
      **               group (the later send carries the alert on)    **
      **   ESCALATED - failed too often, sent on to the next group    **
      **   ABANDONED - failed too often with no group left to try:    **
      **               the alert was never delivered                  **
      **   CANCELLED - a late receipt confirmed an earlier send, so   **
      **               this copy is no longer chased                  **
      **   UNTRACKED - first seen more than a day after it was sent;  **
      **               recorded but never chased or re-sent           **
      ** An alert's outcome is DELIVERED when any of its sends is;    **
      ** otherwise it is the status of its one send that is not       **
      ** RESENT, ESCALATED or CANCELLED.  ALERTHST-FAIL-COUNT counts  **
      ** failures at the current group; ALERTHST-HOPS counts          **
      ** escalations so far.                                          **
      ******************************************************************
       01  ALERTHST-RECORD.
           05  ALERTHST-GROUP             PIC X(08).
           05  ALERTHST-PRIORITY          PIC X(04).
           05  ALERTHST-SENT-DATE         PIC X(08).
           05  ALERTHST-SENT-TIME         PIC X(06).
           05  ALERTHST-RUN-ID            PIC X(14).
           05  ALERTHST-STATUS            PIC X(09).
           05  ALERTHST-ATTEMPT           PIC 9(02).
           05  ALERTHST-FAIL-COUNT        PIC 9(02).
           05  ALERTHST-HOPS              PIC 9(02).
           05  ALERTHST-FIRST-GROUP       PIC X(08).
           05  ALERTHST-FIRST-DATE        PIC X(08).
           05  ALERTHST-FIRST-TIME        PIC X(06).
           05  ALERTHST-RCPT-DATE         PIC X(08).
           05  ALERTHST-RCPT-TIME         PIC X(06).
           05  ALERTHST-NOTE              PIC X(30).
           05  ALERTHST-MESSAGE           PIC X(80).
