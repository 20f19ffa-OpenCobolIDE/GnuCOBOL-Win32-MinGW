      ******************************************************************
      ** ALERTRCP.cpy                                                 **
      ** Delivery receipt dropped by the messaging gateway in         **
      ** alertrcp.dat, one per alertout.dat record it tried to        **
      ** deliver.  The ALERTRCV step matches each receipt back to the **
      ** notification it answers by group, run-id and the record's    **
      ** date and time stamp, exactly as ALERTDSP or ALERTRCV wrote   **
      ** them to alertout.dat.  The file is consumed once read.       **
      **                                                              **
      ** ALERTRCP-STATUS values:                                      **
      **   DELIVERED - the recipient group's device accepted it       **
      **   FAILED    - the gateway gave up; ALERTRCP-REASON says why  **
      ** ALERTRCP-RCPT-DATE and -TIME are when the gateway decided.   **
      ******************************************************************
       01  ALERTRCP-RECORD.
           05  ALERTRCP-GROUP             PIC X(08).
           05  ALERTRCP-RUN-ID            PIC X(14).
           05  ALERTRCP-DATE              PIC X(08).
           05  ALERTRCP-TIME              PIC X(06).
           05  ALERTRCP-STATUS            PIC X(09).
           05  ALERTRCP-RCPT-DATE         PIC X(08).
           05  ALERTRCP-RCPT-TIME         PIC X(06).
           05  ALERTRCP-REASON            PIC X(30).
