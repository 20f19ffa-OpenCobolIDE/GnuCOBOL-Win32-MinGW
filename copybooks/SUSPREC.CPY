      ******************************************************************
      ** SUSPREC.cpy                                                  **
      ** Suspended diagnostic record.  The RECVALID step checks every **
      ** record of ckptstat.dat, cmpaudit.dat, slahist.dat,           **
      ** bvresult.dat and the exception master field by field; a      **
      ** record that fails is taken out of its file and held here,    **
      ** whole, with the reason it failed, so the summary, the trend  **
      ** report and the forecast never read it.  An operator puts it  **
      ** back - as held or corrected - or discards it through a       **
      ** susptran.dat transaction (SUSPTRAN.CPY) by suspense-id.      **
      **                                                              **
      ** suspense.dat holds only the records still suspended; the     **
      ** outcome of every other - RELEASED back to its file or        **
      ** DISCARDED - is appended to the susphist.dat history under    **
      ** the same suspense-id, with the operator who decided it.      **
      ** A RELEASED history record carries the image as put back.     **
      **                                                              **
      ** SUSPREC-FILE-ID is the managed file the record came from:    **
      ** CKPTSTAT, CMPAUDIT, SLAHIST, BVRESULT or EXCPREC (the        **
      ** exception master).  SUSPREC-FIELD names the copybook field   **
      ** that failed.  SUSPREC-REASON values:                         **
      **   DATE - not a valid calendar date (YYYYMMDD)                **
      **   TIME - not a valid time of day (HHMMSS)                    **
      **   NUMR - numeric field not numeric                           **
      **   RNID - run-id not a YYYYMMDDHHMMSS stamp (blank passes on  **
      **          CKPTSTAT, CMPAUDIT and EXCPREC, whose oldest        **
      **          records predate run-ids)                            **
      **   PGMI - program-id not a known program                      **
      **   SEVR - severity not HIGH or MED                            **
      **   ACKF - ack flag not Y, N or blank, or an acknowledged      **
      **          record without its ack date and operator            **
      **   SEQT - end time earlier than start time, and the elapsed   **
      **          seconds do not show a midnight crossing             **
      **   CODE - other coded field outside its legal set             **
      ******************************************************************
       01  SUSPREC-RECORD.
           05  SUSPREC-SUSP-ID            PIC 9(06).
           05  SUSPREC-FILE-ID            PIC X(08).
           05  SUSPREC-REASON             PIC X(04).
           05  SUSPREC-FIELD              PIC X(30).
           05  SUSPREC-STATUS             PIC X(09).
           05  SUSPREC-SUSP-DATE          PIC X(08).
           05  SUSPREC-SUSP-TIME          PIC X(06).
           05  SUSPREC-SUSP-RUN-ID        PIC X(14).
           05  SUSPREC-OPERATOR           PIC X(08).
           05  SUSPREC-DECIDED-DATE       PIC X(08).
           05  SUSPREC-DECIDED-TIME       PIC X(06).
           05  SUSPREC-IMAGE              PIC X(133).
