      ******************************************************************
      ** PRBMAST.cpy                                                  **
      ** Truncation problem master record, indexed file prbmastr.dat. **
      ** The exception master holds one record per field per run,     **
      ** so a field that overflows every night is dozens of separate  **
      ** exceptions; the problem master holds the one underlying      **
      ** defect - keyed by field name and PIC size - that owns them.  **
      ** EXCMON rolls every new exception into its problem each       **
      ** night and PRBMAINT applies the operators' assign, annotate,  **
      ** workaround and close transactions.                           **
      **                                                              **
      ** PRBMAST-STATUS values: OPEN, WORKAROUND, FIXED.  A FIXED     **
      ** problem that recurs on a later run is reopened by EXCMON     **
      ** and counted in PRBMAST-REGRESSIONS.                          **
      ** PRBMAST-LAST-RUN-ID is the newest exception run rolled in -  **
      ** the high-water mark that keeps a nightly re-read of the      **
      ** exception master from counting the same run twice.           **
      ******************************************************************
       01  PRBMAST-RECORD.
           05  PRBMAST-KEY.
               10  PRBMAST-FIELD-NAME     PIC X(15).
               10  PRBMAST-PIC-SIZE       PIC 9(02).
           05  PRBMAST-PROGRAM-ID         PIC X(08).
           05  PRBMAST-FIRST-SEEN         PIC X(08).
           05  PRBMAST-LAST-SEEN          PIC X(08).
           05  PRBMAST-LAST-RUN-ID        PIC X(14).
           05  PRBMAST-OCCURRENCES        PIC 9(05).
           05  PRBMAST-OWNER              PIC X(08).
           05  PRBMAST-STATUS             PIC X(10).
           05  PRBMAST-STATUS-DATE        PIC X(08).
           05  PRBMAST-STATUS-BY          PIC X(08).
           05  PRBMAST-REGRESSIONS        PIC 9(03).
           05  PRBMAST-NOTE               PIC X(60).
           05  PRBMAST-NOTE-DATE          PIC X(08).
           05  PRBMAST-NOTE-BY            PIC X(08).
