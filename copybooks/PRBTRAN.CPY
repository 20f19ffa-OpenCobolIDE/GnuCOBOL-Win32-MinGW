      ******************************************************************
      ** PRBTRAN.cpy                                                  **
      ** Problem maintenance transaction record, read by the          **
      ** PRBMAINT utility from prbtran.dat.  One record per change    **
      ** to a problem on the problem master, named by its field name  **
      ** and PIC size.                                                **
      **                                                              **
      ** PRBTRAN-ACTION values:                                       **
      **   ASSIGN   - make PRBTRAN-OWNER the problem's owner          **
      **   ANNOTATE - replace the problem's note with PRBTRAN-NOTE    **
      **   WORKARND - an OPEN problem has a workaround in place       **
      **   CLOSE    - the defect is fixed; the problem goes FIXED     **
      **              and reopens as a regression if it recurs        **
      ** A non-blank PRBTRAN-NOTE on any action also replaces the     **
      ** note, so a close can say what the fix was.                   **
      **                                                              **
      ** PRBTRAN-OPERATOR is stamped on the problem, so leaving it    **
      ** blank rejects the transaction.                               **
      ******************************************************************
       01  PRBTRAN-RECORD.
           05  PRBTRAN-ACTION             PIC X(08).
           05  PRBTRAN-FIELD-NAME         PIC X(15).
           05  PRBTRAN-PIC-SIZE           PIC X(02).
           05  PRBTRAN-OPERATOR           PIC X(08).
           05  PRBTRAN-OWNER              PIC X(08).
           05  PRBTRAN-NOTE               PIC X(60).
