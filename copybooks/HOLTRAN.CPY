      **            are rejected)                                     **
      **   DELETE - remove the date from the calendar                 **
      **   LIST   - display every calendar entry                      **
      **   APPROV - approve the pending change HOLTRAN-CHANGE-ID      **
      **            and apply it to the calendar                      **
      **   REJECT - refuse the pending change HOLTRAN-CHANGE-ID;      **
      **            the description gives the reason                  **
      **                                                              **
      ** ADD and DELETE are validated and then held as pending        **
      ** changes (CTLPEND.CPY) until a second operator APPROVs        **
      ** them.                                                        **
      ** HOLTRAN-OPERATOR names who entered or decided the change and **
      ** is required for everything but LIST; the approver may not be **
      ** the operator who entered the change.                         **
      ******************************************************************
       01  HOLTRAN-RECORD.
           05  HOLTRAN-ACTION             PIC X(06).
               10  HOLTRAN-DATE-MM        PIC X(02).
               10  HOLTRAN-DATE-DD        PIC X(02).
           05  HOLTRAN-DESCRIPTION        PIC X(30).
           05  HOLTRAN-OPERATOR           PIC X(08).
           05  HOLTRAN-CHANGE-ID          PIC X(06).
