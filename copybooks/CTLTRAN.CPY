      **   CHANGE - replace the existing record with the image       **
      **   DELETE - remove the record the image's key names          **
      **   LIST   - display the named file's current contents        **
      **   APPROV - approve the pending change CTLTRAN-CHANGE-ID      **
      **            and apply it to the live file                     **
      **   REJECT - refuse the pending change CTLTRAN-CHANGE-ID;      **
      **            the first 40 bytes of CTLTRAN-DATA give the       **
      **            reason                                            **
      **                                                              **
      ** ADD, CHANGE and DELETE are validated and then held as        **
      ** pending changes (CTLPEND.CPY) - nothing reaches the live     **
      ** file until a second operator APPROVs it.  The approver may   **
      ** not be the operator who entered the change.                  **
      **                                                              **
      ** CTLTRAN-FILE-ID values and the key within CTLTRAN-DATA:     **
      **   CTLPARM  - keyed by program-id (bytes 1-8)                **
           05  CTLTRAN-FILE-ID            PIC X(08).
           05  CTLTRAN-OPERATOR           PIC X(08).
           05  CTLTRAN-DATA               PIC X(70).
           05  CTLTRAN-CHANGE-ID          PIC X(06).
