      ** old value is blank on an ADD and the new value is blank on  **
      ** a DELETE.  The audit file is append-only; nothing in the    **
      ** shop rewrites it.                                            **
      **                                                              **
      ** Changes are made under maker-checker control (CTLPEND.CPY):  **
      ** CTLAUD-OPERATOR is the operator who entered the change and   **
      ** CTLAUD-CHECKER the second operator who decided it, with the  **
      ** pending change-id.  CTLAUD-OUTCOME is APPLIED for a change   **
      ** approved onto the live file, REJECTED for one the checker    **
      ** refused and EXPIRED for one nobody decided in time (no       **
      ** checker) - the images are then the ones that were proposed.  **
      ** CTLAUD-NOTE carries the checker's reason on a REJECTED       **
      ** record and the waiting limit on an EXPIRED one.              **
      ** Records from before maker-checker carry neither checker,     **
      ** change-id nor outcome.  The file-id HOLCAL marks a holiday   **
      ** calendar change made through HOLMAINT.                       **
      ******************************************************************
       01  CTLAUD-RECORD.
           05  CTLAUD-OPERATOR            PIC X(08).
           05  CTLAUD-ACTION              PIC X(06).
           05  CTLAUD-OLD-VALUE           PIC X(70).
           05  CTLAUD-NEW-VALUE           PIC X(70).
           05  CTLAUD-CHECKER             PIC X(08).
           05  CTLAUD-CHANGE-ID           PIC X(06).
           05  CTLAUD-OUTCOME             PIC X(08).
           05  CTLAUD-NOTE                PIC X(40).
