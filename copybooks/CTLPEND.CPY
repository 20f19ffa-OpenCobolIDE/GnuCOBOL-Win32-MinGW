      ******************************************************************
      ** CTLPEND.cpy                                                  **
      ** Pending control change, held in ctlpend.dat.  A change       **
      ** entered through ctltran.dat (CTLMAINT) or holtran.dat        **
      ** (HOLMAINT) is validated against the live file and then held  **
      ** here, with the exact before and after record images it       **
      ** would make, until a second operator - never the one who      **
      ** entered it - approves or rejects it by change-id.  Only      **
      ** approval touches the live file.                              **
      **                                                              **
      ** CTLPEND-FILE-ID is a CTLTRAN file-id (CTLPARM, JOBSCHED,     **
      ** CTLSLA, CTLRETN, CTLBASE) or HOLCAL for the holiday          **
      ** calendar; CTLPEND-DATA is the transaction image as entered.  **
      ** The before image is blank on an ADD and the after image is   **
      ** blank on a DELETE, as on the change-audit record.            **
      **                                                              **
      ** A change not decided within the days named by the CTLRETN    **
      ** record for file-id CTLPEND (7 when there is none) expires.   **
      ** The file holds only changes still awaiting a decision; the   **
      ** outcome of every other - applied, rejected or expired - is   **
      ** on the ctlaudit.dat change-audit trail under its change-id.  **
      ******************************************************************
       01  CTLPEND-RECORD.
           05  CTLPEND-CHANGE-ID          PIC 9(06).
           05  CTLPEND-FILE-ID            PIC X(08).
           05  CTLPEND-ACTION             PIC X(06).
           05  CTLPEND-MAKER              PIC X(08).
           05  CTLPEND-MADE-DATE          PIC X(08).
           05  CTLPEND-MADE-TIME          PIC X(06).
           05  CTLPEND-DATA               PIC X(70).
           05  CTLPEND-BEFORE             PIC X(70).
           05  CTLPEND-AFTER              PIC X(70).
