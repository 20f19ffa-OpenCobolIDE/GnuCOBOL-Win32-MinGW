      ******************************************************************
      ** LAYLIST.cpy                                                  **
      ** Copybook member list for the LAYAUDIT record-length audit,   **
      ** read from laylist.dat.  One record per copybook to audit -   **
      ** the shop members in copybooks/ and any interface-file        **
      ** layouts kept elsewhere.  LAYLIST-MEMBER is the member name   **
      ** without the .CPY suffix; LAYLIST-LIBRARY is the directory    **
      ** holding it, blank meaning copybooks.                         **
      ******************************************************************
       01  LAYLIST-RECORD.
           05  LAYLIST-MEMBER             PIC X(08).
           05  LAYLIST-LIBRARY            PIC X(40).
