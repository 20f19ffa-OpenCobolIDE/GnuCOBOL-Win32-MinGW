      ** are to be merged; the site code also names the extracts     **
      ** (cmpaudit.<code>.ext, slahist.<code>.ext,                   **
      ** excprec.<code>.ext - the last in the EXCMAST layout).       **
      ** Adding the fourth site is a data change.  The SITEEXT        **
      ** extract generator run at each site also reads this file, to  **
      ** confirm the code it tags its extracts with.                  **
      ******************************************************************
       01  CTLSITE-RECORD.
           05  CTLSITE-CODE               PIC X(04).
