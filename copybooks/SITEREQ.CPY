      ******************************************************************
      ** SITEREQ.cpy                                                  **
      ** Site extract request record, read by the SITEEXT extract     **
      ** generator from sitereq.dat.  Names the site cutting the      **
      ** extracts (a code on ctlsite.dat) and the period wanted, as   **
      ** from and to dates YYYYMMDD.  Blank dates extract the month   **
      ** just ended - the usual month-end run for head office; a from **
      ** date alone extracts from that date up to today.              **
      ******************************************************************
       01  SITEREQ-RECORD.
           05  SITEREQ-SITE-CODE          PIC X(04).
           05  SITEREQ-FROM-DATE          PIC X(08).
           05  SITEREQ-TO-DATE            PIC X(08).
           05  SITEREQ-REQUESTED-BY       PIC X(08).
