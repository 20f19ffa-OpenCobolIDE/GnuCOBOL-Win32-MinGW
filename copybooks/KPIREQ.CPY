      ******************************************************************
      ** KPIREQ.cpy                                                   **
      ** Month-end KPI request record, read by the MTHKPI report     **
      ** from kpireq.dat.  Names the month the operations KPIs are   **
      ** wanted for as YYYYMM; the report compares it with the month **
      ** before and the same month a year earlier.  No file, or a    **
      ** blank month, reports the month just ended.                   **
      ******************************************************************
       01  KPIREQ-RECORD.
           05  KPIREQ-MONTH.
               10  KPIREQ-MONTH-YYYY      PIC X(04).
               10  KPIREQ-MONTH-MM        PIC X(02).
           05  KPIREQ-REQUESTED-BY        PIC X(08).
