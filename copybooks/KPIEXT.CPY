      ******************************************************************
      ** KPIEXT.cpy                                                   **
      ** Month-end KPI extract record, written by MTHKPI to          **
      ** mthkpi.YYYYMM.ext for head office to load.  One record per  **
      ** figure per period, fixed format, so every row of the        **
      ** printed report can be loaded without parsing print lines.   **
      **                                                              **
      ** KPIEXT-PERIOD: CURR (the requested month), PREV (the month   **
      ** before) or LYR (the same month a year earlier); the month   **
      ** the figure covers is in KPIEXT-PERIOD-MONTH.                 **
      ** KPIEXT-METRIC values:                                        **
      **   WINEXPECT  - business days in the month (holcal.dat)       **
      **   WINDAYS    - days a window checkpointed                    **
      **   WINMISSED  - business days with no window                  **
      **   WINRUNS    - windows run, reruns included                  **
      **   SLABREACH  - windows over the ctlsla.dat threshold         **
      **   WINAVGSECS - average window elapsed seconds                **
      **   STEPAVGSEC - average step elapsed seconds, per program     **
      **   CKPTRUNS   - checkpoints, per program                      **
      **   RCCOUNT    - checkpoints per program per return code      **
      **                (KPIEXT-QUALIFIER = RC or OTHR)               **
      **   EXCRAISED  - exceptions logged, per severity               **
      **   ACKCOUNT   - exceptions acknowledged, per operator         **
      **   ACKAVGDAYS - average days logged to acknowledged, per     **
      **                operator                                      **
      **   ALERTSENT  - notifications sent, per priority              **
      ** KPIEXT-VALUE carries one implied decimal place.              **
      ******************************************************************
       01  KPIEXT-RECORD.
           05  KPIEXT-REPORT-MONTH        PIC X(06).
           05  KPIEXT-PERIOD              PIC X(04).
           05  KPIEXT-PERIOD-MONTH        PIC X(06).
           05  KPIEXT-METRIC              PIC X(10).
           05  KPIEXT-SUBJECT             PIC X(08).
           05  KPIEXT-QUALIFIER           PIC X(04).
           05  KPIEXT-VALUE               PIC 9(08)V9.
