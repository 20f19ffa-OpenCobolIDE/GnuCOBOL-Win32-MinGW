      ******************************************************************
      ** CTLAPPR.cpy                                                  **
      ** Approved-configuration register record, read by the         **
      ** CFGDRIFT configuration-drift step from ctlappr.dat.  One    **
      ** record per build the change board has approved: which      **
      ** GnuCOBOL runtime, which truncation mode and which compiled  **
      ** build (the WHEN-COMPILED stamp) a program may run under,    **
      ** and the dates the approval is in effect.  A rebuilt or     **
      ** re-hosted program is a new approval record, not an edit,   **
      ** so the register keeps the history of what was approved    **
      ** when.                                                        **
      **                                                              **
      ** CTLAPPR-RUNTIME-VERSION, CTLAPPR-TRUNC-MODE and              **
      ** CTLAPPR-COMPILED-STAMP left blank approve any value - the   **
      ** runtime and truncation mode only apply to programs that     **
      ** write the TESTFUNC diagnostic log.                          **
      ** CTLAPPR-EFFECTIVE-FROM must be a numeric YYYYMMDD date;      **
      ** CTLAPPR-EFFECTIVE-TO blank leaves the approval open-ended.  **
      ** Two records in effect for the same program on the same     **
      ** date approve both builds (a staged rollout).                **
      ** CTLAPPR-CHANGE-REF carries the change board's reference.    **
      ******************************************************************
       01  CTLAPPR-RECORD.
           05  CTLAPPR-PROGRAM-ID         PIC X(08).
           05  CTLAPPR-RUNTIME-VERSION    PIC X(20).
           05  CTLAPPR-TRUNC-MODE         PIC X(08).
           05  CTLAPPR-COMPILED-STAMP     PIC X(14).
           05  CTLAPPR-EFFECTIVE-FROM     PIC X(08).
           05  CTLAPPR-EFFECTIVE-TO       PIC X(08).
           05  CTLAPPR-CHANGE-REF         PIC X(10).
