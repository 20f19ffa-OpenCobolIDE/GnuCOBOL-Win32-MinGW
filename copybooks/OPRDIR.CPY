      ******************************************************************
      ** OPRDIR.cpy                                                   **
      ** Operator directive record for the pre-batch driver, read     **
      ** from oprdir.dat at start-up after the job schedule.  Lets    **
      ** the shift hold a step, release a hold, or force a step to    **
      ** rerun without editing jobsched.dat.  Directives are taken    **
      ** in file order, so a RELEASE cancels a HOLD above it and a    **
      ** later HOLD re-imposes one.                                   **
      **                                                              **
      ** OPRDIR-ACTION values:                                        **
      **   HOLD     - do not run the step on the nights in range;     **
      **              its dependents are skipped                      **
      **   RELEASE  - cancel a hold for the nights in range           **
      **   FORCERUN - run the step even though it checkpointed        **
      **              clean today, together with every step whose     **
      **              JOBSCHED-DEPENDS-ON chain leads back to it      **
      ** A HOLD outranks a FORCERUN on the same step.                 **
      **                                                              **
      ** OPRDIR-FROM-DATE must be a valid YYYYMMDD date;              **
      ** OPRDIR-TO-DATE blank means the from-date night only, and     **
      ** must not be earlier than the from-date.  OPRDIR-PROGRAM-ID   **
      ** must name a step on the schedule (checked while the          **
      ** directive has not expired) and OPRDIR-OPERATOR must name     **
      ** whoever entered the directive.  Any directive failing        **
      ** these checks aborts the window, so a mistyped hold can       **
      ** never silently let the step run.                             **
      ******************************************************************
       01  OPRDIR-RECORD.
           05  OPRDIR-ACTION              PIC X(08).
           05  OPRDIR-PROGRAM-ID          PIC X(08).
           05  OPRDIR-FROM-DATE           PIC X(08).
           05  OPRDIR-TO-DATE             PIC X(08).
           05  OPRDIR-OPERATOR            PIC X(08).
           05  OPRDIR-REASON              PIC X(40).
