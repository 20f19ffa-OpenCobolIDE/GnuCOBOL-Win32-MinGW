      **   EXCPREC  - truncation exception file excprec.dat           **
      **   TESTFLOG - dated testfunc.YYYYMMDD.log diagnostic logs     **
      **   SLAHIST  - elapsed-time history file slahist.dat           **
      **   RUNJRNL  - dated runjrnl.YYYYMMDD.dat run journals         **
      **   CTLPEND  - pending control changes ctlpend.dat: the days   **
      **              a change may wait for approval before it        **
      **              expires (7 when there is no record)             **
      ** A file with no retention record is left untouched.           **
      ******************************************************************
       01  CTLRETN-RECORD.
