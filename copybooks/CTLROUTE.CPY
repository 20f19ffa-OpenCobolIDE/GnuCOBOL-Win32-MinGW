      **              CTLROUTE-ESC-DAYS days or more                 **
      **   RETCODE  - fire when any of today's checkpoints carries   **
      **              a non-zero return code                          **
      **   CONFIG   - fire when any of today's checkpoints carries   **
      **              RC=20, an unapproved build or runtime found    **
      **              by the CFGDRIFT configuration check            **
      **   RESEND   - not a routing rule: the re-send policy the      **
      **              ALERTRCV receipt step applies to notifications  **
      **              for group CTLROUTE-VALUE ('*' for every group   **
      **              without its own entry).  CTLROUTE-WAIT-MINS is  **
      **              how long a notification may go without a        **
      **              delivered receipt before it is sent again (60   **
      **              when blank); after CTLROUTE-MAX-FAILS failed or **
      **              unconfirmed sends (3 when blank) it             **
      **              escalates to CTLROUTE-GROUP, the next group to  **
      **              try - blank means none, and the alert is given  **
      **              up.                                             **
      ** CTLROUTE-ESC-DAYS is only consulted on ESCALATE entries, and **
      ** CTLROUTE-WAIT-MINS and -MAX-FAILS only on RESEND entries.    **
      ******************************************************************
       01  CTLROUTE-RECORD.
           05  CTLROUTE-TRIGGER           PIC X(08).
           05  CTLROUTE-VALUE             PIC X(08).
           05  CTLROUTE-GROUP             PIC X(08).
           05  CTLROUTE-ESC-DAYS          PIC 9(03).
           05  CTLROUTE-WAIT-MINS         PIC 9(04).
           05  CTLROUTE-MAX-FAILS         PIC 9(02).
