      ******************************************************************
      ** LAYAUD.cpy                                                   **
      ** Record-layout audit record, written by LAYAUDIT to           **
      ** layaudit.dat.  For every 01-level record in the audited      **
      ** copybooks, one R record with the record's total length       **
      ** followed by one F record per elementary field, each laid     **
      ** out twice: as our GnuCOBOL build allocates it (binary and    **
      ** packed widths as measured by bintest in byterpt.dat) and     **
      ** under mainframe rules (COMP/COMP-4/BINARY/COMP-5 in a        **
      ** halfword, fullword or doubleword, COMP-3 in n/2+1 bytes,     **
      ** POINTER in four bytes).  Offsets are from the start of the   **
      ** record, counting from zero; an OCCURS field is given at its  **
      ** first occurrence with the length of one occurrence.          **
      **                                                              **
      ** LAYAUD-FLAG is SAME when both layouts agree and DIFF when    **
      ** the length or offset differs - on an R record, when any      **
      ** field of the record differs.  A copy of an accepted          **
      ** layaudit.dat kept as laybase.dat is the baseline LAYAUDIT    **
      ** compares record lengths against on the next run.             **
      ******************************************************************
       01  LAYAUD-RECORD.
           05  LAYAUD-REC-TYPE            PIC X(01).
           05  LAYAUD-MEMBER              PIC X(08).
           05  LAYAUD-RECORD-NAME         PIC X(30).
           05  LAYAUD-FIELD-NAME          PIC X(30).
           05  LAYAUD-LEVEL               PIC 9(02).
           05  LAYAUD-USAGE               PIC X(08).
           05  LAYAUD-OCCURS              PIC 9(05).
           05  LAYAUD-GC-OFFSET           PIC 9(07).
           05  LAYAUD-GC-LENGTH           PIC 9(07).
           05  LAYAUD-MF-OFFSET           PIC 9(07).
           05  LAYAUD-MF-LENGTH           PIC 9(07).
           05  LAYAUD-FLAG                PIC X(04).
           05  LAYAUD-AUDIT-DATE          PIC X(08).
