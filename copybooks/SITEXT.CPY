      ******************************************************************
      ** SITEXT.cpy                                                   **
      ** Site extract record, written by SITEEXT to                   **
      ** cmpaudit.<site>.ext, slahist.<site>.ext and                  **
      ** excprec.<site>.ext and read back by the SITECONS             **
      ** consolidation.  Each extract is one header record, the data  **
      ** records, and one trailer record; a copy with no trailer is   **
      ** an incomplete file.                                          **
      **                                                              **
      ** SITEXT-RECORD carries one data record: the original ledger   **
      ** record unchanged in SITEXT-IMAGE (the CMPAUDIT or SLAHIST    **
      ** layout, or the EXCMAST layout for the exceptions) and the    **
      ** site code of the site that cut it in SITEXT-SITE-TAG.        **
      **                                                              **
      ** SITEXT-CONTROL is the header (SITEXT-MARKER '*HDR') or the   **
      ** trailer ('*TRL') - an asterisk never begins a program-id, a  **
      ** run-id or a field name, so no data record can be mistaken    **
      ** for either.  Both carry the site, the file type (CMPAUDIT,   **
      ** SLAHIST or EXCPREC) and the period extracted; the trailer    **
      ** also carries the data record count and the hash total, the   **
      ** sum over the data records of the record's date (YYYYMMDD)    **
      ** and time (HHMMSS) taken as numbers - the CMPAUDIT current    **
      ** date and time, the SLAHIST run date and start time, the      **
      ** EXCMAST log date and log time.                               **
      ******************************************************************
       01  SITEXT-RECORD.
           05  SITEXT-IMAGE               PIC X(112).
           05  SITEXT-SITE-TAG            PIC X(04).
           05  FILLER                     PIC X(17).

       01  SITEXT-CONTROL.
           05  SITEXT-MARKER              PIC X(04).
           05  SITEXT-SITE-CODE           PIC X(04).
           05  SITEXT-FILE-TYPE           PIC X(08).
           05  SITEXT-FROM-DATE           PIC X(08).
           05  SITEXT-TO-DATE             PIC X(08).
           05  SITEXT-CREATED-DATE        PIC X(08).
           05  SITEXT-CREATED-TIME        PIC X(06).
           05  SITEXT-RECORD-COUNT        PIC 9(07).
           05  SITEXT-HASH-TOTAL          PIC 9(15).
           05  SITEXT-REQUESTED-BY        PIC X(08).
           05  FILLER                     PIC X(57).
