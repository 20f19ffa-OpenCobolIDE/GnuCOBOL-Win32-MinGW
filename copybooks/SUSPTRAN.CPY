      ******************************************************************
      ** SUSPTRAN.cpy                                                 **
      ** Suspense repair transaction, read by the RECVALID step from  **
      ** susptran.dat.  One record per decision on a suspended        **
      ** record (SUSPREC.CPY), named by its suspense-id.              **
      **                                                              **
      ** SUSPTRAN-ACTION values:                                      **
      **   RELEASE - put the record back into its file.  A non-blank  **
      **             SUSPTRAN-IMAGE is the corrected record, laid out **
      **             exactly as the file's own copybook; blank puts   **
      **             the held image back unchanged.  The image is     **
      **             checked again first and a record that still      **
      **             fails stays suspended.                           **
      **   DISCARD - drop the record for good; it survives only on    **
      **             the susphist.dat history.                        **
      **                                                              **
      ** SUSPTRAN-OPERATOR is stamped on the history record, so       **
      ** leaving it blank rejects the transaction.  The file is       **
      ** consumed once read; a rejected transaction is reported and   **
      ** must be keyed again.                                         **
      ******************************************************************
       01  SUSPTRAN-RECORD.
           05  SUSPTRAN-ACTION            PIC X(08).
           05  SUSPTRAN-SUSP-ID           PIC X(06).
           05  SUSPTRAN-OPERATOR          PIC X(08).
           05  SUSPTRAN-IMAGE             PIC X(133).
