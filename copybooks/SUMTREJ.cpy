      *> more than one trailer), CNTBREAK (trailer count does not
      *> match the details present), HSHBREAK (trailer hash total
      *> does not match the details present), HSHOVRFL (details would
      *> overflow the hash accumulator), DUPFILE (batch's detail
      *> count and trailer hash total match a batch accepted on an
      *> earlier business date - the file has been sent again).  A
      *> batch-level reason rejects every record of the batch.
      *>--------------------------------------------------------------
      *> 2026-09-02  RLB  Original layout.
      *> 2026-10-15  RLB  Added the DUPFILE reason code.
      *>--------------------------------------------------------------
       01  SUM_TREJ_RECORD.
           05  WS_TREJ_REASON_CODE        PIC X(08).
