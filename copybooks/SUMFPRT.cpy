      *>--------------------------------------------------------------
      *> SUMFPRT - Batch fingerprint record for the duplicate-file
      *> check in the pre-run edit (SUMTEDIT).
      *>
      *> One record per batch SUMTEDIT accepted, per business date:
      *> the batch id, the detail count, the trailer hash total and
      *> the business date it was accepted for.  FPRINTLG is a VSAM
      *> KSDS keyed on all four, so the edit can START at a batch's
      *> count and hash and read forward over the look-back window
      *> to find the same batch accepted on an earlier date - the
      *> sign that an upstream system has sent an old file again
      *> under a new date.  A batch accepted on an operator's
      *> duplicate override carries the operator's id.
      *>--------------------------------------------------------------
      *> 2026-10-15  RLB  Original layout.
      *>--------------------------------------------------------------
       01  SUM_FPRT_RECORD.
           05  WS_FPRT_KEY.
               10  WS_FPRT_BATCH_ID           PIC X(08).
               10  WS_FPRT_DETAIL_COUNT       PIC 9(09).
               10  WS_FPRT_HASH_TOTAL         PIC S9(16) SIGN LEADING
                                                         SEPARATE.
               10  WS_FPRT_BUSINESS_DATE      PIC 9(08).
           05  WS_FPRT_ACCEPT_DATE            PIC 9(08).
           05  WS_FPRT_ACCEPT_TIME            PIC 9(06).
           05  WS_FPRT_OVERRIDE_OPERATOR      PIC X(08).
           05  FILLER                         PIC X(16).
