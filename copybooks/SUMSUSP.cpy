      *> write-off.
      *>--------------------------------------------------------------
      *> 2026-09-02  RLB  Original layout.
      *> 2026-10-15  RLB  Added WS_SUSP_CURRENCY (carved from the
      *>                  filler): WS_SUSP_AMOUNT is carried as it
      *>                  was booked, in this currency (spaces for
      *>                  the functional currency), and converted at
      *>                  the rate of the night it is applied.
      *>--------------------------------------------------------------
       01  SUM_SUSP_RECORD.
           05  WS_SUSP_BATCH_ID           PIC X(08).
           05  WS_SUSP_AMOUNT             PIC S9(16) SIGN LEADING
                                                     SEPARATE.
           05  WS_SUSP_FIRST_SEEN_DATE    PIC 9(08).
           05  WS_SUSP_CURRENCY           PIC X(03).
           05  FILLER                     PIC X(12).
