      *>                  or generated without the sign byte fail
      *>                  the NUMERIC edit and must carry "+" or
      *>                  "-" in the first amount position.
      *> 2026-10-15  RLB  Added WS_TRAN_CURRENCY to the detail and
      *>                  WS_TRAN_TRAILER_CURRENCY to the trailer
      *>                  (carved from the fillers, so the record
      *>                  length is unchanged): the ISO code of the
      *>                  currency the amounts are booked in.  Spaces
      *>                  mean the functional currency.  The run
      *>                  converts each amount at the day's rate on
      *>                  RATEFILE/SUMRATE; the trailer hash total is
      *>                  still the total of the amounts as booked.
      *>--------------------------------------------------------------
       01  SUM_TRAN_RECORD.
           05  WS_TRAN_BATCH_ID           PIC X(08).
           05  WS_TRAN_DETAIL_DATA.
               10  WS_TRAN_AMOUNT         PIC S9(16) SIGN LEADING
                                                     SEPARATE.
               10  WS_TRAN_CURRENCY       PIC X(03).
               10  FILLER                 PIC X(21).
           05  WS_TRAN_TRAILER_DATA REDEFINES WS_TRAN_DETAIL_DATA.
               10  WS_TRAN_EXPECTED_COUNT PIC 9(09).
               10  WS_TRAN_HASH_TOTAL     PIC S9(16) SIGN LEADING
                                                     SEPARATE.
               10  WS_TRAN_TRAILER_CURRENCY PIC X(03).
               10  FILLER                 PIC X(12).
