      *>                  sign byte (carved from the fillers) so a
      *>                  partition that nets negative reaches the
      *>                  merge as it summed.
      *> 2026-10-15  RLB  Added WS_PART_FREQUENCY (carved from the
      *>                  filler) so the merge can compare each batch
      *>                  with its history of the same frequency
      *>                  before feeding it to the ledger.
      *> 2026-10-15  RLB  Added WS_PART_CURRENCY and
      *>                  WS_PART_ORIGINAL_AMOUNT so the merge can
      *>                  feed and report each batch in the currency
      *>                  it was booked in as well as the converted
      *>                  subtotal.  The record grew from 43 to 58
      *>                  bytes.
      *>--------------------------------------------------------------
       01  SUM_PART_RECORD.
           05  WS_PART_RECORD_TYPE            PIC X(01).
               10  WS_PART_ELAPSED            PIC 9(03)V99.
               10  WS_PART_SCHEDULED          PIC X(01).
               10  WS_PART_ERROR_STATUS       PIC X(01).
               10  WS_PART_FREQUENCY          PIC X(01).
               10  WS_PART_CURRENCY           PIC X(03).
               10  WS_PART_ORIGINAL_AMOUNT    PIC S9(16) SIGN LEADING
                                                         SEPARATE.
               10  FILLER                     PIC X(02).
           05  WS_PART_TRAILER_DATA REDEFINES WS_PART_DETAIL_DATA.
               10  WS_PART_BATCH_COUNT        PIC 9(04).
               10  WS_PART_GRAND_TOTAL        PIC S9(16) SIGN LEADING
                                                         SEPARATE.
               10  WS_PART_PROCESS_DATE       PIC 9(08).
               10  FILLER                     PIC X(26).
