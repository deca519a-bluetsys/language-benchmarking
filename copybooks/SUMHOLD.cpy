      *>--------------------------------------------------------------
      *> SUMHOLD - Held-batch record for the GL-feed hold.
      *>
      *> One record per batch the nightly run (or SUMMERGE, on a
      *> split night) kept off the GL feed because its subtotal fell
      *> outside the band its own recent history sets - the average
      *> of its last runs of the same frequency, plus or minus the
      *> parameter card's multiple of their average deviation.
      *> HOLDFILE is a VSAM KSDS keyed on the run date and batch id;
      *> the record carries the BHISTFIL key back to the batch's
      *> history, the figures the decision was made on, and what the
      *> operator later did about it through SUMHLDRL: "H" still
      *> held, "R" released for posting, "C" confirmed as correct
      *> and posted.
      *>--------------------------------------------------------------
      *> 2026-10-15  RLB  Original layout.
      *> 2026-10-15  RLB  Added WS_HOLD_CURRENCY and
      *>                  WS_HOLD_ORIGINAL_AMOUNT (taking the filler)
      *>                  so a released batch reaches the feed with
      *>                  its amount as booked as well as the
      *>                  converted subtotal.
      *>--------------------------------------------------------------
       01  SUM_HOLD_RECORD.
           05  WS_HOLD_KEY.
               10  WS_HOLD_RUN_DATE           PIC 9(08).
               10  WS_HOLD_BATCH_ID           PIC X(08).
           05  WS_HOLD_RUN_SEQ                PIC 9(08).
           05  WS_HOLD_SOURCE_ID              PIC X(08).
           05  WS_HOLD_FREQUENCY              PIC X(01).
           05  WS_HOLD_STATUS                 PIC X(01).
               88  WS_HOLD_STATUS_HELD        VALUE "H".
               88  WS_HOLD_STATUS_RELEASED    VALUE "R".
               88  WS_HOLD_STATUS_CONFIRMED   VALUE "C".
           05  WS_HOLD_SUBTOTAL               PIC S9(16) SIGN LEADING
                                                         SEPARATE.
           05  WS_HOLD_AVERAGE                PIC S9(16) SIGN LEADING
                                                         SEPARATE.
           05  WS_HOLD_SPREAD                 PIC 9(16).
           05  WS_HOLD_BAND_LOW               PIC S9(16) SIGN LEADING
                                                         SEPARATE.
           05  WS_HOLD_BAND_HIGH              PIC S9(16) SIGN LEADING
                                                         SEPARATE.
           05  WS_HOLD_HISTORY_RUNS           PIC 9(03).
           05  WS_HOLD_ACTION_OPERATOR        PIC X(08).
           05  WS_HOLD_ACTION_DATE            PIC 9(08).
           05  WS_HOLD_ACTION_TIME            PIC 9(06).
           05  WS_HOLD_CURRENCY               PIC X(03).
           05  WS_HOLD_ORIGINAL_AMOUNT        PIC S9(16) SIGN LEADING
                                                         SEPARATE.
