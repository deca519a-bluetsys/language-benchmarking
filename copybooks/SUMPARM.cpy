      *>                  carried forward and is reported for
      *>                  write-off.  Zero or non-numeric takes the
      *>                  30-day default.
      *> 2026-10-15  RLB  Added WS_PARM_HOLD_RUNS and
      *>                  WS_PARM_HOLD_SPREAD to the control record
      *>                  (carved from the filler) for the GL-feed
      *>                  hold: a batch whose subtotal falls outside
      *>                  the average of its last WS_PARM_HOLD_RUNS
      *>                  runs of the same frequency, plus or minus
      *>                  WS_PARM_HOLD_SPREAD times their average
      *>                  absolute deviation, is held off the feed.
      *>                  Zero or non-numeric takes the defaults of
      *>                  20 runs and 4.0; more than 30 runs is
      *>                  taken as 30.
      *> 2026-10-15  RLB  Added WS_PARM_DUP_LOOKBACK to the control
      *>                  record (carved from the filler): the number
      *>                  of days back SUMTEDIT looks on its
      *>                  fingerprint log for an earlier batch with
      *>                  the same detail count and hash total.  Zero
      *>                  or non-numeric takes the 7-day default.
      *> 2026-10-15  RLB  Added WS_PARM_FUNCTIONAL_CURRENCY to the
      *>                  control record (carved from the filler):
      *>                  the currency the ledger is kept in, which
      *>                  detail amounts booked in any other currency
      *>                  are converted to.  Spaces take "USD".
      *>--------------------------------------------------------------
       01  SUM_PARM_RECORD.
           05  WS_PARM_KEY.
                   88  WS_PARM_MODE_INDEX      VALUES "I" " ".
                   88  WS_PARM_MODE_DETAIL     VALUE "D".
               10  WS_PARM_SUSPENSE_CUTOFF     PIC 9(03).
               10  WS_PARM_HOLD_RUNS           PIC 9(02).
               10  WS_PARM_HOLD_SPREAD         PIC 9(01)V9.
               10  WS_PARM_DUP_LOOKBACK        PIC 9(03).
               10  WS_PARM_FUNCTIONAL_CURRENCY PIC X(03).
               10  FILLER                      PIC X(50).
           05  WS_PARM_BATCH_DATA REDEFINES WS_PARM_CONTROL_DATA.
               10  WS_PARM_BATCH_ID            PIC X(08).
               10  WS_PARM_BATCH_START         PIC 9(16).
