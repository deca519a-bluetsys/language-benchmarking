      *>                  next SUMGLACK run tracks a correction
      *>                  through to its own acknowledgment instead
      *>                  of losing sight of it.
      *> 2026-10-15  RLB  Added WS_GLLOG_CURRENCY and
      *>                  WS_GLLOG_ORIGINAL_AMOUNT, carried from the
      *>                  feed record; WS_GLLOG_AMOUNT stays the
      *>                  functional amount the ledger acknowledges.
      *>                  The record grew from 48 to 64 bytes.
      *>                  Entries logged before the change read back
      *>                  with spaces in both fields, meaning the
      *>                  functional currency and WS_GLLOG_AMOUNT.
      *> 2026-10-15  RLB  Added WS_GLLOG_ALLOC_LINE (carved from the
      *>                  filler), carried from the feed record, so
      *>                  the acknowledgment match and the correction
      *>                  step work line by line on a split batch.
      *>                  Older entries read back spaces, meaning 00.
      *>--------------------------------------------------------------
       01  SUM_GLLOG_RECORD.
           05  WS_GLLOG_RUN_DATE              PIC 9(08).
               88  WS_GLLOG_FEED_ORIGINAL     VALUES "O" " ".
               88  WS_GLLOG_FEED_REPLACEMENT  VALUE "R".
               88  WS_GLLOG_FEED_REVERSAL     VALUE "V".
           05  WS_GLLOG_CURRENCY              PIC X(03).
           05  WS_GLLOG_ORIGINAL_AMOUNT       PIC S9(16) SIGN LEADING
                                                         SEPARATE.
           05  WS_GLLOG_ALLOC_LINE            PIC 9(02).
