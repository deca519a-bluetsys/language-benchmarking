      *>                  abend spanning the install meets an old
      *>                  checkpoint, and that restart should be a
      *>                  cold start anyway.
      *> 2026-10-15  RLB  Detail mode reads TRANFILE in one pass, so
      *>                  in detail mode WS_CKPT_INDEX is the count of
      *>                  TRANFILE records read so far (the restart
      *>                  skips exactly that many) rather than the
      *>                  in-flight batch's own record count.  Each
      *>                  result entry now also carries the batch's
      *>                  detail record count, for the report, and
      *>                  whether its control group has been closed,
      *>                  so a restart knows which batches are
      *>                  finished wherever they fall in the file.
      *>                  Each entry grew by ten bytes; the full
      *>                  record is now 1734 bytes (SUMINQ's read
      *>                  length moves with it).
      *> 2026-10-15  RLB  Each result entry now also carries the
      *>                  batch's currency and its subtotal in that
      *>                  currency, so a restarted detail-mode batch
      *>                  still ties out to its trailer in the
      *>                  currency the trailer was built in.  Each
      *>                  entry grew by twenty bytes; the full record
      *>                  is now 2734 bytes (SUMINQ's read length
      *>                  moves with it).
      *>--------------------------------------------------------------
       01  SUM_CKPT_RECORD.
           05  WS_CKPT_BATCH_SEQ          PIC 9(04).
                                                         SEPARATE.
               10  WS_CKPT_RESULT_ELAPSED     PIC 9(03)V99.
               10  WS_CKPT_RESULT_STATUS      PIC X(01).
               10  WS_CKPT_RESULT_RECORDS     PIC 9(09).
               10  WS_CKPT_RESULT_CLOSED      PIC X(01).
               10  WS_CKPT_RESULT_CURRENCY    PIC X(03).
               10  WS_CKPT_RESULT_ORIGINAL    PIC S9(16) SIGN LEADING
                                                         SEPARATE.
