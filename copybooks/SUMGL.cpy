      *>                  the total record) and the GL account and
      *>                  cost-center coding, carved from the
      *>                  filler so the record length is unchanged.
      *> 2026-10-15  RLB  Added WS_GL_CURRENCY and
      *>                  WS_GL_ORIGINAL_AMOUNT: the currency the
      *>                  batch was booked in and its amount in that
      *>                  currency, alongside WS_GL_TOTAL_AMOUNT in
      *>                  the functional currency.  A functional-
      *>                  currency batch and the "T" record carry the
      *>                  functional code and the same amount twice.
      *>                  The record grew from 72 to 80 bytes.
      *> 2026-10-15  RLB  Added WS_GL_ALLOC_LINE (carved from the
      *>                  filler): a batch split by allocation rules
      *>                  (ALLOCFILE/SUMALOC) posts one "D" record per
      *>                  allocation line, numbered from 01; an
      *>                  unsplit posting and the "T" record carry
      *>                  00.
      *>--------------------------------------------------------------
       01  SUM_GL_RECORD.
           05  WS_GL_RECORD_TYPE              PIC X(01).
           05  WS_GL_COST_CENTER              PIC X(06).
           05  WS_GL_TOTAL_AMOUNT             PIC S9(16) SIGN LEADING
                                                         SEPARATE.
           05  WS_GL_CURRENCY                 PIC X(03).
           05  WS_GL_ORIGINAL_AMOUNT          PIC S9(16) SIGN LEADING
                                                         SEPARATE.
           05  WS_GL_ALLOC_LINE               PIC 9(02).
