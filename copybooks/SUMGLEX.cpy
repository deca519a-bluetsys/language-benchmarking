      *> written here; they stay manual.
      *>--------------------------------------------------------------
      *> 2026-09-02  RLB  Original layout.
      *> 2026-10-15  RLB  Added WS_GLEX_CURRENCY and
      *>                  WS_GLEX_SENT_ORIGINAL, the currency and
      *>                  amount as booked from the sent-log entry,
      *>                  so the correcting feed carries them too.
      *>                  The record grew from 72 to 88 bytes.
      *> 2026-10-15  RLB  Added WS_GLEX_ALLOC_LINE (carved from the
      *>                  filler): the allocation line of the posting
      *>                  in exception, 00 for an unsplit posting.
      *>--------------------------------------------------------------
       01  SUM_GLEX_RECORD.
           05  WS_GLEX_RUN_DATE               PIC 9(08).
           05  WS_GLEX_CONDITION              PIC X(03).
               88  WS_GLEX_COND_REJECTED      VALUE "REJ".
               88  WS_GLEX_COND_AMOUNT        VALUE "AMT".
           05  WS_GLEX_CURRENCY               PIC X(03).
           05  WS_GLEX_SENT_ORIGINAL          PIC S9(16) SIGN LEADING
                                                         SEPARATE.
           05  WS_GLEX_ALLOC_LINE             PIC 9(02).
           05  FILLER                         PIC X(05).
