      *>--------------------------------------------------------------
      *> SUMALOC - Cost allocation rule record for the GL feed.
      *>
      *> One record per allocation line: for a shared-service batch
      *> id, the GL account and cost center a fixed percentage of
      *> the batch subtotal posts to, and the business dates the
      *> line is effective from and to (a zero "to" date is open-
      *> ended).  ALLOCFILE is maintained by accounting and read
      *> whole by each GL-feed writer.  A batch with lines in effect
      *> on the business date posts one type "D" record per line
      *> instead of its single cross-reference (XREFFILE/SUMXREF)
      *> posting.  The lines in effect must total exactly 100%,
      *> exactly one of them must be flagged to take the rounding
      *> remainder, and no two may carry the same line number, so
      *> the split always adds back to the subtotal and each line
      *> posts under its own key; a batch whose lines break any of
      *> these rules posts unsplit under its cross-reference coding
      *> and raises an ALOCBAD event.
      *>--------------------------------------------------------------
      *> 2026-10-15  RLB  Original layout.
      *> 2026-10-15  RLB  Lines in effect for a batch may not repeat
      *>                  a line number.
      *>--------------------------------------------------------------
       01  SUM_ALOC_RECORD.
           05  WS_ALOC_BATCH_ID               PIC X(08).
           05  WS_ALOC_LINE_NO                PIC 9(02).
           05  WS_ALOC_GL_ACCOUNT             PIC X(10).
           05  WS_ALOC_COST_CENTER            PIC X(06).
           05  WS_ALOC_PERCENT                PIC 9(03)V9(04).
           05  WS_ALOC_REMAINDER_FLAG         PIC X(01).
               88  WS_ALOC_TAKES_REMAINDER    VALUE "Y".
           05  WS_ALOC_EFFECTIVE_FROM         PIC 9(08).
           05  WS_ALOC_EFFECTIVE_TO           PIC 9(08).
           05  FILLER                         PIC X(10).
