      *>--------------------------------------------------------------
      *> SUMDUPO - Duplicate-file override card for the pre-run edit
      *> (SUMTEDIT).
      *>
      *> DUPOVRD carries one card per batch an operator has checked
      *> and found genuinely new, although its detail count and
      *> trailer hash total match a batch accepted within the
      *> look-back.  The card names the batch, the business date it
      *> applies to (a card left on the file does not carry over to
      *> another night) and the operator, who must hold batch ("B")
      *> or control ("C") authority on OPAUTH (SUMOPRF).  Without a
      *> valid card the batch is rejected as DUPFILE.
      *>--------------------------------------------------------------
      *> 2026-10-15  RLB  Original layout.
      *>--------------------------------------------------------------
       01  SUM_DUPO_RECORD.
           05  WS_DUPO_BATCH_ID               PIC X(08).
           05  WS_DUPO_BUSINESS_DATE          PIC 9(08).
           05  WS_DUPO_OPERATOR               PIC X(08).
           05  FILLER                         PIC X(16).
