      *> top of the SUMAUDRP detective trail.
      *>--------------------------------------------------------------
      *> 2026-09-02  RLB  Original layout.
      *> 2026-10-15  RLB  Also honored by SUMXMNT ("B" or "C" updates
      *>                  the account cross-reference) and SUMHMNT
      *>                  ("C" updates the holiday calendar).
      *>--------------------------------------------------------------
       01  SUM_OPRF_RECORD.
           05  WS_OPRF_OPERATOR               PIC X(08).
