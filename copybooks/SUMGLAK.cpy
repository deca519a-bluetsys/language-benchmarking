      *>                  ("*TOTAL*" for the balancing total) and
      *>                  the record grew by eight bytes, agreed
      *>                  with the ledger interface team.
      *> 2026-10-15  RLB  Added WS_GLAK_ALLOC_LINE (carved from the
      *>                  filler): the ledger returns the allocation
      *>                  line number of the posting record it
      *>                  acknowledges (00, or spaces, for an unsplit
      *>                  posting), agreed with the ledger interface
      *>                  team.
      *>--------------------------------------------------------------
       01  SUM_GLACK_RECORD.
           05  WS_GLAK_RUN_DATE               PIC 9(08).
               88  WS_GLAK_POSTED             VALUE "P".
               88  WS_GLAK_REJECTED           VALUE "R".
           05  WS_GLAK_POST_DATE              PIC 9(08).
           05  WS_GLAK_ALLOC_LINE             PIC 9(02).
           05  FILLER                         PIC X(04).
