      *> browse can drill from a run into its batches.
      *>--------------------------------------------------------------
      *> 2026-09-02  RLB  Original layout.
      *> 2026-10-15  RLB  Added WS_BHIST_FREQUENCY (the batch's run
      *>                  frequency, so a batch is only compared with
      *>                  its own kind of run) and WS_BHIST_GL_STATUS
      *>                  (space = fed to the GL as run, "H" = held
      *>                  off the feed as out of band, "R"/"C" = held
      *>                  then released/confirmed by SUMHLDRL), both
      *>                  carved from the filler.
      *>--------------------------------------------------------------
       01  SUM_BHIST_RECORD.
           05  WS_BHIST_KEY.
           05  WS_BHIST_ELAPSED_TIME          PIC 9(03)V99.
           05  WS_BHIST_SCHEDULED             PIC X(01).
           05  WS_BHIST_ERROR_STATUS          PIC X(01).
           05  WS_BHIST_FREQUENCY             PIC X(01).
           05  WS_BHIST_GL_STATUS             PIC X(01).
               88  WS_BHIST_GL_FED            VALUE " ".
               88  WS_BHIST_GL_HELD           VALUE "H".
               88  WS_BHIST_GL_RELEASED       VALUE "R".
               88  WS_BHIST_GL_CONFIRMED      VALUE "C".
           05  FILLER                         PIC X(14).
