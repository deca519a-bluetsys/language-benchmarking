      *>--------------------------------------------------------------
      *> SUMCLSP - Request card for the month-end close (SUMCLOSE).
      *>
      *> Carries the fiscal period to close (YYYYMM) and, optionally,
      *> the first calendar month of the fiscal year.  The fiscal-
      *> year start is kept on the close-control record once set; a
      *> blank or zero month leaves it as it is (January when it has
      *> never been set).
      *>--------------------------------------------------------------
      *> 2026-10-15  RLB  Original layout.
      *>--------------------------------------------------------------
       01  SUM_CLSP_RECORD.
           05  WS_CLSP_PERIOD                 PIC 9(06).
           05  WS_CLSP_FY_START_MONTH         PIC 9(02).
           05  FILLER                         PIC X(24).
