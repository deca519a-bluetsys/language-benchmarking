      *>--------------------------------------------------------------
      *> SUMBVAP - Request card for the SUMBUDRP budget-versus-
      *> actual report.
      *>
      *> One card supplying the as-of business date (YYYYMMDD) -
      *> the report covers the fiscal month it falls in, month to
      *> date through it - and the variance tolerance as a
      *> percentage with two decimals (01000 = 10.00%).  A cost
      *> center whose month-to-date variance is further from
      *> budget than the tolerance, either way, is flagged.
      *>--------------------------------------------------------------
      *> 2026-10-15  RLB  Original layout.
      *>--------------------------------------------------------------
       01  SUM_BVAP_RECORD.
           05  WS_BVAP_AS_OF_DATE             PIC 9(08).
           05  WS_BVAP_TOLERANCE_PCT          PIC 9(03)V99.
           05  FILLER                         PIC X(19).
