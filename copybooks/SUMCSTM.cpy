      *>--------------------------------------------------------------
      *> SUMCSTM - Cost-center statement distribution record,
      *> written by SUMCCST.
      *>
      *> One record per print line of a cost-center statement.
      *> CCSTMT is a VSAM KSDS keyed on the cost center and the
      *> line's sequence within its statement, so the report-
      *> distribution system can pull and route each cost center's
      *> statement by key as a separate output.  The carriage-
      *> control byte is ASA ("1" = new page, space = next line)
      *> and the statement period travels on every line so a
      *> statement can be routed without reading its heading.
      *>--------------------------------------------------------------
      *> 2026-10-15  RLB  Original layout.
      *>--------------------------------------------------------------
       01  SUM_CSTM_RECORD.
           05  WS_CSTM_KEY.
               10  WS_CSTM_COST_CENTER        PIC X(06).
               10  WS_CSTM_LINE_NO            PIC 9(05).
           05  WS_CSTM_FROM_DATE              PIC 9(08).
           05  WS_CSTM_TO_DATE                PIC 9(08).
           05  WS_CSTM_CARRIAGE               PIC X(01).
           05  WS_CSTM_PRINT_LINE             PIC X(132).
           05  FILLER                         PIC X(08).
