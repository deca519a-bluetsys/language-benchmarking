      *>--------------------------------------------------------------
      *> SUMBUDG - Cost-center budget record.
      *>
      *> One record per GL account and cost center (coded the same
      *> way as on XREFFILE/SUMXREF) per fiscal month (BUDGFILE, a
      *> VSAM KSDS keyed on WS_BUDG_KEY), carrying the budgeted
      *> amount for the whole month in the same units as the batch
      *> subtotals.  Fiscal months are the calendar YYYYMM, the
      *> same periods the balance file (SUMBAL) closes.  Loaded by
      *> accounting; read by the SUMBUDRP budget-versus-actual
      *> report, which prorates the month's budget by calendar day
      *> for its month-to-date figures.
      *>--------------------------------------------------------------
      *> 2026-10-15  RLB  Original layout.
      *>--------------------------------------------------------------
       01  SUM_BUDG_RECORD.
           05  WS_BUDG_KEY.
               10  WS_BUDG_GL_ACCOUNT         PIC X(10).
               10  WS_BUDG_COST_CENTER        PIC X(06).
               10  WS_BUDG_FISCAL_MONTH       PIC 9(06).
           05  WS_BUDG_AMOUNT                 PIC S9(16) SIGN LEADING
                                                         SEPARATE.
           05  WS_BUDG_LOADED_DATE            PIC 9(08).
           05  FILLER                         PIC X(16).
