      *>--------------------------------------------------------------
      *> SUMBAL - Period balance record for SUM-EXAMPLE.
      *>
      *> One record per cost-center batch per fiscal period (BALFILE,
      *> a VSAM KSDS keyed on WS_BAL_KEY), carrying the period-to-
      *> date amount the nightly run (or SUMMERGE on a split night)
      *> has posted for the batch and the year-to-date amount brought
      *> forward from the fiscal year's closed periods, so finance
      *> reads month-to-date and year-to-date figures off the file
      *> instead of rebuilding them from SUMTREND.  Fiscal periods
      *> are calendar months (YYYYMM) of the business date.
      *>
      *> The nightly run adds each posted subtotal to the period
      *> amount.  The month-end close (SUMCLOSE) prints the period's
      *> closing balances, marks its records "C", carries each
      *> batch's closing year-to-date into the next period's opening
      *> (zero when the next period starts a new fiscal year) and
      *> opens the next period.
      *>
      *> The record keyed "*PERIOD*" / 000000 is the close-control
      *> record: the last period closed, the period now open, the
      *> first month of the fiscal year and the date of the last
      *> close.  A run whose business date falls in a period at or
      *> before the closed-through period is refused.
      *>--------------------------------------------------------------
      *> 2026-10-15  RLB  Original layout.
      *>--------------------------------------------------------------
       01  SUM_BAL_RECORD.
           05  WS_BAL_KEY.
               10  WS_BAL_BATCH_ID            PIC X(08).
               10  WS_BAL_PERIOD              PIC 9(06).
           05  WS_BAL_DATA.
               10  WS_BAL_STATUS              PIC X(01).
                   88  WS_BAL_PERIOD_OPEN     VALUE "O".
                   88  WS_BAL_PERIOD_CLOSED   VALUE "C".
               10  WS_BAL_PERIOD_AMOUNT       PIC S9(16) SIGN LEADING
                                                         SEPARATE.
               10  WS_BAL_YTD_OPENING         PIC S9(16) SIGN LEADING
                                                         SEPARATE.
               10  WS_BAL_POST_COUNT          PIC 9(05).
               10  WS_BAL_LAST_POSTED_DATE    PIC 9(08).
               10  WS_BAL_CLOSED_DATE         PIC 9(08).
               10  FILLER                     PIC X(20).
           05  WS_BAL_CONTROL_DATA REDEFINES WS_BAL_DATA.
               10  WS_BAL_CTL_CLOSED_THRU     PIC 9(06).
               10  WS_BAL_CTL_OPEN_PERIOD     PIC 9(06).
               10  WS_BAL_CTL_FY_START_MONTH  PIC 9(02).
               10  WS_BAL_CTL_LAST_CLOSE_DATE PIC 9(08).
               10  FILLER                     PIC X(54).
