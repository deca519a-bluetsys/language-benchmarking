      *>--------------------------------------------------------------
      *> SUMRATE - Daily exchange-rate record for detail mode.
      *>
      *> One record per currency per business date, giving the
      *> number of functional-currency units one unit of that
      *> currency converts to.  RATEFILE is a VSAM KSDS keyed on
      *> the currency code and the business date, loaded by treasury
      *> before the nightly run; the run reads the rate for each
      *> batch's currency on the business date being processed and
      *> converts every detail amount before it reaches the batch
      *> subtotal.  A currency with no record (or a zero rate) for
      *> the date cannot be converted, and its batch fails instead
      *> of posting unconverted.
      *>--------------------------------------------------------------
      *> 2026-10-15  RLB  Original layout.
      *>--------------------------------------------------------------
       01  SUM_RATE_RECORD.
           05  WS_RATE_KEY.
               10  WS_RATE_CURRENCY           PIC X(03).
               10  WS_RATE_BUSINESS_DATE      PIC 9(08).
           05  WS_RATE_VALUE                  PIC 9(05)V9(06).
           05  WS_RATE_LOADED_DATE            PIC 9(08).
           05  WS_RATE_LOADED_TIME            PIC 9(06).
           05  FILLER                         PIC X(14).
