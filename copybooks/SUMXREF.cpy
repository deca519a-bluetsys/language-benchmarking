      *> amount being reallocated by hand at close.
      *>--------------------------------------------------------------
      *> 2026-09-02  RLB  Original layout.
      *> 2026-10-15  RLB  XREFFILE is a VSAM KSDS keyed on
      *>                  WS_XREF_BATCH_ID, maintained through the
      *>                  SUMXMNT transaction (browse, add, change,
      *>                  delete - edited and audited on AUDFILE)
      *>                  instead of by hand with a dataset editor.
      *>--------------------------------------------------------------
       01  SUM_XREF_RECORD.
           05  WS_XREF_BATCH_ID           PIC X(08).
