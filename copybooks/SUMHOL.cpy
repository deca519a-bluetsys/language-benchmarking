      *> the same file our other calendar-driven jobs read.
      *>--------------------------------------------------------------
      *> 2026-08-22  RLB  Original layout.
      *> 2026-10-15  RLB  HOLFILE is a VSAM KSDS keyed on the holiday
      *>                  date, maintained through the SUMHMNT
      *>                  transaction (browse, add, change, delete -
      *>                  edited and audited on AUDFILE) instead of by
      *>                  hand.  Added WS_HOL_DESCRIPTION, carved from
      *>                  the filler, for the name of the holiday.
      *>--------------------------------------------------------------
       01  SUM_HOL_RECORD.
           05  WS_HOL_KEY.
               10  WS_HOL_DATE                PIC 9(08).
           05  WS_HOL_DESCRIPTION             PIC X(20).
           05  FILLER                         PIC X(04).
