      *>--------------------------------------------------------------
      *> SUMHLDP - Action card for the held-batch release step
      *> (SUMHLDRL).
      *>
      *> One card per held batch the operator has looked into, run
      *> before the downstream GL interface job picks up the night's
      *> feeds: "R" releases the batch for posting as it summed
      *> (the amount is genuine but unusual, and stays out of the
      *> history band), "C" confirms it correct (posted, and counted
      *> as normal history from then on).  A held batch with no card
      *> stays held.  The operator id is checked against the
      *> OPAUTH profile file and recorded on the held-batch record.
      *>--------------------------------------------------------------
      *> 2026-10-15  RLB  Original layout.
      *>--------------------------------------------------------------
       01  SUM_HLDP_RECORD.
           05  WS_HLDP_ACTION                 PIC X(01).
               88  WS_HLDP_ACTION_RELEASE     VALUE "R".
               88  WS_HLDP_ACTION_CONFIRM     VALUE "C".
           05  WS_HLDP_RUN_DATE               PIC 9(08).
           05  WS_HLDP_BATCH_ID               PIC X(08).
           05  WS_HLDP_OPERATOR               PIC X(08).
           05  FILLER                         PIC X(15).
