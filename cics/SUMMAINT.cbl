      *>                      the new "R" action, the preventive
      *>                      control audit asked for on top of the
      *>                      SUMAUDRP trail.
      *>     2026-10-15  RLB  Audit records name the file changed
      *>                      (WS_AUD_FILE_ID "PARMFILE") now that
      *>                      the cross-reference and holiday
      *>                      calendar transactions, SUMXMNT and
      *>                      SUMHMNT, write to AUDFILE as well.
      *>================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMMAINT.
           MOVE WS_AUD_ACTION_SAVE TO WS_AUD_ACTION.
           MOVE WS_AUD_BEFORE_SAVE TO WS_AUD_BEFORE_IMAGE.
           MOVE SUM_PARM_RECORD    TO WS_AUD_AFTER_IMAGE.
           MOVE "PARMFILE"         TO WS_AUD_FILE_ID.

           EXEC CICS WRITE FILE("AUDFILE")
                            FROM(SUM_AUD_RECORD)
