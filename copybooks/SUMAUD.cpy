      *>                  the record it aimed at in the after image
      *>                  and LOW-VALUES in the before image -
      *>                  nothing was applied.
      *> 2026-10-15  RLB  The cross-reference (SUMXMNT) and holiday
      *>                  calendar (SUMHMNT) transactions audit here
      *>                  too.  Added WS_AUD_FILE_ID, carved from the
      *>                  filler, naming the file changed - LOW-VALUES
      *>                  on records written before it existed mean
      *>                  PARMFILE - and the "D" (delete) action,
      *>                  whose after image is LOW-VALUES.  The
      *>                  images are the changed file's record,
      *>                  left-justified and space-padded.
      *>--------------------------------------------------------------
       01  SUM_AUD_RECORD.
           05  WS_AUD_KEY.
               88  WS_AUD_ACTION_UPDATE       VALUE "U".
               88  WS_AUD_ACTION_ADD          VALUE "A".
               88  WS_AUD_ACTION_REFUSED      VALUE "R".
               88  WS_AUD_ACTION_DELETE       VALUE "D".
           05  WS_AUD_BEFORE_IMAGE            PIC X(83).
           05  WS_AUD_AFTER_IMAGE             PIC X(83).
           05  WS_AUD_FILE_ID                 PIC X(08).
               88  WS_AUD_FILE_PARM           VALUES "PARMFILE" SPACES
                                                     LOW-VALUES.
               88  WS_AUD_FILE_XREF           VALUE "XREFFILE".
               88  WS_AUD_FILE_HOL            VALUE "HOLFILE".
           05  FILLER                         PIC X(12).
