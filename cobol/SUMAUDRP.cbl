      *>
      *> REMARKS.
      *>     Parameter-maintenance audit report.  Reads the AUDFILE
      *>     KSDS written by the SUMMAINT, SUMXMNT and SUMHMNT
      *>     transactions for the date range requested on the
      *>     AUDRPARM card and lists every PARMFILE, XREFFILE and
      *>     HOLFILE change: when, the operator and terminal that
      *>     made it, whether it was an update, an add or a delete,
      *>     and the full before and after images of the record, in the
      *>     same 132-byte paged print format as the other sum-example
      *>     reports - the listing internal audit asked for.
      *>
      *>     2026-09-02  RLB  Decodes the new "R" audit action as
      *>                      REFUSD - an update attempt the
      *>                      operator-authority check turned away.
      *>     2026-10-15  RLB  Lists the cross-reference (SUMXMNT)
      *>                      and holiday calendar (SUMHMNT) changes
      *>                      as well: each change line names the
      *>                      file changed and the key of its record,
      *>                      and the new "D" action prints as
      *>                      DELETE with no after image.
      *>================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMAUDRP.
           01 WS_TO_DATE                       PIC 9(08) VALUE 0.
           01 WS_CHANGE_COUNT                  PIC 9(07) VALUE 0.
           01 WS_LOWVAL_IMAGE                  PIC X(83).
           01 WS_KEY_IMAGE                     PIC X(83).

      *>----------------------------------------------------------
      *> Print-report working storage.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_CHG_ACTION           PIC X(06).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_CHG_FILE             PIC X(08).
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(04) VALUE "KEY ".
               05  WS_RPT_CHG_KEY              PIC X(08).
               05  FILLER                      PIC X(50) VALUE SPACES.

           01 WS_RPT_IMAGE_LINE.
               05  FILLER                      PIC X(03) VALUE SPACES.
      *>----------------------------------------------------------
      *> 2020-PRINT-ONE-CHANGE
      *>     Prints one audit record: the change line (when, who,
      *>     where, the action, and the file and key of the record
      *>     changed), the before image - or a note that the record
      *>     did not exist, for an add - and the after image, or a
      *>     note that the record is gone, for a delete.
      *>----------------------------------------------------------
       2020-PRINT-ONE-CHANGE.
           ADD 1 TO WS_CHANGE_COUNT.
                   MOVE "ADD"    TO WS_RPT_CHG_ACTION
               WHEN WS_AUD_ACTION_REFUSED
                   MOVE "REFUSD" TO WS_RPT_CHG_ACTION
               WHEN WS_AUD_ACTION_DELETE
                   MOVE "DELETE" TO WS_RPT_CHG_ACTION
               WHEN OTHER
                   MOVE "UPDATE" TO WS_RPT_CHG_ACTION
           END-EVALUATE.
      *>     A delete leaves no after image, so its key comes off
      *>     the before image.
           MOVE SPACES TO WS_RPT_CHG_KEY.
           IF WS_AUD_ACTION_DELETE
               MOVE WS_AUD_BEFORE_IMAGE TO WS_KEY_IMAGE
           ELSE
               MOVE WS_AUD_AFTER_IMAGE  TO WS_KEY_IMAGE
           END-IF.
           EVALUATE TRUE
               WHEN WS_AUD_FILE_XREF
                   MOVE "XREFFILE"          TO WS_RPT_CHG_FILE
                   MOVE WS_KEY_IMAGE (1:8)  TO WS_RPT_CHG_KEY
               WHEN WS_AUD_FILE_HOL
                   MOVE "HOLFILE"           TO WS_RPT_CHG_FILE
                   MOVE WS_KEY_IMAGE (1:8)  TO WS_RPT_CHG_KEY
               WHEN OTHER
                   MOVE "PARMFILE"          TO WS_RPT_CHG_FILE
                   MOVE WS_KEY_IMAGE (1:5)  TO WS_RPT_CHG_KEY
           END-EVALUATE.
           MOVE SPACES TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 1 LINE.
           MOVE WS_RPT_CHANGE_LINE TO SUM_RPT_RECORD.
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.

           MOVE "AFTER   " TO WS_RPT_IMG_LABEL.
           IF WS_AUD_ACTION_DELETE
               MOVE "(NONE - RECORD DELETED)" TO WS_RPT_IMG_TEXT
           ELSE
               MOVE WS_AUD_AFTER_IMAGE TO WS_RPT_IMG_TEXT
           END-IF.
           MOVE WS_RPT_IMAGE_LINE TO SUM_RPT_RECORD.
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
       2020-EXIT.
