      *>                      blown window no longer means
      *>                      cancelling the job and riding the
      *>                      abend path.
      *>     2026-10-15  RLB  The checkpoint record is 1734 bytes
      *>                      (record count and closed flag per
      *>                      batch).  A detail-mode run reads
      *>                      TRANFILE in one pass, so its batches
      *>                      do not finish in table order: the
      *>                      batches done are counted off the
      *>                      snapshot's closed flags, and the index
      *>                      shown is the TRANFILE record reached.
      *>     2026-10-15  RLB  The checkpoint record is 2734 bytes
      *>                      (currency and amount as booked per
      *>                      batch).
      *>================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMINQ.

           01 WS_CKPT_RBA                      PIC S9(08) COMP VALUE 0.
           01 WS_CKPT_LENGTH                   PIC S9(04) COMP
                                                VALUE 2734.
           01 WS_CKPT_FOUND_SWITCH             PIC X(01) VALUE "N".
               88  WS_CKPT_FOUND               VALUE "Y".

           01 WS_PARM_PARTITION_WORK           PIC 9(02).
           01 WS_SLA_THRESHOLD_TIME            PIC 9(03)V99
                                                VALUE 999.99.
           01 WS_DETAIL_MODE_SWITCH            PIC X(01) VALUE "N".
               88  WS_DETAIL_MODE              VALUE "Y".
           01 WS_RESULT_IDX                    PIC 9(04).

           01 WS_BATCH_SPAN                    PIC 9(16).
           01 WS_BATCH_DONE_COUNT              PIC 9(16).
       2200-SCAN-BATCH-LIST.
           MOVE "N" TO WS_BROWSE_DONE_SWITCH.
           MOVE "N" TO WS_RANGE_FOUND_SWITCH.
           MOVE "N" TO WS_DETAIL_MODE_SWITCH.
           MOVE 0   TO WS_BATCH_COUNT.
           MOVE LOW-VALUES TO WS_PARM_KEY.
           EXEC CICS STARTBR FILE("PARMFILE")
                   AND WS_PARM_SLA_THRESHOLD > 0
                   MOVE WS_PARM_SLA_THRESHOLD TO WS_SLA_THRESHOLD_TIME
               END-IF
               IF WS_PARM_MODE_DETAIL
                   MOVE "Y" TO WS_DETAIL_MODE_SWITCH
               END-IF
               GO TO 2210-EXIT
           END-IF.
           IF NOT WS_PARM_TYPE_BATCH
      *>     since the run started, and the projected total run
      *>     time.  A detail-mode batch carries no meaningful
      *>     range, so its percent shows zero and the projection
      *>     leans on whole batches completed - counted off the
      *>     snapshot's closed flags, since the one-pass run closes
      *>     batches in TRANFILE order, not table order.
      *>----------------------------------------------------------
       2300-COMPUTE-PROGRESS.
           MOVE 0 TO WS_BATCH_PCT.
                   WS_BATCH_DONE_COUNT * 100 / WS_BATCH_SPAN
           END-IF.

           IF WS_DETAIL_MODE
               MOVE 0 TO WS_DONE_BATCHES
               PERFORM 2310-COUNT-CLOSED-BATCH THRU 2310-EXIT
                   VARYING WS_RESULT_IDX FROM 1 BY 1
                   UNTIL WS_RESULT_IDX > WS_CKPT_RESULT_COUNT
               IF WS_BATCH_COUNT > WS_DONE_BATCHES
                   COMPUTE WS_REMAINING_BATCHES =
                       WS_BATCH_COUNT - WS_DONE_BATCHES
               ELSE
                   MOVE 0 TO WS_REMAINING_BATCHES
               END-IF
               GO TO 2300-PROJECT
           END-IF.
           IF WS_CKPT_BATCH_SEQ > 0
               COMPUTE WS_DONE_BATCHES = WS_CKPT_BATCH_SEQ - 1
           ELSE
               MOVE 0 TO WS_REMAINING_BATCHES
           END-IF.

       2300-PROJECT.
           EXEC CICS ASKTIME ABSTIME(WS_ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS_ABSTIME)
                                 YYYYMMDD(WS_NOW_DATE)
       2300-EXIT.
           EXIT.

       2310-COUNT-CLOSED-BATCH.
           IF WS_CKPT_RESULT_CLOSED (WS_RESULT_IDX) = "Y"
               ADD 1 TO WS_DONE_BATCHES
           END-IF.
       2310-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2400-FILL-SCREEN
      *>     Moves the worked figures to the screen fields and
