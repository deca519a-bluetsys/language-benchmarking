      *>                      already on the log in flight is listed
      *>                      for the record instead of raised and
      *>                      re-corrected.
      *>     2026-10-15  RLB  The sent table carries each feed's
      *>                      currency and amount as booked from the
      *>                      sent-log, and the exception record
      *>                      passes them to the correction step.
      *>                      Matching is still on the functional
      *>                      amount the ledger acknowledges.
      *>     2026-10-15  RLB  Allocation lines.  A batch split by its
      *>                      allocation rules is sent as one feed
      *>                      record per line, so the sent-log
      *>                      allocation line is part of the match
      *>                      key - superseding, acknowledgment
      *>                      matching and the in-flight check are by
      *>                      run date, source, batch and line, and
      *>                      the line is listed on the report and
      *>                      passed to the correction step.  An old
      *>                      entry or acknowledgment with no line is
      *>                      line 00, an unsplit posting.
      *>================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMGLACK.
      *> feed went to batch level, so the table holds 1000 (about
      *> three weeks of a 50-batch night); the match flag is "N"
      *> until an acknowledgment covers it ("Y") or a later feed
      *> for the same run date, source id, batch id and allocation
      *> line supersedes it ("S").  A batch split by allocation
      *> rules has one entry per allocation line; an unsplit
      *> posting is line 00.
      *>----------------------------------------------------------
           01 WS_SENT_COUNT                    PIC 9(04) VALUE 0.
           01 WS_SENT_IDX                      PIC 9(04).
                   10  WS_SENT_ACK_AMOUNT      PIC S9(16).
                   10  WS_SENT_ACK_STATUS      PIC X(01).
                   10  WS_SENT_FEED_TYPE       PIC X(01).
                   10  WS_SENT_CURRENCY        PIC X(03).
                   10  WS_SENT_ORIGINAL        PIC S9(16).
                   10  WS_SENT_ALLOC_LINE      PIC 9(02).
           01 WS_ACK_ALLOC_LINE                PIC 9(02) VALUE 0.

           01 WS_COUNT_DONE_SWITCH             PIC X(01) VALUE "N".
               88  WS_COUNT_DONE               VALUE "Y".
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(12) VALUE "RUN DATE".
               05  FILLER                      PIC X(10) VALUE "SOURCE".
               05  FILLER                      PIC X(09) VALUE "BATCH".
               05  FILLER                      PIC X(04) VALUE "LN".
               05  FILLER                      PIC X(18)
                       VALUE "       SENT AMOUNT".
               05  FILLER                      PIC X(18)
                       VALUE "     POSTED AMOUNT".
               05  FILLER                      PIC X(03) VALUE SPACES.
               05  FILLER                      PIC X(30) VALUE "CONDITION".
               05  FILLER                      PIC X(27) VALUE SPACES.

           01 WS_RPT_DETAIL_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_DET_SOURCE           PIC X(08).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_DET_BATCH            PIC X(08).
               05  FILLER                      PIC X(01) VALUE SPACES.
               05  WS_RPT_DET_LINE             PIC ZZ.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_DET_SENT             PIC Z(15)9-.
               05  FILLER                      PIC X(01) VALUE SPACES.
               05  WS_RPT_DET_POSTED           PIC Z(15)9-.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_DET_CONDITION        PIC X(30).
               05  FILLER                      PIC X(29) VALUE SPACES.

           01 WS_RPT_SUMMARY_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               MOVE SPACES        TO WS_RPT_DET_DATE
               MOVE SPACES        TO WS_RPT_DET_SOURCE
               MOVE SPACES        TO WS_RPT_DET_BATCH
               MOVE 0             TO WS_RPT_DET_LINE
               MOVE WS_SKIP_COUNT TO WS_RPT_DET_SENT
               MOVE 0             TO WS_RPT_DET_POSTED
               MOVE "SENT-LOG OVERFLOW - PURGE LOG"
                           TO WS_SENT_BATCH_ID (WS_SENT_COUNT)
                       MOVE WS_GLLOG_AMOUNT
                           TO WS_SENT_AMOUNT (WS_SENT_COUNT)
                       MOVE WS_GLLOG_CURRENCY
                           TO WS_SENT_CURRENCY (WS_SENT_COUNT)
                       IF WS_GLLOG_ALLOC_LINE NUMERIC
                           MOVE WS_GLLOG_ALLOC_LINE
                               TO WS_SENT_ALLOC_LINE (WS_SENT_COUNT)
                       ELSE
                           MOVE 0 TO WS_SENT_ALLOC_LINE (WS_SENT_COUNT)
                       END-IF
                       IF WS_GLLOG_ORIGINAL_AMOUNT NUMERIC
                           MOVE WS_GLLOG_ORIGINAL_AMOUNT
                               TO WS_SENT_ORIGINAL (WS_SENT_COUNT)
                       ELSE
                           MOVE WS_GLLOG_AMOUNT
                               TO WS_SENT_ORIGINAL (WS_SENT_COUNT)
                       END-IF
                       MOVE "N" TO WS_SENT_MATCHED (WS_SENT_COUNT)
                       MOVE 0   TO WS_SENT_ACK_AMOUNT (WS_SENT_COUNT)
                       MOVE " " TO WS_SENT_ACK_STATUS (WS_SENT_COUNT)
                   = WS_SENT_SOURCE_ID (WS_SENT_IDX)
               AND WS_SENT_BATCH_ID (WS_SENT_DUP_IDX)
                   = WS_SENT_BATCH_ID (WS_SENT_IDX)
               AND WS_SENT_ALLOC_LINE (WS_SENT_DUP_IDX)
                   = WS_SENT_ALLOC_LINE (WS_SENT_IDX)
               MOVE "S" TO WS_SENT_MATCHED (WS_SENT_IDX)
               ADD 1 TO WS_SUPERSEDED_COUNT
           END-IF.
      *>     duplicate of an acknowledgment already recorded under
      *>     the key, consumed silently; (4) the first unmatched
      *>     entry with the key, which is where the rejected and
      *>     mis-posted exceptions come from.  The key includes the
      *>     allocation line, 00 for an unsplit posting.
           IF WS_GLAK_ALLOC_LINE NUMERIC
               MOVE WS_GLAK_ALLOC_LINE TO WS_ACK_ALLOC_LINE
           ELSE
               MOVE 0 TO WS_ACK_ALLOC_LINE
           END-IF.
           IF NOT WS_GLAK_REJECTED
               PERFORM 3025-FIND-SENT-FEED THRU 3025-EXIT
                   VARYING WS_SENT_IDX FROM 1 BY 1
                               = WS_GLAK_SOURCE_ID
                           AND WS_SENT_BATCH_ID (WS_SENT_IDX)
                               = WS_GLAK_BATCH_ID
                           AND WS_SENT_ALLOC_LINE (WS_SENT_IDX)
                               = WS_ACK_ALLOC_LINE
                           AND WS_SENT_MATCHED (WS_SENT_IDX) = "N"
                           AND WS_SENT_AMOUNT (WS_SENT_IDX)
                               = WS_GLAK_POSTED_AMOUNT)
                           = WS_GLAK_SOURCE_ID
                       AND WS_SENT_BATCH_ID (WS_SENT_IDX)
                           = WS_GLAK_BATCH_ID
                       AND WS_SENT_ALLOC_LINE (WS_SENT_IDX)
                           = WS_ACK_ALLOC_LINE
                       AND WS_SENT_MATCHED (WS_SENT_IDX) = "S"
                       AND WS_SENT_ACK_STATUS (WS_SENT_IDX) = " ").
           IF WS_SENT_IDX NOT > WS_SENT_COUNT
                           = WS_GLAK_SOURCE_ID
                       AND WS_SENT_BATCH_ID (WS_SENT_IDX)
                           = WS_GLAK_BATCH_ID
                       AND WS_SENT_ALLOC_LINE (WS_SENT_IDX)
                           = WS_ACK_ALLOC_LINE
                       AND WS_SENT_ACK_STATUS (WS_SENT_IDX) NOT = " "
                       AND WS_SENT_ACK_STATUS (WS_SENT_IDX)
                           = WS_GLAK_POST_STATUS
                           = WS_GLAK_SOURCE_ID
                       AND WS_SENT_BATCH_ID (WS_SENT_IDX)
                           = WS_GLAK_BATCH_ID
                       AND WS_SENT_ALLOC_LINE (WS_SENT_IDX)
                           = WS_ACK_ALLOC_LINE
                       AND WS_SENT_MATCHED (WS_SENT_IDX) = "N").
           IF WS_SENT_IDX > WS_SENT_COUNT
               MOVE WS_GLAK_RUN_DATE TO WS_EDIT_DATE
               MOVE WS_EDIT_DATE_FORMATTED TO WS_RPT_DET_DATE
               MOVE WS_GLAK_SOURCE_ID      TO WS_RPT_DET_SOURCE
               MOVE WS_GLAK_BATCH_ID       TO WS_RPT_DET_BATCH
               MOVE WS_ACK_ALLOC_LINE      TO WS_RPT_DET_LINE
               MOVE 0                      TO WS_RPT_DET_SENT
               MOVE WS_GLAK_POSTED_AMOUNT  TO WS_RPT_DET_POSTED
               MOVE "ACK WITHOUT SENT FEED" TO WS_RPT_DET_CONDITION
      *> 3035-CHECK-CORRECTION-SENT
      *>     Scans past the entry at WS_SENT_IDX for a later
      *>     replacement or reversal under the same run date,
      *>     source, batch and allocation line - a correction already sent for this
      *>     key, awaiting its own acknowledgment.
      *>----------------------------------------------------------
       3035-CHECK-CORRECTION-SENT.
                           = WS_GLAK_SOURCE_ID
                       AND WS_SENT_BATCH_ID (WS_SENT_DUP_IDX)
                           = WS_GLAK_BATCH_ID
                       AND WS_SENT_ALLOC_LINE (WS_SENT_DUP_IDX)
                           = WS_ACK_ALLOC_LINE
                       AND (WS_SENT_FEED_TYPE (WS_SENT_DUP_IDX) = "R"
                           OR WS_SENT_FEED_TYPE (WS_SENT_DUP_IDX)
                               = "V")).
           MOVE WS_EDIT_DATE_FORMATTED TO WS_RPT_DET_DATE.
           MOVE WS_SENT_SOURCE_ID (WS_SENT_IDX) TO WS_RPT_DET_SOURCE.
           MOVE WS_SENT_BATCH_ID (WS_SENT_IDX)  TO WS_RPT_DET_BATCH.
           MOVE WS_SENT_ALLOC_LINE (WS_SENT_IDX) TO WS_RPT_DET_LINE.
           MOVE WS_SENT_AMOUNT (WS_SENT_IDX)    TO WS_RPT_DET_SENT.
           MOVE WS_SENT_ACK_AMOUNT (WS_SENT_IDX)
               TO WS_RPT_DET_POSTED.
           MOVE WS_SENT_ACK_AMOUNT (WS_SENT_IDX)
               TO WS_GLEX_POSTED_AMOUNT.
           MOVE WS_EXCP_CONDITION               TO WS_GLEX_CONDITION.
           MOVE WS_SENT_CURRENCY (WS_SENT_IDX)  TO WS_GLEX_CURRENCY.
           MOVE WS_SENT_ORIGINAL (WS_SENT_IDX)  TO WS_GLEX_SENT_ORIGINAL.
           MOVE WS_SENT_ALLOC_LINE (WS_SENT_IDX) TO WS_GLEX_ALLOC_LINE.
           WRITE SUM_GLEX_RECORD.
       3040-EXIT.
           EXIT.
