      *>
      *> MODIFICATION HISTORY.
      *>     2026-09-02  RLB  Original program.
      *>     2026-10-15  RLB  Correcting records carry the currency and
      *>                      amount as booked of the feed they
      *>                      correct, from the exception record.  A
      *>                      replacement or repost repeats the sent
      *>                      amount as booked; a reversal reverses
      *>                      the posted amount at the rate the
      *>                      original feed was converted at.
      *>     2026-10-15  RLB  Allocation lines.  A correcting record
      *>                      carries the allocation line of the feed
      *>                      it corrects, from the exception record,
      *>                      onto the correction feed and sent-log,
      *>                      and a split posting is re-coded from
      *>                      that line of the allocation rules
      *>                      (ALLOCFILE/SUMALOC) in effect on the
      *>                      original run date - the cross-reference
      *>                      only when the line is no longer there.
      *>                      The control report shows the line.
      *>     2026-10-15  RLB  XREFFILE is a KSDS keyed on batch id,
      *>                      maintained online through SUMXMNT; the
      *>                      cross-reference is still loaded whole,
      *>                      read in key order.
      *>================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMGLCOR.

           SELECT XREF-FILE
               ASSIGN TO "XREFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS_XREF_BATCH_ID
               FILE STATUS IS WS_XREF_FILE_STATUS.

           SELECT ALLOC-FILE
               ASSIGN TO "ALLOCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_ALOC_FILE_STATUS.

           SELECT CORRECTION-FILE
               ASSIGN TO "GLCORR"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  XREF-FILE.
           COPY SUMXREF.

       FD  ALLOC-FILE.
           COPY SUMALOC.

       FD  CORRECTION-FILE.
           COPY SUMGL.

               88  WS_XREF_FILE_OK             VALUE "00".
               88  WS_XREF_FILE_EOF            VALUE "10".

           01 WS_ALOC_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_ALOC_FILE_OK             VALUE "00".

           01 WS_CORR_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_CORR_FILE_OK             VALUE "00".

           01 WS_GL_WORK_ACCOUNT               PIC X(10).
           01 WS_GL_WORK_COST_CENTER           PIC X(06).

      *>----------------------------------------------------------
      *> Cost allocation table.  Every line on ALLOCFILE is kept
      *> with its effective dates, since the exceptions can come
      *> from feeds of different nights; a split posting is
      *> re-coded from its own line in effect on its run date.
      *>----------------------------------------------------------
           01 WS_ALOC_LOAD_DONE_SWITCH         PIC X(01) VALUE "N".
               88  WS_ALOC_LOAD_DONE           VALUE "Y".
           01 WS_ALOC_COUNT                    PIC 9(04) VALUE 0.
           01 WS_ALOC_IDX                      PIC 9(04).
           01 WS_ALOC_TABLE.
               05  WS_ALOC_ENTRY OCCURS 200 TIMES.
                   10  WS_ALOC_TAB_BATCH_ID    PIC X(08).
                   10  WS_ALOC_TAB_LINE_NO     PIC 9(02).
                   10  WS_ALOC_TAB_ACCOUNT     PIC X(10).
                   10  WS_ALOC_TAB_COST_CENTER PIC X(06).
                   10  WS_ALOC_TAB_FROM        PIC 9(08).
                   10  WS_ALOC_TAB_TO          PIC 9(08).

      *>----------------------------------------------------------
      *> The correcting record being built: the original feed's
      *> key, the amount and the feed-type marker the caller sets
               05  WS_CORR_RUN_DAY             PIC 9(02).
           01 WS_CORR_AMOUNT                   PIC S9(16) VALUE 0.
           01 WS_CORR_FEED_TYPE                PIC X(01).
           01 WS_CORR_ORIGINAL                 PIC S9(16) VALUE 0.
           01 WS_CORR_SENT_ORIGINAL            PIC S9(16) VALUE 0.
           01 WS_CORR_ALLOC_LINE               PIC 9(02) VALUE 0.

           01 WS_EXCEPTION_COUNT               PIC 9(07) VALUE 0.
           01 WS_REPLACEMENT_COUNT             PIC 9(07) VALUE 0.
           01 WS_RPT_HEADING_LINE2.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(12) VALUE "RUN DATE".
               05  FILLER                      PIC X(09) VALUE "BATCH".
               05  FILLER                      PIC X(04) VALUE "LN".
               05  FILLER                      PIC X(06) VALUE "FEED".
               05  FILLER                      PIC X(18)
                       VALUE "            AMOUNT".
               05  FILLER                      PIC X(03) VALUE SPACES.
               05  FILLER                      PIC X(30) VALUE "CORRECTS".
               05  FILLER                      PIC X(49) VALUE SPACES.

           01 WS_RPT_DETAIL_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_DET_DATE             PIC X(10).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_DET_BATCH            PIC X(08).
               05  FILLER                      PIC X(01) VALUE SPACES.
               05  WS_RPT_DET_LINE             PIC ZZ.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_DET_FEED_TYPE        PIC X(01).
               05  FILLER                      PIC X(05) VALUE SPACES.
               05  WS_RPT_DET_AMOUNT           PIC Z(15)9-.
               05  FILLER                      PIC X(03) VALUE SPACES.
               05  WS_RPT_DET_CONDITION        PIC X(30).
               05  FILLER                      PIC X(50) VALUE SPACES.

           01 WS_RPT_SUMMARY_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
      *>----------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1030-LOAD-XREF-TABLE THRU 1030-EXIT.
           PERFORM 1050-LOAD-ALLOCATIONS THRU 1050-EXIT.

           OPEN OUTPUT CORRECTION-FILE.
           IF NOT WS_CORR_FILE_OK
       1040-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 1050-LOAD-ALLOCATIONS
      *>     Loads the allocation rules into their table; a missing
      *>     file leaves it empty and split postings are re-coded
      *>     from the cross-reference.
      *>----------------------------------------------------------
       1050-LOAD-ALLOCATIONS.
           OPEN INPUT ALLOC-FILE.
           IF NOT WS_ALOC_FILE_OK
               GO TO 1050-EXIT
           END-IF.
           PERFORM 1060-READ-ALLOCATION-RECORD THRU 1060-EXIT
               UNTIL WS_ALOC_LOAD_DONE.
           CLOSE ALLOC-FILE.
       1050-EXIT.
           EXIT.

       1060-READ-ALLOCATION-RECORD.
           READ ALLOC-FILE
               AT END
                   MOVE "Y" TO WS_ALOC_LOAD_DONE_SWITCH
               NOT AT END
                   IF WS_ALOC_EFFECTIVE_FROM NUMERIC
                       AND WS_ALOC_EFFECTIVE_TO NUMERIC
                       AND WS_ALOC_LINE_NO NUMERIC
                       AND WS_ALOC_COUNT < 200
                       ADD 1 TO WS_ALOC_COUNT
                       MOVE WS_ALOC_BATCH_ID
                           TO WS_ALOC_TAB_BATCH_ID (WS_ALOC_COUNT)
                       MOVE WS_ALOC_LINE_NO
                           TO WS_ALOC_TAB_LINE_NO (WS_ALOC_COUNT)
                       MOVE WS_ALOC_GL_ACCOUNT
                           TO WS_ALOC_TAB_ACCOUNT (WS_ALOC_COUNT)
                       MOVE WS_ALOC_COST_CENTER
                           TO WS_ALOC_TAB_COST_CENTER (WS_ALOC_COUNT)
                       MOVE WS_ALOC_EFFECTIVE_FROM
                           TO WS_ALOC_TAB_FROM (WS_ALOC_COUNT)
                       MOVE WS_ALOC_EFFECTIVE_TO
                           TO WS_ALOC_TAB_TO (WS_ALOC_COUNT)
                   END-IF
           END-READ.
       1060-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3000-CORRECT-EXCEPTIONS
      *>     Reads the exception file and generates the correcting
               GO TO 3020-EXIT
           END-IF.
           MOVE WS_GLEX_RUN_DATE TO WS_CORR_RUN_DATE.
           IF WS_GLEX_ALLOC_LINE NUMERIC
               MOVE WS_GLEX_ALLOC_LINE TO WS_CORR_ALLOC_LINE
           ELSE
               MOVE 0 TO WS_CORR_ALLOC_LINE
           END-IF.
           IF WS_GLEX_SENT_ORIGINAL NUMERIC
               MOVE WS_GLEX_SENT_ORIGINAL TO WS_CORR_SENT_ORIGINAL
           ELSE
               MOVE WS_GLEX_SENT_AMOUNT   TO WS_CORR_SENT_ORIGINAL
           END-IF.
           EVALUATE TRUE
               WHEN WS_GLEX_COND_REJECTED
                   ADD 1 TO WS_REPLACEMENT_COUNT
                   MOVE WS_GLEX_SENT_AMOUNT TO WS_CORR_AMOUNT
                   MOVE WS_CORR_SENT_ORIGINAL TO WS_CORR_ORIGINAL
                   MOVE "R" TO WS_CORR_FEED_TYPE
                   MOVE "REPLACES REJECTED FEED"
                       TO WS_RPT_DET_CONDITION
               WHEN WS_GLEX_COND_AMOUNT
                   ADD 1 TO WS_REVERSAL_COUNT
                   COMPUTE WS_CORR_AMOUNT = 0 - WS_GLEX_POSTED_AMOUNT
                   PERFORM 3030-REVERSAL-ORIGINAL THRU 3030-EXIT
                   MOVE "V" TO WS_CORR_FEED_TYPE
                   MOVE "REVERSES MIS-POSTED AMOUNT"
                       TO WS_RPT_DET_CONDITION
                   PERFORM 4000-WRITE-CORRECTION-RECORD THRU 4000-EXIT
                   ADD 1 TO WS_REPOST_COUNT
                   MOVE WS_GLEX_SENT_AMOUNT TO WS_CORR_AMOUNT
                   MOVE WS_CORR_SENT_ORIGINAL TO WS_CORR_ORIGINAL
                   MOVE "R" TO WS_CORR_FEED_TYPE
                   MOVE "REPOSTS CORRECT AMOUNT"
                       TO WS_RPT_DET_CONDITION
       3020-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3030-REVERSAL-ORIGINAL
      *>     Supplies the amount as booked for a reversal: the
      *>     reversed posted amount taken back through the rate
      *>     the original feed was converted at (its amount as
      *>     booked over its functional amount).  A feed in the
      *>     functional currency reverses one for one.
      *>----------------------------------------------------------
       3030-REVERSAL-ORIGINAL.
           IF WS_GLEX_SENT_AMOUNT = 0
               OR WS_CORR_SENT_ORIGINAL = WS_GLEX_SENT_AMOUNT
               MOVE WS_CORR_AMOUNT TO WS_CORR_ORIGINAL
               GO TO 3030-EXIT
           END-IF.
           COMPUTE WS_CORR_ORIGINAL ROUNDED
               = WS_CORR_AMOUNT * WS_CORR_SENT_ORIGINAL
                   / WS_GLEX_SENT_AMOUNT
               ON SIZE ERROR
                   MOVE WS_CORR_AMOUNT TO WS_CORR_ORIGINAL
           END-COMPUTE.
       3030-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 4000-WRITE-CORRECTION-RECORD
      *>     Writes one correcting record to the correction feed
      *>     and its sent-log entry, from the key fields of the
      *>     exception in SUM_GLEX_RECORD and the amounts and
      *>     feed-type marker the caller set.  The "*TOTAL*"
      *>     balancing record corrects as type "T" with no account
      *>     coding, as it was fed; an allocation line corrects
      *>     under that line's coding.
      *>----------------------------------------------------------
       4000-WRITE-CORRECTION-RECORD.
           MOVE SPACES TO SUM_GL_RECORD.
               MOVE SPACES TO WS_GL_WORK_COST_CENTER
           ELSE
               MOVE "D" TO WS_GL_RECORD_TYPE
               IF WS_CORR_ALLOC_LINE > 0
                   PERFORM 4030-FIND-ALLOCATION-LINE THRU 4030-EXIT
               ELSE
                   PERFORM 4010-FIND-XREF THRU 4010-EXIT
               END-IF
           END-IF.
           MOVE WS_CORR_RUN_YEAR        TO WS_GL_RUN_YEAR.
           MOVE WS_CORR_RUN_MONTH       TO WS_GL_RUN_MONTH.
           MOVE WS_GL_WORK_ACCOUNT      TO WS_GL_ACCOUNT.
           MOVE WS_GL_WORK_COST_CENTER  TO WS_GL_COST_CENTER.
           MOVE WS_CORR_AMOUNT          TO WS_GL_TOTAL_AMOUNT.
           MOVE WS_GLEX_CURRENCY        TO WS_GL_CURRENCY.
           MOVE WS_CORR_ORIGINAL        TO WS_GL_ORIGINAL_AMOUNT.
           MOVE WS_CORR_ALLOC_LINE      TO WS_GL_ALLOC_LINE.
           WRITE SUM_GL_RECORD.

           MOVE SPACES                  TO SUM_GLLOG_RECORD.
           MOVE WS_GLEX_BATCH_ID        TO WS_GLLOG_BATCH_ID.
           MOVE WS_CORR_AMOUNT          TO WS_GLLOG_AMOUNT.
           MOVE WS_CORR_FEED_TYPE       TO WS_GLLOG_FEED_TYPE.
           MOVE WS_GLEX_CURRENCY        TO WS_GLLOG_CURRENCY.
           MOVE WS_CORR_ORIGINAL        TO WS_GLLOG_ORIGINAL_AMOUNT.
           MOVE WS_CORR_ALLOC_LINE      TO WS_GLLOG_ALLOC_LINE.
           WRITE SUM_GLLOG_RECORD.

           MOVE WS_CORR_FEED_TYPE TO WS_RPT_DET_FEED_TYPE.
       4020-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 4030-FIND-ALLOCATION-LINE
      *>     Supplies the account and cost-center coding of the
      *>     exception's allocation line as it stood on the
      *>     original run date; a line no longer on the rules
      *>     falls back to the cross-reference.
      *>----------------------------------------------------------
       4030-FIND-ALLOCATION-LINE.
           PERFORM 4040-SCAN-ALLOCATION THRU 4040-EXIT
               VARYING WS_ALOC_IDX FROM 1 BY 1
               UNTIL WS_ALOC_IDX > WS_ALOC_COUNT
                   OR (WS_ALOC_TAB_BATCH_ID (WS_ALOC_IDX)
                           = WS_GLEX_BATCH_ID
                       AND WS_ALOC_TAB_LINE_NO (WS_ALOC_IDX)
                           = WS_CORR_ALLOC_LINE
                       AND WS_ALOC_TAB_FROM (WS_ALOC_IDX)
                           NOT > WS_CORR_RUN_DATE
                       AND (WS_ALOC_TAB_TO (WS_ALOC_IDX) = 0
                           OR WS_ALOC_TAB_TO (WS_ALOC_IDX)
                               NOT < WS_CORR_RUN_DATE)).
           IF WS_ALOC_IDX > WS_ALOC_COUNT
               PERFORM 4010-FIND-XREF THRU 4010-EXIT
           ELSE
               MOVE WS_ALOC_TAB_ACCOUNT (WS_ALOC_IDX)
                   TO WS_GL_WORK_ACCOUNT
               MOVE WS_ALOC_TAB_COST_CENTER (WS_ALOC_IDX)
                   TO WS_GL_WORK_COST_CENTER
           END-IF.
       4030-EXIT.
           EXIT.

       4040-SCAN-ALLOCATION.
           CONTINUE.
       4040-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8000-PRINT-SUMMARY
      *>     Writes the control counts under the listing and closes

      *>----------------------------------------------------------
      *> 8150-BUILD-KEY-COLUMNS
      *>     Fills the report line's run-date, batch and
      *>     allocation-line columns from the exception record on
      *>     hand.
      *>----------------------------------------------------------
       8150-BUILD-KEY-COLUMNS.
           IF WS_GLEX_RUN_DATE NUMERIC
               MOVE SPACES TO WS_RPT_DET_DATE
           END-IF.
           MOVE WS_GLEX_BATCH_ID TO WS_RPT_DET_BATCH.
           IF WS_GLEX_ALLOC_LINE NUMERIC
               MOVE WS_GLEX_ALLOC_LINE TO WS_RPT_DET_LINE
           ELSE
               MOVE 0 TO WS_RPT_DET_LINE
           END-IF.
       8150-EXIT.
           EXIT.

