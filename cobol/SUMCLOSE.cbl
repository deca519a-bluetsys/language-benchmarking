      *>================================================================
      *> PROGRAM-ID.    SUMCLOSE
      *> AUTHOR.        DATA PROCESSING BATCH SUPPORT
      *> INSTALLATION.  BATCH PROCESSING CENTER
      *> DATE-WRITTEN.  2026-10-15
      *>
      *> REMARKS.
      *>     Month-end close of the sum-example period balances.
      *>     Reads the fiscal period to close from the CLOSPARM card
      *>     and, for every cost-center batch with a balance record
      *>     for that period on the balance KSDS (BALFILE/SUMBAL):
      *>     prints the period's closing balance - period amount,
      *>     year-to-date brought forward and year-to-date at close
      *>     - on the close report (CLOSRPT), marks the record
      *>     closed, and rolls the closing year-to-date into the
      *>     batch's balance record for the next period (created
      *>     when the batch has not posted there yet; zero when the
      *>     next period starts a new fiscal year).  The close-
      *>     control record is then moved on, so the nightly run and
      *>     SUMMERGE refuse any later business date that falls in
      *>     the closed period.
      *>
      *>     Periods close in sequence: a period already closed, a
      *>     period that skips the next one due, or a period that has
      *>     not yet ended on the system calendar is refused with
      *>     RETURN-CODE 8 and nothing is updated.
      *>
      *> MODIFICATION HISTORY.
      *>     2026-10-15  RLB  Original program.
      *>================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMCLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE
               ASSIGN TO "BALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS_BAL_KEY
               FILE STATUS IS WS_BAL_FILE_STATUS.

           SELECT REQUEST-FILE
               ASSIGN TO "CLOSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_REQUEST_FILE_STATUS.

           SELECT PRINT-FILE
               ASSIGN TO "CLOSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_RPT_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
           COPY SUMBAL.

       FD  REQUEST-FILE.
           COPY SUMCLSP.

       FD  PRINT-FILE
           LINAGE IS 60 LINES WITH FOOTING AT 55.
           COPY SUMRPT.

       WORKING-STORAGE SECTION.
           01 WS_BAL_FILE_STATUS               PIC X(02) VALUE SPACES.
               88  WS_BAL_FILE_OK              VALUE "00".
               88  WS_BAL_FILE_NOT_FOUND       VALUE "35".

           01 WS_REQUEST_FILE_STATUS           PIC X(02) VALUE SPACES.
               88  WS_REQUEST_FILE_OK          VALUE "00".

           01 WS_RPT_FILE_STATUS               PIC X(02) VALUE SPACES.
               88  WS_RPT_FILE_OK              VALUE "00".

           01 WS_RETURN_CODE                   PIC 9(04) VALUE 0.
               88  WS_RC_NORMAL                VALUE 0.
               88  WS_RC_REQUEST_ERROR         VALUE 8.

           01 WS_REQUEST_SWITCH                PIC X(01) VALUE "N".
               88  WS_REQUEST_FAILED           VALUE "Y".
           01 WS_BAL_OPEN_SWITCH               PIC X(01) VALUE "N".
               88  WS_BAL_OPENED               VALUE "Y".
           01 WS_SELECT_SWITCH                 PIC X(01) VALUE "N".
               88  WS_SELECT_DONE              VALUE "Y".
           01 WS_CONTROL_SWITCH                PIC X(01) VALUE "N".
               88  WS_CONTROL_FOUND            VALUE "Y".
           01 WS_NEXT_RECORD_SWITCH            PIC X(01) VALUE "N".
               88  WS_NEXT_RECORD_FOUND        VALUE "Y".
           01 WS_NEW_YEAR_SWITCH               PIC X(01) VALUE "N".
               88  WS_NEXT_STARTS_NEW_YEAR     VALUE "Y".
           01 WS_ERR_MESSAGE                   PIC X(50).

           01 WS_CURRENT_DATE_DATA.
               05  WS_CURRENT_DATE             PIC 9(08).
               05  FILLER                      PIC X(13).
           01 WS_CURRENT_PERIOD                PIC 9(06).

      *>----------------------------------------------------------
      *> The period being closed, the period it opens, and the
      *> close-control figures they are checked against.
      *>----------------------------------------------------------
           01 WS_CLOSE_PERIOD                  PIC 9(06) VALUE 0.
           01 WS_CLOSE_PERIOD_PARTS REDEFINES WS_CLOSE_PERIOD.
               05  WS_CLOSE_YEAR               PIC 9(04).
               05  WS_CLOSE_MONTH              PIC 9(02).
           01 WS_NEXT_PERIOD                   PIC 9(06) VALUE 0.
           01 WS_NEXT_PERIOD_PARTS REDEFINES WS_NEXT_PERIOD.
               05  WS_NEXT_YEAR                PIC 9(04).
               05  WS_NEXT_MONTH               PIC 9(02).
           01 WS_EXPECTED_PERIOD               PIC 9(06) VALUE 0.
           01 WS_EXPECTED_PERIOD_PARTS REDEFINES WS_EXPECTED_PERIOD.
               05  WS_EXPECTED_YEAR            PIC 9(04).
               05  WS_EXPECTED_MONTH           PIC 9(02).
           01 WS_CLOSED_THRU                   PIC 9(06) VALUE 0.
           01 WS_FY_START_MONTH                PIC 9(02) VALUE 1.

      *>----------------------------------------------------------
      *> Closing-balance table: one entry per batch with a balance
      *> record for the period, loaded before anything is
      *> updated so an overflow stops the close untouched.
      *>----------------------------------------------------------
           01 WS_CLOSE_COUNT                   PIC 9(04) VALUE 0.
           01 WS_CLOSE_IDX                     PIC 9(04).
           01 WS_CLOSE_TABLE.
               05  WS_CLOSE_ENTRY OCCURS 100 TIMES.
                   10  WS_CLOSE_BATCH_ID       PIC X(08).
                   10  WS_CLOSE_PERIOD_AMOUNT  PIC S9(16).
                   10  WS_CLOSE_YTD_OPENING    PIC S9(16).
                   10  WS_CLOSE_YTD_CLOSING    PIC S9(16).
                   10  WS_CLOSE_POST_COUNT     PIC 9(05).
                   10  WS_CLOSE_NEXT_OPENING   PIC S9(16).

           01 WS_TOTAL_PERIOD_AMOUNT           PIC S9(16) VALUE 0.
           01 WS_TOTAL_YTD_OPENING             PIC S9(16) VALUE 0.
           01 WS_TOTAL_YTD_CLOSING             PIC S9(16) VALUE 0.
           01 WS_TOTAL_NEXT_OPENING            PIC S9(16) VALUE 0.

      *>----------------------------------------------------------
      *> Print-report working storage.
      *>----------------------------------------------------------
           01 WS_RPT_PAGE_NO                   PIC 9(04) VALUE 1.

           01 WS_RPT_HEADING_LINE1.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(31)
                       VALUE "SUMCLOSE MONTH-END CLOSE REPORT".
               05  FILLER                      PIC X(10) VALUE SPACES.
               05  FILLER                      PIC X(08) VALUE "PERIOD: ".
               05  WS_RPT_HDG_PERIOD           PIC X(07).
               05  FILLER                      PIC X(06) VALUE SPACES.
               05  FILLER                      PIC X(06) VALUE "PAGE: ".
               05  WS_RPT_HDG_PAGE             PIC ZZZ9.
               05  FILLER                      PIC X(59) VALUE SPACES.

           01 WS_RPT_HEADING_LINE2.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(10) VALUE "BATCH".
               05  FILLER                      PIC X(17)
                       VALUE "    PERIOD AMOUNT".
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  FILLER                      PIC X(17)
                       VALUE "      YTD OPENING".
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  FILLER                      PIC X(17)
                       VALUE "      YTD CLOSING".
               05  FILLER                      PIC X(04) VALUE SPACES.
               05  FILLER                      PIC X(05) VALUE "POSTS".
               05  FILLER                      PIC X(04) VALUE SPACES.
               05  FILLER                      PIC X(17)
                       VALUE "     NEXT OPENING".
               05  FILLER                      PIC X(36) VALUE SPACES.

           01 WS_RPT_DETAIL_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_DET_BATCH_ID         PIC X(08).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_DET_PERIOD_AMOUNT    PIC Z(15)9-.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_DET_YTD_OPENING      PIC Z(15)9-.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_DET_YTD_CLOSING      PIC Z(15)9-.
               05  FILLER                      PIC X(04) VALUE SPACES.
               05  WS_RPT_DET_POSTS            PIC ZZZZ9.
               05  FILLER                      PIC X(04) VALUE SPACES.
               05  WS_RPT_DET_NEXT_OPENING     PIC Z(15)9-.
               05  FILLER                      PIC X(36) VALUE SPACES.

           01 WS_RPT_TOTAL_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(10) VALUE "TOTAL".
               05  WS_RPT_TOT_PERIOD_AMOUNT    PIC Z(15)9-.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_TOT_YTD_OPENING      PIC Z(15)9-.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_TOT_YTD_CLOSING      PIC Z(15)9-.
               05  FILLER                      PIC X(13) VALUE SPACES.
               05  WS_RPT_TOT_NEXT_OPENING     PIC Z(15)9-.
               05  FILLER                      PIC X(36) VALUE SPACES.

           01 WS_RPT_MESSAGE_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_MSG_TEXT             PIC X(80).
               05  FILLER                      PIC X(51) VALUE SPACES.

           01 WS_EDIT_PERIOD                   PIC X(07).
           01 WS_EDIT_NEXT_PERIOD              PIC X(07).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS_REQUEST_FAILED
               GO TO 9000-CLOSE-FILES
           END-IF.
           PERFORM 2000-LOAD-PERIOD THRU 2000-EXIT.
           IF WS_REQUEST_FAILED
               GO TO 9000-CLOSE-FILES
           END-IF.
           PERFORM 3000-CLOSE-PERIOD THRU 3000-EXIT.
           PERFORM 8000-PRINT-REPORT THRU 8000-EXIT.
       9000-CLOSE-FILES.
           IF WS_BAL_OPENED
               CLOSE BALANCE-FILE
           END-IF.
       9999-PROGRAM-EXIT.
           MOVE WS_RETURN_CODE TO RETURN-CODE.
           STOP RUN.

      *>----------------------------------------------------------
      *> 1000-INITIALIZE
      *>     Reads and edits the close request card, opens the
      *>     balance KSDS and checks the requested period against
      *>     the close-control record: it must be the next period
      *>     due (any period, on the very first close) and it must
      *>     have ended.  Any failure ends the run with RETURN-CODE
      *>     8 before a record is touched.
      *>----------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA.
           COMPUTE WS_CURRENT_PERIOD = WS_CURRENT_DATE / 100.

           OPEN INPUT REQUEST-FILE.
           IF NOT WS_REQUEST_FILE_OK
               MOVE "CLOSE CARD (CLOSPARM) COULD NOT BE OPENED"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1000-EXIT
           END-IF.
           READ REQUEST-FILE
               AT END
                   MOVE "CLOSE CARD (CLOSPARM) IS EMPTY"
                       TO WS_ERR_MESSAGE
                   PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               NOT AT END
                   PERFORM 1010-EDIT-REQUEST THRU 1010-EXIT
           END-READ.
           CLOSE REQUEST-FILE.
           IF WS_REQUEST_FAILED
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O BALANCE-FILE.
           IF WS_BAL_FILE_NOT_FOUND
               MOVE "BALANCE FILE (BALFILE) NOT FOUND - NOTHING POSTED"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1000-EXIT
           END-IF.
           IF NOT WS_BAL_FILE_OK
               MOVE "BALANCE FILE (BALFILE) COULD NOT BE OPENED"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS_BAL_OPEN_SWITCH.

           MOVE "*PERIOD*" TO WS_BAL_BATCH_ID.
           MOVE 0          TO WS_BAL_PERIOD.
           READ BALANCE-FILE
               INVALID KEY
                   MOVE "N" TO WS_CONTROL_SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS_CONTROL_SWITCH
                   IF WS_BAL_CTL_CLOSED_THRU NUMERIC
                       MOVE WS_BAL_CTL_CLOSED_THRU TO WS_CLOSED_THRU
                   END-IF
                   IF WS_CLSP_FY_START_MONTH = 0
                       AND WS_BAL_CTL_FY_START_MONTH NUMERIC
                       AND WS_BAL_CTL_FY_START_MONTH > 0
                       AND WS_BAL_CTL_FY_START_MONTH < 13
                       MOVE WS_BAL_CTL_FY_START_MONTH
                           TO WS_FY_START_MONTH
                   END-IF
           END-READ.

           IF WS_CLOSE_PERIOD NOT > WS_CLOSED_THRU
               MOVE "PERIOD IS ALREADY CLOSED" TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1000-EXIT
           END-IF.
           IF WS_CLOSED_THRU > 0
               MOVE WS_CLOSED_THRU TO WS_EXPECTED_PERIOD
               IF WS_EXPECTED_MONTH = 12
                   ADD 1 TO WS_EXPECTED_YEAR
                   MOVE 1 TO WS_EXPECTED_MONTH
               ELSE
                   ADD 1 TO WS_EXPECTED_MONTH
               END-IF
               IF WS_CLOSE_PERIOD NOT = WS_EXPECTED_PERIOD
                   MOVE "PERIOD IS NOT THE NEXT PERIOD DUE TO CLOSE"
                       TO WS_ERR_MESSAGE
                   PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           IF WS_CLOSE_PERIOD NOT < WS_CURRENT_PERIOD
               MOVE "PERIOD HAS NOT ENDED - IT CANNOT BE CLOSED YET"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1000-EXIT
           END-IF.

           MOVE WS_CLOSE_PERIOD TO WS_NEXT_PERIOD.
           IF WS_NEXT_MONTH = 12
               ADD 1 TO WS_NEXT_YEAR
               MOVE 1 TO WS_NEXT_MONTH
           ELSE
               ADD 1 TO WS_NEXT_MONTH
           END-IF.
           IF WS_NEXT_MONTH = WS_FY_START_MONTH
               MOVE "Y" TO WS_NEW_YEAR_SWITCH
           END-IF.
       1000-EXIT.
           EXIT.

       1010-EDIT-REQUEST.
           IF WS_CLSP_PERIOD NOT NUMERIC
               MOVE "PERIOD MUST BE NUMERIC YYYYMM" TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1010-EXIT
           END-IF.
           MOVE WS_CLSP_PERIOD TO WS_CLOSE_PERIOD.
           IF WS_CLOSE_MONTH < 1 OR WS_CLOSE_MONTH > 12
               MOVE "PERIOD MONTH MUST BE 01 THRU 12" TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1010-EXIT
           END-IF.
           IF WS_CLSP_FY_START_MONTH = SPACES
               MOVE 0 TO WS_CLSP_FY_START_MONTH
           END-IF.
           IF WS_CLSP_FY_START_MONTH NOT NUMERIC
               OR WS_CLSP_FY_START_MONTH > 12
               MOVE "FISCAL-YEAR START MONTH MUST BE 01 THRU 12"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1010-EXIT
           END-IF.
           IF WS_CLSP_FY_START_MONTH > 0
               MOVE WS_CLSP_FY_START_MONTH TO WS_FY_START_MONTH
           END-IF.
       1010-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 1020-REPORT-REQUEST-ERROR
      *>     Writes a clean, labeled close error message and sets
      *>     RETURN-CODE 8.
      *>----------------------------------------------------------
       1020-REPORT-REQUEST-ERROR.
           MOVE "Y" TO WS_REQUEST_SWITCH.
           DISPLAY "==========================".
           DISPLAY "SUMCLOSE REQUEST ERROR".
           DISPLAY "PERIOD: " WS_CLSP_PERIOD.
           DISPLAY "REASON: " WS_ERR_MESSAGE.
           SET WS_RC_REQUEST_ERROR TO TRUE.
       1020-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2000-LOAD-PERIOD
      *>     Browses the balance KSDS from the top and files every
      *>     batch's record for the closing period on the closing-
      *>     balance table.  The file holds one record per batch
      *>     per period, so a full browse is the whole close's
      *>     worth of reading.
      *>----------------------------------------------------------
       2000-LOAD-PERIOD.
           MOVE LOW-VALUES TO WS_BAL_KEY.
           START BALANCE-FILE KEY NOT < WS_BAL_KEY
               INVALID KEY
                   MOVE "Y" TO WS_SELECT_SWITCH
           END-START.
           PERFORM 2010-READ-BALANCE-RECORD THRU 2010-EXIT
               UNTIL WS_SELECT_DONE OR WS_REQUEST_FAILED.
       2000-EXIT.
           EXIT.

       2010-READ-BALANCE-RECORD.
           READ BALANCE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS_SELECT_SWITCH
               NOT AT END
                   IF WS_BAL_PERIOD = WS_CLOSE_PERIOD
                       AND WS_BAL_BATCH_ID NOT = "*PERIOD*"
                       PERFORM 2020-FILE-CLOSING-BALANCE
                           THRU 2020-EXIT
                   END-IF
           END-READ.
       2010-EXIT.
           EXIT.

       2020-FILE-CLOSING-BALANCE.
           IF WS_CLOSE_COUNT = 100
               MOVE "MORE THAN 100 BATCHES IN THE PERIOD"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 2020-EXIT
           END-IF.
           ADD 1 TO WS_CLOSE_COUNT.
           MOVE WS_BAL_BATCH_ID
               TO WS_CLOSE_BATCH_ID (WS_CLOSE_COUNT).
           MOVE WS_BAL_PERIOD_AMOUNT
               TO WS_CLOSE_PERIOD_AMOUNT (WS_CLOSE_COUNT).
           MOVE WS_BAL_YTD_OPENING
               TO WS_CLOSE_YTD_OPENING (WS_CLOSE_COUNT).
           COMPUTE WS_CLOSE_YTD_CLOSING (WS_CLOSE_COUNT) =
               WS_BAL_YTD_OPENING + WS_BAL_PERIOD_AMOUNT.
           MOVE WS_BAL_POST_COUNT
               TO WS_CLOSE_POST_COUNT (WS_CLOSE_COUNT).
           IF WS_NEXT_STARTS_NEW_YEAR
               MOVE 0 TO WS_CLOSE_NEXT_OPENING (WS_CLOSE_COUNT)
           ELSE
               MOVE WS_CLOSE_YTD_CLOSING (WS_CLOSE_COUNT)
                   TO WS_CLOSE_NEXT_OPENING (WS_CLOSE_COUNT)
           END-IF.
       2020-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3000-CLOSE-PERIOD
      *>     Closes every batch's balance for the period, rolls its
      *>     closing year-to-date into the next period, and moves
      *>     the close-control record on to the new open period.
      *>----------------------------------------------------------
       3000-CLOSE-PERIOD.
           PERFORM 3010-CLOSE-ONE-BALANCE THRU 3010-EXIT
               VARYING WS_CLOSE_IDX FROM 1 BY 1
               UNTIL WS_CLOSE_IDX > WS_CLOSE_COUNT.
           PERFORM 3050-UPDATE-CONTROL THRU 3050-EXIT.
       3000-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3010-CLOSE-ONE-BALANCE
      *>     Marks one batch's period record closed, then sets the
      *>     year-to-date opening on its next-period record - the
      *>     nights already posted into the next period keep their
      *>     period amount, only the opening is (re)set.
      *>----------------------------------------------------------
       3010-CLOSE-ONE-BALANCE.
           MOVE WS_CLOSE_BATCH_ID (WS_CLOSE_IDX) TO WS_BAL_BATCH_ID.
           MOVE WS_CLOSE_PERIOD                  TO WS_BAL_PERIOD.
           READ BALANCE-FILE
               INVALID KEY
                   GO TO 3010-EXIT
           END-READ.
           MOVE "C"             TO WS_BAL_STATUS.
           MOVE WS_CURRENT_DATE TO WS_BAL_CLOSED_DATE.
           REWRITE SUM_BAL_RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           MOVE WS_CLOSE_BATCH_ID (WS_CLOSE_IDX) TO WS_BAL_BATCH_ID.
           MOVE WS_NEXT_PERIOD                   TO WS_BAL_PERIOD.
           MOVE "Y" TO WS_NEXT_RECORD_SWITCH.
           READ BALANCE-FILE
               INVALID KEY
                   MOVE "N" TO WS_NEXT_RECORD_SWITCH
           END-READ.
           IF NOT WS_NEXT_RECORD_FOUND
               MOVE SPACES TO WS_BAL_DATA
               MOVE "O"    TO WS_BAL_STATUS
               MOVE 0      TO WS_BAL_PERIOD_AMOUNT
               MOVE 0      TO WS_BAL_POST_COUNT
               MOVE 0      TO WS_BAL_LAST_POSTED_DATE
               MOVE 0      TO WS_BAL_CLOSED_DATE
           END-IF.
           MOVE WS_CLOSE_NEXT_OPENING (WS_CLOSE_IDX)
               TO WS_BAL_YTD_OPENING.
           IF WS_NEXT_RECORD_FOUND
               REWRITE SUM_BAL_RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE SUM_BAL_RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
       3010-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3050-UPDATE-CONTROL
      *>     Records the period just closed, the period now open,
      *>     the fiscal-year start month and today's date on the
      *>     close-control record, writing it on the first close.
      *>----------------------------------------------------------
       3050-UPDATE-CONTROL.
           MOVE "*PERIOD*" TO WS_BAL_BATCH_ID.
           MOVE 0          TO WS_BAL_PERIOD.
           MOVE SPACES     TO WS_BAL_CONTROL_DATA.
           MOVE WS_CLOSE_PERIOD   TO WS_BAL_CTL_CLOSED_THRU.
           MOVE WS_NEXT_PERIOD    TO WS_BAL_CTL_OPEN_PERIOD.
           MOVE WS_FY_START_MONTH TO WS_BAL_CTL_FY_START_MONTH.
           MOVE WS_CURRENT_DATE   TO WS_BAL_CTL_LAST_CLOSE_DATE.
           IF WS_CONTROL_FOUND
               REWRITE SUM_BAL_RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE SUM_BAL_RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           DISPLAY "SUMCLOSE - PERIOD " WS_CLOSE_PERIOD
               " CLOSED, " WS_CLOSE_COUNT " BATCH BALANCES - PERIOD "
               WS_NEXT_PERIOD " OPEN".
       3050-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8000-PRINT-REPORT
      *>     Prints the closing balance of every batch for the
      *>     period with the opening carried into the next period,
      *>     the period totals, and the period now open, paging
      *>     the same way the sum-example run report does.
      *>----------------------------------------------------------
       8000-PRINT-REPORT.
           MOVE SPACES TO WS_EDIT_PERIOD.
           STRING WS_CLOSE_YEAR "-" WS_CLOSE_MONTH
               DELIMITED BY SIZE INTO WS_EDIT_PERIOD.
           MOVE SPACES TO WS_EDIT_NEXT_PERIOD.
           STRING WS_NEXT_YEAR "-" WS_NEXT_MONTH
               DELIMITED BY SIZE INTO WS_EDIT_NEXT_PERIOD.
           MOVE WS_EDIT_PERIOD TO WS_RPT_HDG_PERIOD.
           MOVE WS_RPT_PAGE_NO TO WS_RPT_HDG_PAGE.

           OPEN OUTPUT PRINT-FILE.
           IF NOT WS_RPT_FILE_OK
               DISPLAY "SUMCLOSE ERROR - PRINT-FILE OPEN FAILED, STATUS "
                   WS_RPT_FILE_STATUS
               GO TO 8000-EXIT
           END-IF.

           MOVE WS_RPT_HEADING_LINE1 TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING PAGE.
           MOVE WS_RPT_HEADING_LINE2 TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 2 LINES.

           PERFORM 8100-PRINT-BALANCE-LINE THRU 8100-EXIT
               VARYING WS_CLOSE_IDX FROM 1 BY 1
               UNTIL WS_CLOSE_IDX > WS_CLOSE_COUNT.

           MOVE WS_TOTAL_PERIOD_AMOUNT TO WS_RPT_TOT_PERIOD_AMOUNT.
           MOVE WS_TOTAL_YTD_OPENING   TO WS_RPT_TOT_YTD_OPENING.
           MOVE WS_TOTAL_YTD_CLOSING   TO WS_RPT_TOT_YTD_CLOSING.
           MOVE WS_TOTAL_NEXT_OPENING  TO WS_RPT_TOT_NEXT_OPENING.
           MOVE WS_RPT_TOTAL_LINE TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 2 LINES.

           MOVE SPACES TO WS_RPT_MSG_TEXT.
           STRING "PERIOD " WS_EDIT_PERIOD " CLOSED - PERIOD "
                  WS_EDIT_NEXT_PERIOD " OPEN"
               DELIMITED BY SIZE INTO WS_RPT_MSG_TEXT.
           MOVE WS_RPT_MESSAGE_LINE TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 2 LINES.
           IF WS_NEXT_STARTS_NEW_YEAR
               MOVE "FISCAL YEAR END - YEAR-TO-DATE RESTARTS AT ZERO"
                   TO WS_RPT_MSG_TEXT
               MOVE WS_RPT_MESSAGE_LINE TO SUM_RPT_RECORD
               WRITE SUM_RPT_RECORD AFTER ADVANCING 1 LINE
           END-IF.

           CLOSE PRINT-FILE.
       8000-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8100-PRINT-BALANCE-LINE
      *>     Prints one batch's closing balance and adds it to the
      *>     period totals.
      *>----------------------------------------------------------
       8100-PRINT-BALANCE-LINE.
           MOVE WS_CLOSE_BATCH_ID (WS_CLOSE_IDX)
               TO WS_RPT_DET_BATCH_ID.
           MOVE WS_CLOSE_PERIOD_AMOUNT (WS_CLOSE_IDX)
               TO WS_RPT_DET_PERIOD_AMOUNT.
           MOVE WS_CLOSE_YTD_OPENING (WS_CLOSE_IDX)
               TO WS_RPT_DET_YTD_OPENING.
           MOVE WS_CLOSE_YTD_CLOSING (WS_CLOSE_IDX)
               TO WS_RPT_DET_YTD_CLOSING.
           MOVE WS_CLOSE_POST_COUNT (WS_CLOSE_IDX)
               TO WS_RPT_DET_POSTS.
           MOVE WS_CLOSE_NEXT_OPENING (WS_CLOSE_IDX)
               TO WS_RPT_DET_NEXT_OPENING.
           ADD WS_CLOSE_PERIOD_AMOUNT (WS_CLOSE_IDX)
               TO WS_TOTAL_PERIOD_AMOUNT.
           ADD WS_CLOSE_YTD_OPENING (WS_CLOSE_IDX)
               TO WS_TOTAL_YTD_OPENING.
           ADD WS_CLOSE_YTD_CLOSING (WS_CLOSE_IDX)
               TO WS_TOTAL_YTD_CLOSING.
           ADD WS_CLOSE_NEXT_OPENING (WS_CLOSE_IDX)
               TO WS_TOTAL_NEXT_OPENING.
           MOVE WS_RPT_DETAIL_LINE TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM 8300-PAGE-HEADING THRU 8300-EXIT
                   MOVE WS_RPT_HEADING_LINE2 TO SUM_RPT_RECORD
                   WRITE SUM_RPT_RECORD AFTER ADVANCING 2 LINES
           END-WRITE.
       8100-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8300-PAGE-HEADING
      *>     Starts a new page with the report heading; the caller
      *>     re-writes its own column heading after this.
      *>----------------------------------------------------------
       8300-PAGE-HEADING.
           ADD 1 TO WS_RPT_PAGE_NO.
           MOVE WS_RPT_PAGE_NO TO WS_RPT_HDG_PAGE.
           MOVE WS_RPT_HEADING_LINE1 TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING PAGE.
       8300-EXIT.
           EXIT.
