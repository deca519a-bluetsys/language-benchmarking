      *>     flagged here: the calendar may legitimately give it
      *>     nothing tonight, and only the run knows the schedule.
      *>
      *>     Duplicate-file check: a batch that ties out is looked up
      *>     on the fingerprint log (FPRINTLG/SUMFPRT) - batch id,
      *>     detail count, trailer hash total and business date of
      *>     every batch the edit has accepted.  The same batch with
      *>     the same count and hash accepted on an earlier business
      *>     date within the look-back (PARMFILE control record,
      *>     7 days by default) means an upstream system has sent an
      *>     old file again under a new date, and the batch is
      *>     rejected as DUPFILE unless an operator with batch or
      *>     control authority on OPAUTH has put an override card
      *>     for the batch and tonight's date on DUPOVRD (SUMDUPO).
      *>     The business date is the run-control record's
      *>     (RUNFILE), as the run itself takes it.  Every batch
      *>     accepted is fingerprinted for the nights to come.
      *>
      *> MODIFICATION HISTORY.
      *>     2026-09-02  RLB  Original program.
      *>     2026-09-02  RLB  Signed amounts: the SUMTRAN amount and
      *>                      sign now, so the edit's hash
      *>                      accumulator is signed and the NUMERIC
      *>                      edit requires the sign byte keyed.
      *>     2026-10-15  RLB  Duplicate-file detection against the
      *>                      batch fingerprint log, with an
      *>                      authorized operator override.
      *>     2026-10-15  RLB  Operator profile usability is kept on its
      *>                      own switch, so an unknown operator on
      *>                      one override card no longer refuses the
      *>                      cards after it or leaves OPAUTH open.
      *>================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMTEDIT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_RPT_FILE_STATUS.

           SELECT RUN-FILE
               ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_RUN_FILE_STATUS.

           SELECT FPRINT-FILE
               ASSIGN TO "FPRINTLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS_FPRT_KEY
               FILE STATUS IS WS_FPRT_FILE_STATUS.

           SELECT OVERRIDE-FILE
               ASSIGN TO "DUPOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_DUPO_FILE_STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO "OPAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS_OPRF_OPERATOR
               FILE STATUS IS WS_OPRF_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE.
           LINAGE IS 60 LINES WITH FOOTING AT 55.
           COPY SUMRPT.

       FD  RUN-FILE.
           COPY SUMRUN.

       FD  FPRINT-FILE.
           COPY SUMFPRT.

       FD  OVERRIDE-FILE.
           COPY SUMDUPO.

       FD  OPERATOR-FILE.
           COPY SUMOPRF.

       WORKING-STORAGE SECTION.
           01 WS_TRAN_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_TRAN_FILE_OK             VALUE "00".
           01 WS_RPT_FILE_STATUS               PIC X(02) VALUE SPACES.
               88  WS_RPT_FILE_OK              VALUE "00".

           01 WS_RUN_FILE_STATUS               PIC X(02) VALUE SPACES.
               88  WS_RUN_FILE_OK              VALUE "00".

           01 WS_FPRT_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_FPRT_FILE_OK             VALUE "00".
               88  WS_FPRT_FILE_NOT_FOUND      VALUE "35".

           01 WS_DUPO_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_DUPO_FILE_OK             VALUE "00".

           01 WS_OPRF_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_OPRF_FILE_OK             VALUE "00".
           01 WS_OPRF_OPEN_SWITCH              PIC X(01) VALUE "N".
               88  WS_OPRF_OPENED              VALUE "Y".

           01 WS_RETURN_CODE                   PIC 9(04) VALUE 0.
               88  WS_RC_NORMAL                VALUE 0.
               88  WS_RC_REJECTS               VALUE 8.
               88  WS_SCAN_DONE                VALUE "Y".
           01 WS_EDIT_DONE_SWITCH              PIC X(01) VALUE "N".
               88  WS_EDIT_DONE                VALUE "Y".
           01 WS_DUPO_DONE_SWITCH              PIC X(01) VALUE "N".
               88  WS_DUPO_DONE                VALUE "Y".
           01 WS_FPRT_SCAN_SWITCH              PIC X(01) VALUE "N".
               88  WS_FPRT_SCAN_DONE           VALUE "Y".
           01 WS_ERR_MESSAGE                   PIC X(50).

      *>----------------------------------------------------------
                   10  WS_BATCH_EXP_COUNT      PIC 9(09).
                   10  WS_BATCH_EXP_HASH       PIC S9(16).
                   10  WS_BATCH_DISPOSITION    PIC X(08).
                   10  WS_BATCH_DUP_DATE       PIC 9(08).
                   10  WS_BATCH_OVERRIDE       PIC X(08).

      *>----------------------------------------------------------
      *> Duplicate-file check.  The business date comes from the
      *> run-control record (the system date on an ad hoc run);
      *> the look-back window opens WS_DUP_LOOKBACK days before it.
      *> Override cards are loaded once, each with the operator's
      *> authority already settled.
      *>----------------------------------------------------------
           01 WS_BUSINESS_DATE                 PIC 9(08) VALUE 0.
           01 WS_DUP_LOOKBACK                  PIC 9(03) VALUE 7.
           01 WS_DUP_START_DATE                PIC 9(08).
           01 WS_DUP_DATE_INTEGER              PIC 9(08).
           01 WS_CURRENT_DATE_DATA.
               05  WS_CURRENT_DATE             PIC 9(08).
               05  WS_CURRENT_TIME             PIC 9(06).
               05  FILLER                      PIC X(07).
           01 WS_DUPO_COUNT                    PIC 9(04) VALUE 0.
           01 WS_DUPO_IDX                      PIC 9(04).
           01 WS_DUPO_TABLE.
               05  WS_DUPO_ENTRY OCCURS 50 TIMES.
                   10  WS_DUPO_TAB_BATCH_ID    PIC X(08).
                   10  WS_DUPO_TAB_OPERATOR    PIC X(08).
                   10  WS_DUPO_TAB_AUTHORIZED  PIC X(01).
           01 WS_DUPFILE_COUNT                 PIC 9(07) VALUE 0.
           01 WS_OVERRIDE_COUNT                PIC 9(07) VALUE 0.
           01 WS_FPRINT_COUNT                  PIC 9(07) VALUE 0.

           01 WS_REASON_CODE                   PIC X(08).
           01 WS_TRAILER_ORDINAL               PIC 9(04).
               05  WS_RPT_BAT_HASH             PIC Z(15)9-.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_BAT_DISPOSITION      PIC X(08).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_BAT_NOTE             PIC X(40).
               05  FILLER                      PIC X(41) VALUE SPACES.

           01 WS_RPT_SECTION_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_SUM_COUNT            PIC ZZZZZZ9.
               05  FILLER                      PIC X(94) VALUE SPACES.

           01 WS_EDIT_DATE.
               05  WS_EDIT_DATE_YEAR           PIC 9(04).
               05  WS_EDIT_DATE_MONTH          PIC 9(02).
               05  WS_EDIT_DATE_DAY            PIC 9(02).
           01 WS_EDIT_DATE_FORMATTED           PIC X(10).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 2000-SCAN-TRAN-FILE THRU 2000-EXIT.
           PERFORM 3000-SETTLE-BATCHES THRU 3000-EXIT.
           PERFORM 4000-DISTRIBUTE-RECORDS THRU 4000-EXIT.
           PERFORM 5000-RECORD-FINGERPRINTS THRU 5000-EXIT.
           PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
           IF WS_REJECT_COUNT > 0
               SET WS_RC_REJECTS TO TRUE
      *>     records and opens the output files and the report.  A
      *>     TRANFILE or output file that will not open ends the
      *>     edit with RETURN-CODE 8 - the run must not be released
      *>     on an edit that never looked at the data.  The same
      *>     goes for the fingerprint log: the first run creates
      *>     it, but one that will not open means the duplicate-
      *>     file check cannot be made.
      *>----------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT PARM-FILE.
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
           PERFORM 1060-LOAD-OVERRIDES THRU 1060-EXIT.

           OPEN I-O FPRINT-FILE.
           IF WS_FPRT_FILE_NOT_FOUND
               OPEN OUTPUT FPRINT-FILE
               CLOSE FPRINT-FILE
               OPEN I-O FPRINT-FILE
           END-IF.
           IF NOT WS_FPRT_FILE_OK
               MOVE "FINGERPRINT LOG (FPRINTLG) OPEN FAILED"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT CLEAN-FILE.
           IF NOT WS_CLEAN_FILE_OK
                       MOVE WS_PARM_BATCH_ID
                           TO WS_VALID_BATCH_ID (WS_VALID_COUNT)
                   END-IF
                   IF WS_PARM_TYPE_CONTROL
                       AND WS_PARM_DUP_LOOKBACK NUMERIC
                       AND WS_PARM_DUP_LOOKBACK > 0
                       MOVE WS_PARM_DUP_LOOKBACK TO WS_DUP_LOOKBACK
                   END-IF
           END-READ.
       1010-EXIT.
           EXIT.
       1020-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 1050-GET-BUSINESS-DATE
      *>     Takes the business date from the run-control record,
      *>     falling back to the system date when none is supplied
      *>     (ad hoc run) - the same date the run will process -
      *>     and opens the look-back window before it.
      *>----------------------------------------------------------
       1050-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA.
           MOVE WS_CURRENT_DATE TO WS_BUSINESS_DATE.
           OPEN INPUT RUN-FILE.
           IF WS_RUN_FILE_OK
               READ RUN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS_RUN_PROCESS_DATE NUMERIC
                           AND WS_RUN_PROCESS_DATE > 0
                           MOVE WS_RUN_PROCESS_DATE
                               TO WS_BUSINESS_DATE
                       END-IF
               END-READ
               CLOSE RUN-FILE
           END-IF.
           COMPUTE WS_DUP_DATE_INTEGER =
               FUNCTION INTEGER-OF-DATE (WS_BUSINESS_DATE)
                   - WS_DUP_LOOKBACK.
           COMPUTE WS_DUP_START_DATE =
               FUNCTION DATE-OF-INTEGER (WS_DUP_DATE_INTEGER).
       1050-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 1060-LOAD-OVERRIDES
      *>     Loads tonight's duplicate-file override cards, settling
      *>     each operator's authority as the card is read.  A card
      *>     for another business date is ignored.  No override
      *>     file means no overrides; an operator profile file that
      *>     will not open leaves every card unauthorized - the
      *>     control fails closed.
      *>----------------------------------------------------------
       1060-LOAD-OVERRIDES.
           OPEN INPUT OVERRIDE-FILE.
           IF NOT WS_DUPO_FILE_OK
               GO TO 1060-EXIT
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF WS_OPRF_FILE_OK
               MOVE "Y" TO WS_OPRF_OPEN_SWITCH
           END-IF.
           PERFORM 1070-READ-OVERRIDE THRU 1070-EXIT
               UNTIL WS_DUPO_DONE.
           CLOSE OVERRIDE-FILE.
           IF WS_OPRF_OPENED
               CLOSE OPERATOR-FILE
           END-IF.
       1060-EXIT.
           EXIT.

       1070-READ-OVERRIDE.
           READ OVERRIDE-FILE
               AT END
                   MOVE "Y" TO WS_DUPO_DONE_SWITCH
               NOT AT END
                   IF WS_DUPO_BUSINESS_DATE NUMERIC
                       AND WS_DUPO_BUSINESS_DATE = WS_BUSINESS_DATE
                       AND WS_DUPO_BATCH_ID NOT = SPACES
                       AND WS_DUPO_COUNT < 50
                       ADD 1 TO WS_DUPO_COUNT
                       MOVE WS_DUPO_BATCH_ID
                           TO WS_DUPO_TAB_BATCH_ID (WS_DUPO_COUNT)
                       MOVE WS_DUPO_OPERATOR
                           TO WS_DUPO_TAB_OPERATOR (WS_DUPO_COUNT)
                       PERFORM 1080-CHECK-AUTHORITY THRU 1080-EXIT
                   END-IF
           END-READ.
       1070-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 1080-CHECK-AUTHORITY
      *>     Authorizes the override card just loaded when the
      *>     operator's profile carries batch or control authority.
      *>----------------------------------------------------------
       1080-CHECK-AUTHORITY.
           MOVE "N" TO WS_DUPO_TAB_AUTHORIZED (WS_DUPO_COUNT).
           IF NOT WS_OPRF_OPENED
               OR WS_DUPO_OPERATOR = SPACES
               GO TO 1080-EXIT
           END-IF.
           MOVE WS_DUPO_OPERATOR TO WS_OPRF_OPERATOR.
           READ OPERATOR-FILE
               INVALID KEY
                   GO TO 1080-EXIT
           END-READ.
           IF WS_OPRF_AUTH_BATCH OR WS_OPRF_AUTH_CONTROL
               MOVE "Y" TO WS_DUPO_TAB_AUTHORIZED (WS_DUPO_COUNT)
           END-IF.
       1080-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2000-SCAN-TRAN-FILE
      *>     First pass: rolls every record of a valid batch into
               MOVE 0      TO WS_BATCH_EXP_COUNT (WS_BATCH_IDX)
               MOVE 0      TO WS_BATCH_EXP_HASH (WS_BATCH_IDX)
               MOVE SPACES TO WS_BATCH_DISPOSITION (WS_BATCH_IDX)
               MOVE 0      TO WS_BATCH_DUP_DATE (WS_BATCH_IDX)
               MOVE SPACES TO WS_BATCH_OVERRIDE (WS_BATCH_IDX)
           END-IF.
       2040-EXIT.
           EXIT.
      *> 3000-SETTLE-BATCHES
      *>     Settles each batch's disposition from its accumulator
      *>     entry: exactly one valid trailer, and the trailer's
      *>     count and hash total equal to the accepted details,
      *>     and no earlier acceptance of the same file.  A failed
      *>     batch's disposition code rejects every record of the
      *>     batch in the second pass.
      *>----------------------------------------------------------
       3000-SETTLE-BATCHES.
           PERFORM 3010-SETTLE-ONE-BATCH THRU 3010-EXIT
                   MOVE "HSHBREAK"
                       TO WS_BATCH_DISPOSITION (WS_BATCH_IDX)
               WHEN OTHER
                   PERFORM 3020-CHECK-DUPLICATE THRU 3020-EXIT
           END-EVALUATE.
       3010-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3020-CHECK-DUPLICATE
      *>     Looks for the batch's fingerprint - same batch id,
      *>     detail count and trailer hash total - accepted on an
      *>     earlier business date inside the look-back window.  A
      *>     match rejects the batch as DUPFILE unless tonight's
      *>     override cards carry an authorized card for it; the
      *>     match date and any override operator are kept for the
      *>     report.
      *>----------------------------------------------------------
       3020-CHECK-DUPLICATE.
           MOVE WS_BATCH_ID (WS_BATCH_IDX)        TO WS_FPRT_BATCH_ID.
           MOVE WS_BATCH_EXP_COUNT (WS_BATCH_IDX) TO WS_FPRT_DETAIL_COUNT.
           MOVE WS_BATCH_EXP_HASH (WS_BATCH_IDX)  TO WS_FPRT_HASH_TOTAL.
           MOVE WS_DUP_START_DATE              TO WS_FPRT_BUSINESS_DATE.
           MOVE "N" TO WS_FPRT_SCAN_SWITCH.
           START FPRINT-FILE KEY NOT < WS_FPRT_KEY
               INVALID KEY
                   GO TO 3020-EXIT
           END-START.
           PERFORM 3030-READ-FINGERPRINT THRU 3030-EXIT
               UNTIL WS_FPRT_SCAN_DONE.
           IF WS_BATCH_DUP_DATE (WS_BATCH_IDX) = 0
               GO TO 3020-EXIT
           END-IF.

           PERFORM 3040-SCAN-OVERRIDE THRU 3040-EXIT
               VARYING WS_DUPO_IDX FROM 1 BY 1
               UNTIL WS_DUPO_IDX > WS_DUPO_COUNT
                   OR WS_DUPO_TAB_BATCH_ID (WS_DUPO_IDX)
                       = WS_BATCH_ID (WS_BATCH_IDX).
           IF WS_DUPO_IDX NOT > WS_DUPO_COUNT
               MOVE WS_DUPO_TAB_OPERATOR (WS_DUPO_IDX)
                   TO WS_BATCH_OVERRIDE (WS_BATCH_IDX)
               IF WS_DUPO_TAB_AUTHORIZED (WS_DUPO_IDX) = "Y"
                   ADD 1 TO WS_OVERRIDE_COUNT
                   DISPLAY "SUMTEDIT - BATCH " WS_BATCH_ID (WS_BATCH_IDX)
                       " MATCHES THE FILE OF "
                       WS_BATCH_DUP_DATE (WS_BATCH_IDX)
                       " - ACCEPTED ON OVERRIDE BY "
                       WS_BATCH_OVERRIDE (WS_BATCH_IDX)
                   GO TO 3020-EXIT
               END-IF
           END-IF.
           MOVE "DUPFILE" TO WS_BATCH_DISPOSITION (WS_BATCH_IDX).
           ADD 1 TO WS_DUPFILE_COUNT.
           DISPLAY "SUMTEDIT - BATCH " WS_BATCH_ID (WS_BATCH_IDX)
               " MATCHES THE FILE OF " WS_BATCH_DUP_DATE (WS_BATCH_IDX)
               " - REJECTED AS A DUPLICATE FILE".
       3020-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3030-READ-FINGERPRINT
      *>     Reads forward from the start of the window while the
      *>     fingerprint still matches and its date is before
      *>     tonight's, keeping the latest matching date.
      *>----------------------------------------------------------
       3030-READ-FINGERPRINT.
           READ FPRINT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS_FPRT_SCAN_SWITCH
               NOT AT END
                   IF WS_FPRT_BATCH_ID NOT = WS_BATCH_ID (WS_BATCH_IDX)
                       OR WS_FPRT_DETAIL_COUNT
                           NOT = WS_BATCH_EXP_COUNT (WS_BATCH_IDX)
                       OR WS_FPRT_HASH_TOTAL
                           NOT = WS_BATCH_EXP_HASH (WS_BATCH_IDX)
                       OR WS_FPRT_BUSINESS_DATE NOT < WS_BUSINESS_DATE
                       MOVE "Y" TO WS_FPRT_SCAN_SWITCH
                   ELSE
                       MOVE WS_FPRT_BUSINESS_DATE
                           TO WS_BATCH_DUP_DATE (WS_BATCH_IDX)
                   END-IF
           END-READ.
       3030-EXIT.
           EXIT.

       3040-SCAN-OVERRIDE.
           CONTINUE.
       3040-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 4000-DISTRIBUTE-RECORDS
      *>     Second pass: re-reads TRANFILE and sends every record
       4030-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 5000-RECORD-FINGERPRINTS
      *>     Fingerprints every batch the edit accepted tonight for
      *>     the duplicate-file check of the nights to come.  A
      *>     rerun of the edit for the same business date replaces
      *>     the night's fingerprint rather than matching it.
      *>----------------------------------------------------------
       5000-RECORD-FINGERPRINTS.
           IF WS_REQUEST_FAILED
               GO TO 5000-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA.
           PERFORM 5010-RECORD-ONE-FINGERPRINT THRU 5010-EXIT
               VARYING WS_BATCH_IDX FROM 1 BY 1
               UNTIL WS_BATCH_IDX > WS_BATCH_COUNT.
           CLOSE FPRINT-FILE.
       5000-EXIT.
           EXIT.

       5010-RECORD-ONE-FINGERPRINT.
           IF WS_BATCH_DISPOSITION (WS_BATCH_IDX) NOT = SPACES
               GO TO 5010-EXIT
           END-IF.
           MOVE SPACES                 TO SUM_FPRT_RECORD.
           MOVE WS_BATCH_ID (WS_BATCH_IDX)        TO WS_FPRT_BATCH_ID.
           MOVE WS_BATCH_EXP_COUNT (WS_BATCH_IDX) TO WS_FPRT_DETAIL_COUNT.
           MOVE WS_BATCH_EXP_HASH (WS_BATCH_IDX)  TO WS_FPRT_HASH_TOTAL.
           MOVE WS_BUSINESS_DATE       TO WS_FPRT_BUSINESS_DATE.
           MOVE WS_CURRENT_DATE        TO WS_FPRT_ACCEPT_DATE.
           MOVE WS_CURRENT_TIME        TO WS_FPRT_ACCEPT_TIME.
           MOVE WS_BATCH_OVERRIDE (WS_BATCH_IDX)
               TO WS_FPRT_OVERRIDE_OPERATOR.
           WRITE SUM_FPRT_RECORD
               INVALID KEY
                   REWRITE SUM_FPRT_RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WS_FPRINT_COUNT.
       5010-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8000-PRINT-SUMMARY
      *>     Writes the per-batch tie-out section and the control
           MOVE "RECORDS REJECTED" TO WS_RPT_SUM_LABEL.
           MOVE WS_REJECT_COUNT    TO WS_RPT_SUM_COUNT.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE "DUPLICATE FILES REJECTED" TO WS_RPT_SUM_LABEL.
           MOVE WS_DUPFILE_COUNT   TO WS_RPT_SUM_COUNT.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE "DUPLICATES OVERRIDDEN" TO WS_RPT_SUM_LABEL.
           MOVE WS_OVERRIDE_COUNT  TO WS_RPT_SUM_COUNT.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE "BATCHES FINGERPRINTED" TO WS_RPT_SUM_LABEL.
           MOVE WS_FPRINT_COUNT    TO WS_RPT_SUM_COUNT.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           CLOSE PRINT-FILE.
           IF WS_CLEAN_FILE_OK
               CLOSE CLEAN-FILE
      *> 8100-PRINT-BATCH-LINE
      *>     Prints one batch's accepted detail count, hash total
      *>     and disposition - PASSED, or the reason code that
      *>     rejected the batch - with a note naming the earlier
      *>     file a duplicate matched and any override card.
      *>----------------------------------------------------------
       8100-PRINT-BATCH-LINE.
           MOVE WS_BATCH_ID (WS_BATCH_IDX)   TO WS_RPT_BAT_BATCH_ID.
               MOVE WS_BATCH_DISPOSITION (WS_BATCH_IDX)
                   TO WS_RPT_BAT_DISPOSITION
           END-IF.
           MOVE SPACES TO WS_RPT_BAT_NOTE.
           IF WS_BATCH_DUP_DATE (WS_BATCH_IDX) > 0
               MOVE WS_BATCH_DUP_DATE (WS_BATCH_IDX) TO WS_EDIT_DATE
               PERFORM 8500-FORMAT-DATE THRU 8500-EXIT
               EVALUATE TRUE
                   WHEN WS_BATCH_DISPOSITION (WS_BATCH_IDX) = SPACES
                       STRING "SAME AS " WS_EDIT_DATE_FORMATTED
                              " - OVERRIDE "
                              WS_BATCH_OVERRIDE (WS_BATCH_IDX)
                              DELIMITED BY SIZE INTO WS_RPT_BAT_NOTE
                   WHEN WS_BATCH_OVERRIDE (WS_BATCH_IDX) NOT = SPACES
                       STRING "SAME AS " WS_EDIT_DATE_FORMATTED
                              " - " WS_BATCH_OVERRIDE (WS_BATCH_IDX)
                              " NOT AUTH"
                              DELIMITED BY SIZE INTO WS_RPT_BAT_NOTE
                   WHEN OTHER
                       STRING "SAME AS " WS_EDIT_DATE_FORMATTED
                              DELIMITED BY SIZE INTO WS_RPT_BAT_NOTE
               END-EVALUATE
           END-IF.
           MOVE WS_RPT_BATCH_LINE TO SUM_RPT_RECORD.
           PERFORM 8200-WRITE-DETAIL-LINE THRU 8200-EXIT.
       8100-EXIT.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 2 LINES.
       8400-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8500-FORMAT-DATE
      *>     Formats the date in WS_EDIT_DATE as YYYY-MM-DD.
      *>----------------------------------------------------------
       8500-FORMAT-DATE.
           STRING WS_EDIT_DATE_YEAR  "-"
                  WS_EDIT_DATE_MONTH "-"
                  WS_EDIT_DATE_DAY
                  DELIMITED BY SIZE INTO WS_EDIT_DATE_FORMATTED.
       8500-EXIT.
           EXIT.
