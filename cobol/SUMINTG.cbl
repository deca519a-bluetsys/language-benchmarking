      *>================================================================
      *> PROGRAM-ID.    SUMINTG
      *> AUTHOR.        DATA PROCESSING BATCH SUPPORT
      *> INSTALLATION.  BATCH PROCESSING CENTER
      *> DATE-WRITTEN.  2026-10-15
      *>
      *> REMARKS.
      *>     Cross-file integrity audit.  A night's figures are kept
      *>     in four places - the run total on the HISTFILE record,
      *>     the batch subtotals on BHISTFIL, the type "D" postings
      *>     and "*TOTAL*" balancing record on the GLLOG sent-log,
      *>     and the completed date on RUNFILE - and restarts,
      *>     catch-ups, split-night merges, SUMGLCOR corrections and
      *>     SUMARCH purges all touch some of them and not others.
      *>     For every business date in the range on the INTGPARM
      *>     card (SUMDRNG layout, at most 366 days) this program
      *>     proves that they still agree:
      *>
      *>       - the date's run total (its latest run - the history
      *>         record with the latest end time) equals the sum of
      *>         that run's batch subtotals, less the batches that
      *>         failed their tie-out, as the run itself adds them;
      *>       - the sent-log postings for the date, net of
      *>         corrections, equal the subtotals of the batches
      *>         that reached the feed - every batch of the run
      *>         except the unscheduled, the failed and the ones
      *>         still held off the feed (SUMHLDRL logs a released
      *>         batch under its held date);
      *>       - the sent-log balancing total equals the batches
      *>         fed on the night itself;
      *>       - every date up to the RUNFILE completed date has a
      *>         history record, and no history record runs ahead
      *>         of a completed run-control record.
      *>
      *>     "Net of corrections": the sent-log is read in the order
      *>     it was written, and for each run date, source, batch
      *>     and allocation line the latest original, replacement
      *>     or repost stands for what the ledger should hold - a
      *>     rerun or a SUMGLCOR repost supersedes what went before.
      *>     A reversal ("V") only cancels an amount the ledger
      *>     mis-posted, never one that was sent, so it is counted
      *>     and left out of the net.
      *>
      *>     Each date prints one line (INTGRPT) per condition with
      *>     the run total, batch total and sent-log net side by
      *>     side - IN BALANCE, or the GAP, ORPHAN or BREAK found.
      *>     Every exception also raises an INTGBRK event.  Control
      *>     counts close the report.  A clean range ends with
      *>     RETURN-CODE 0, any exception with RETURN-CODE 4, and a
      *>     bad or missing request card or an unreadable history
      *>     file with RETURN-CODE 8.  A missing batch-history file,
      *>     sent-log or run-control record is read as empty, so
      *>     every date it should have covered shows as an exception.
      *>
      *> MODIFICATION HISTORY.
      *>     2026-10-15  RLB  Original program.
      *>================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMINTG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RANGE-FILE
               ASSIGN TO "INTGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_RANGE_FILE_STATUS.

           SELECT RUN-FILE
               ASSIGN TO "RUNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_RUN_FILE_STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS_HIST_KEY
               FILE STATUS IS WS_HIST_FILE_STATUS.

           SELECT BATCH-HISTORY-FILE
               ASSIGN TO "BHISTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS_BHIST_KEY
               FILE STATUS IS WS_BHIST_FILE_STATUS.

           SELECT GLLOG-FILE
               ASSIGN TO "GLLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_GLLOG_FILE_STATUS.

           SELECT EVENT-FILE
               ASSIGN TO "EVTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_EVT_FILE_STATUS.

           SELECT PRINT-FILE
               ASSIGN TO "INTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_RPT_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RANGE-FILE.
           COPY SUMDRNG.

       FD  RUN-FILE.
           COPY SUMRUN.

       FD  HISTORY-FILE.
           COPY SUMHIST.

       FD  BATCH-HISTORY-FILE.
           COPY SUMBHST.

       FD  GLLOG-FILE.
           COPY SUMGLLG.

       FD  EVENT-FILE.
           COPY SUMEVT.

       FD  PRINT-FILE
           LINAGE IS 60 LINES WITH FOOTING AT 55.
           COPY SUMRPT.

       WORKING-STORAGE SECTION.
           01 WS_RANGE_FILE_STATUS             PIC X(02) VALUE SPACES.
               88  WS_RANGE_FILE_OK            VALUE "00".

           01 WS_RUN_FILE_STATUS               PIC X(02) VALUE SPACES.
               88  WS_RUN_FILE_OK              VALUE "00".

           01 WS_HIST_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_HIST_FILE_OK             VALUE "00".
               88  WS_HIST_FILE_EOF            VALUE "10".

           01 WS_BHIST_FILE_STATUS             PIC X(02) VALUE SPACES.
               88  WS_BHIST_FILE_OK            VALUE "00".
               88  WS_BHIST_FILE_EOF           VALUE "10".

           01 WS_GLLOG_FILE_STATUS             PIC X(02) VALUE SPACES.
               88  WS_GLLOG_FILE_OK            VALUE "00".
               88  WS_GLLOG_FILE_EOF           VALUE "10".

           01 WS_EVT_FILE_STATUS               PIC X(02) VALUE SPACES.
               88  WS_EVT_FILE_OK              VALUE "00".

           01 WS_RPT_FILE_STATUS               PIC X(02) VALUE SPACES.
               88  WS_RPT_FILE_OK              VALUE "00".

           01 WS_RETURN_CODE                   PIC 9(04) VALUE 0.
               88  WS_RC_NORMAL                VALUE 0.
               88  WS_RC_EXCEPTIONS_FOUND      VALUE 4.
               88  WS_RC_PARAMETER_ERROR       VALUE 8.

           01 WS_REQUEST_SWITCH                PIC X(01) VALUE "N".
               88  WS_REQUEST_FAILED           VALUE "Y".
           01 WS_ERR_MESSAGE                   PIC X(50).

           01 WS_FROM_DATE                     PIC 9(08) VALUE 0.
           01 WS_TO_DATE                       PIC 9(08) VALUE 0.
           01 WS_FROM_INTEGER                  PIC 9(07) VALUE 0.
           01 WS_TO_INTEGER                    PIC 9(07) VALUE 0.

      *>----------------------------------------------------------
      *> Run-control picture: the completed date every earlier
      *> date must have a history record for.
      *>----------------------------------------------------------
           01 WS_RUN_RECORD_SWITCH             PIC X(01) VALUE "N".
               88  WS_RUN_RECORD_PRESENT       VALUE "Y".
           01 WS_RUN_LOCK_STATUS               PIC X(01) VALUE SPACE.
           01 WS_RUN_LOCKED_DATE               PIC 9(08) VALUE 0.

      *>----------------------------------------------------------
      *> One entry per calendar day of the range, addressed by the
      *> day's offset from the from-date.  The latest run is the
      *> history record with the latest end time, since a rerun
      *> held past midnight carries a lower run sequence than the
      *> run it replaced.
      *>----------------------------------------------------------
           01 WS_DAY_MAX                       PIC 9(03) VALUE 366.
           01 WS_DAY_COUNT                     PIC 9(03) VALUE 0.
           01 WS_DAY_IDX                       PIC 9(03) VALUE 0.
           01 WS_DAY_LOOKUP_DATE               PIC 9(08) VALUE 0.
           01 WS_DAY_LOOKUP_OFFSET             PIC S9(07) VALUE 0.
           01 WS_DAY_FOUND_SWITCH              PIC X(01) VALUE "N".
               88  WS_DAY_FOUND                VALUE "Y".

           01 WS_DAY_TABLE.
               05  WS_DAY_ENTRY OCCURS 366 TIMES.
                   10  WS_DAY_DATE             PIC 9(08).
                   10  WS_DAY_HIST_SWITCH      PIC X(01).
                       88  WS_DAY_HAS_HISTORY  VALUE "Y".
                   10  WS_DAY_RUN_SEQ          PIC 9(08).
                   10  WS_DAY_RUN_END_TIME     PIC 9(16).
                   10  WS_DAY_RUN_TOTAL        PIC S9(16).
                   10  WS_DAY_BATCH_COUNT      PIC 9(05).
                   10  WS_DAY_BATCH_TOTAL      PIC S9(18).
                   10  WS_DAY_FED_TOTAL        PIC S9(18).
                   10  WS_DAY_POSTED_TOTAL     PIC S9(18).
                   10  WS_DAY_HELD_COUNT       PIC 9(04).
                   10  WS_DAY_ORPHAN_COUNT     PIC 9(05).
                   10  WS_DAY_SENT_COUNT       PIC 9(05).
                   10  WS_DAY_SENT_NET         PIC S9(18).
                   10  WS_DAY_TOTAL_SWITCH     PIC X(01).
                       88  WS_DAY_HAS_SENT_TOTAL VALUE "Y".
                   10  WS_DAY_SENT_TOTAL       PIC S9(18).
                   10  WS_DAY_EXCP_COUNT       PIC 9(03).

      *>----------------------------------------------------------
      *> Every history record in the range, so a batch-history
      *> record can be proved to belong to a run that still has
      *> its history record.
      *>----------------------------------------------------------
           01 WS_RUN_MAX                       PIC 9(04) VALUE 1500.
           01 WS_RUN_COUNT                     PIC 9(04) VALUE 0.
           01 WS_RUN_IDX                       PIC 9(04) VALUE 0.
           01 WS_RUN_TABLE.
               05  WS_RUN_ENTRY OCCURS 1500 TIMES.
                   10  WS_RUN_DATE             PIC 9(08).
                   10  WS_RUN_SEQ              PIC 9(08).

           01 WS_HIST_DONE_SWITCH              PIC X(01) VALUE "N".
               88  WS_HIST_DONE                VALUE "Y".
           01 WS_BH_DONE_SWITCH                PIC X(01) VALUE "N".
               88  WS_BH_DONE                  VALUE "Y".
           01 WS_GL_DONE_SWITCH                PIC X(01) VALUE "N".
               88  WS_GL_DONE                  VALUE "Y".

      *>----------------------------------------------------------
      *> Sent-log entries in the range, one per run date, source,
      *> batch and allocation line, each holding the latest amount
      *> sent under that key.
      *>----------------------------------------------------------
           01 WS_SENT_MAX                      PIC 9(04) VALUE 6000.
           01 WS_SENT_COUNT                    PIC 9(04) VALUE 0.
           01 WS_SENT_IDX                      PIC 9(04) VALUE 0.
           01 WS_SENT_TABLE.
               05  WS_SENT_ENTRY OCCURS 6000 TIMES.
                   10  WS_SENT_DAY_IDX         PIC 9(03).
                   10  WS_SENT_SOURCE_ID       PIC X(08).
                   10  WS_SENT_BATCH_ID        PIC X(08).
                   10  WS_SENT_ALLOC_LINE      PIC 9(02).
                   10  WS_SENT_AMOUNT          PIC S9(16).
           01 WS_SENT_WORK_LINE                PIC 9(02) VALUE 0.

      *>----------------------------------------------------------
      *> Control counts.
      *>----------------------------------------------------------
           01 WS_HIST_READ_COUNT               PIC 9(07) VALUE 0.
           01 WS_BHIST_READ_COUNT              PIC 9(07) VALUE 0.
           01 WS_GLLOG_READ_COUNT              PIC 9(07) VALUE 0.
           01 WS_GLLOG_SKIP_COUNT              PIC 9(07) VALUE 0.
           01 WS_REVERSAL_COUNT                PIC 9(07) VALUE 0.
           01 WS_SUPERSEDED_COUNT              PIC 9(07) VALUE 0.
           01 WS_DATES_BALANCED                PIC 9(05) VALUE 0.
           01 WS_DATES_NOT_RUN                 PIC 9(05) VALUE 0.
           01 WS_DATES_EXCEPTION               PIC 9(05) VALUE 0.
           01 WS_GAP_COUNT                     PIC 9(05) VALUE 0.
           01 WS_ORPHAN_COUNT                  PIC 9(05) VALUE 0.
           01 WS_BREAK_COUNT                   PIC 9(05) VALUE 0.
           01 WS_EXCEPTION_COUNT               PIC 9(05) VALUE 0.

      *>----------------------------------------------------------
      *> Exception being raised.
      *>----------------------------------------------------------
           01 WS_EXCP_CLASS                    PIC X(06).
               88  WS_EXCP_GAP                 VALUE "GAP".
               88  WS_EXCP_ORPHAN              VALUE "ORPHAN".
               88  WS_EXCP_BREAK               VALUE "BREAK".
           01 WS_EXCP_TEXT                     PIC X(50).

      *>----------------------------------------------------------
      *> Operations-event work area.
      *>----------------------------------------------------------
           01 WS_EVT_WORK.
               05  WS_EVT_WORK_SEVERITY        PIC X(01).
               05  WS_EVT_WORK_CODE            PIC X(08).
               05  WS_EVT_WORK_BATCH           PIC X(08).
               05  WS_EVT_WORK_VALUE_1         PIC X(20).
               05  WS_EVT_WORK_VALUE_2         PIC X(20).
               05  WS_EVT_WORK_TEXT            PIC X(50).
           01 WS_EVT_STAMP_DATA.
               05  WS_EVT_STAMP_DATE           PIC 9(08).
               05  WS_EVT_STAMP_TIME           PIC 9(06).
               05  FILLER                      PIC X(07).

      *>----------------------------------------------------------
      *> Print-report working storage.
      *>----------------------------------------------------------
           01 WS_RPT_PAGE_NO                   PIC 9(04) VALUE 1.

           01 WS_RPT_HEADING_LINE1.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(38)
                       VALUE "SUMINTG CROSS-FILE INTEGRITY AUDIT".
               05  FILLER                      PIC X(06) VALUE "FROM: ".
               05  WS_RPT_HDG_FROM             PIC X(10).
               05  FILLER                      PIC X(06) VALUE "  TO: ".
               05  WS_RPT_HDG_TO               PIC X(10).
               05  FILLER                      PIC X(06) VALUE SPACES.
               05  FILLER                      PIC X(06) VALUE "PAGE: ".
               05  WS_RPT_HDG_PAGE             PIC ZZZ9.
               05  FILLER                      PIC X(45) VALUE SPACES.

           01 WS_RPT_HEADING_LINE2.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(12)
                       VALUE "RUN DATE".
               05  FILLER                      PIC X(19)
                       VALUE "        RUN TOTAL".
               05  FILLER                      PIC X(19)
                       VALUE "      BATCH TOTAL".
               05  FILLER                      PIC X(19)
                       VALUE "     SENT-LOG NET".
               05  FILLER                      PIC X(08) VALUE "CLASS".
               05  FILLER                      PIC X(54)
                       VALUE "CONDITION".

           01 WS_RPT_DATE_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_DTL_DATE             PIC X(10).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_DTL_RUN_TOTAL        PIC +Z(15)9.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_DTL_BATCH_TOTAL      PIC +Z(15)9.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_DTL_SENT_NET         PIC +Z(15)9.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_DTL_CLASS            PIC X(06).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_DTL_TEXT             PIC X(50).
               05  FILLER                      PIC X(04) VALUE SPACES.

           01 WS_RPT_COUNT_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_CNT_LABEL            PIC X(40).
               05  WS_RPT_CNT_VALUE            PIC ZZZZZZ9.
               05  FILLER                      PIC X(84) VALUE SPACES.

           01 WS_RPT_NOTE_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_NOTE_TEXT            PIC X(75).
               05  FILLER                      PIC X(56) VALUE SPACES.

           01 WS_EDIT_DATE.
               05  WS_EDIT_DATE_YEAR           PIC 9(04).
               05  WS_EDIT_DATE_MONTH          PIC 9(02).
               05  WS_EDIT_DATE_DAY            PIC 9(02).
           01 WS_EDIT_DATE_FORMATTED           PIC X(10).
           01 WS_EDIT_COUNT                    PIC ZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS_REQUEST_FAILED
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           PERFORM 2000-LOAD-RUN-CONTROL THRU 2000-EXIT.
           PERFORM 3000-LOAD-RUN-HISTORY THRU 3000-EXIT.
           IF WS_REQUEST_FAILED
               GO TO 9000-CLOSE-REPORT
           END-IF.
           PERFORM 4000-LOAD-BATCH-HISTORY THRU 4000-EXIT.
           PERFORM 5000-LOAD-SENT-LOG THRU 5000-EXIT.
           IF WS_REQUEST_FAILED
               GO TO 9000-CLOSE-REPORT
           END-IF.
           PERFORM 6000-CHECK-DATES THRU 6000-EXIT.
           PERFORM 7000-PRINT-CONTROL-COUNTS THRU 7000-EXIT.
       9000-CLOSE-REPORT.
           CLOSE PRINT-FILE.
       9999-PROGRAM-EXIT.
           MOVE WS_RETURN_CODE TO RETURN-CODE.
           STOP RUN.

      *>----------------------------------------------------------
      *> 1000-INITIALIZE
      *>     Reads and edits the date-range request card, lays out
      *>     one day entry per date of the range and opens the
      *>     report with its heading.  A bad or missing card ends
      *>     the run with RETURN-CODE 8.
      *>----------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT RANGE-FILE.
           IF NOT WS_RANGE_FILE_OK
               MOVE "DATE-RANGE CARD (INTGPARM) COULD NOT BE OPENED"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1000-EXIT
           END-IF.
           READ RANGE-FILE
               AT END
                   MOVE "DATE-RANGE CARD (INTGPARM) IS EMPTY"
                       TO WS_ERR_MESSAGE
                   PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               NOT AT END
                   PERFORM 1010-EDIT-REQUEST THRU 1010-EXIT
           END-READ.
           CLOSE RANGE-FILE.
           IF WS_REQUEST_FAILED
               GO TO 1000-EXIT
           END-IF.

           COMPUTE WS_DAY_COUNT = WS_TO_INTEGER - WS_FROM_INTEGER + 1.
           PERFORM 1030-CLEAR-DAY THRU 1030-EXIT
               VARYING WS_DAY_IDX FROM 1 BY 1
               UNTIL WS_DAY_IDX > WS_DAY_COUNT.

           OPEN OUTPUT PRINT-FILE.
           IF NOT WS_RPT_FILE_OK
               MOVE "INTEGRITY REPORT (INTGRPT) OPEN FAILED"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1000-EXIT
           END-IF.
           MOVE WS_FROM_DATE TO WS_EDIT_DATE.
           PERFORM 8500-FORMAT-DATE THRU 8500-EXIT.
           MOVE WS_EDIT_DATE_FORMATTED TO WS_RPT_HDG_FROM.
           MOVE WS_TO_DATE TO WS_EDIT_DATE.
           PERFORM 8500-FORMAT-DATE THRU 8500-EXIT.
           MOVE WS_EDIT_DATE_FORMATTED TO WS_RPT_HDG_TO.
           PERFORM 8200-WRITE-PAGE-HEADING THRU 8200-EXIT.
       1000-EXIT.
           EXIT.

       1010-EDIT-REQUEST.
           IF WS_DRNG_FROM_DATE NOT NUMERIC
               OR WS_DRNG_TO_DATE NOT NUMERIC
               MOVE "FROM AND TO DATES MUST BE NUMERIC YYYYMMDD"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1010-EXIT
           END-IF.
           IF WS_DRNG_TO_DATE < WS_DRNG_FROM_DATE
               MOVE "TO DATE IS BEFORE FROM DATE"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1010-EXIT
           END-IF.
           MOVE WS_DRNG_FROM_DATE TO WS_FROM_DATE.
           MOVE WS_DRNG_TO_DATE   TO WS_TO_DATE.
           COMPUTE WS_FROM_INTEGER =
               FUNCTION INTEGER-OF-DATE (WS_FROM_DATE).
           COMPUTE WS_TO_INTEGER =
               FUNCTION INTEGER-OF-DATE (WS_TO_DATE).
           IF WS_FROM_INTEGER = 0
               OR WS_TO_INTEGER = 0
               MOVE "FROM AND TO DATES MUST BE VALID CALENDAR DATES"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1010-EXIT
           END-IF.
           IF WS_TO_INTEGER - WS_FROM_INTEGER + 1 > WS_DAY_MAX
               MOVE "DATE RANGE MAY NOT EXCEED 366 DAYS"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1010-EXIT
           END-IF.
       1010-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 1020-REPORT-REQUEST-ERROR
      *>     Writes a clean, labeled request error message and sets
      *>     the parameter-error return code.
      *>----------------------------------------------------------
       1020-REPORT-REQUEST-ERROR.
           MOVE "Y" TO WS_REQUEST_SWITCH.
           DISPLAY "==========================".
           DISPLAY "SUMINTG REQUEST ERROR".
           DISPLAY "REASON: " WS_ERR_MESSAGE.
           SET WS_RC_PARAMETER_ERROR TO TRUE.
       1020-EXIT.
           EXIT.

       1030-CLEAR-DAY.
           COMPUTE WS_DAY_DATE (WS_DAY_IDX) =
               FUNCTION DATE-OF-INTEGER
                   (WS_FROM_INTEGER + WS_DAY_IDX - 1).
           MOVE "N" TO WS_DAY_HIST_SWITCH (WS_DAY_IDX).
           MOVE 0   TO WS_DAY_RUN_SEQ (WS_DAY_IDX).
           MOVE 0   TO WS_DAY_RUN_END_TIME (WS_DAY_IDX).
           MOVE 0   TO WS_DAY_RUN_TOTAL (WS_DAY_IDX).
           MOVE 0   TO WS_DAY_BATCH_COUNT (WS_DAY_IDX).
           MOVE 0   TO WS_DAY_BATCH_TOTAL (WS_DAY_IDX).
           MOVE 0   TO WS_DAY_FED_TOTAL (WS_DAY_IDX).
           MOVE 0   TO WS_DAY_POSTED_TOTAL (WS_DAY_IDX).
           MOVE 0   TO WS_DAY_HELD_COUNT (WS_DAY_IDX).
           MOVE 0   TO WS_DAY_ORPHAN_COUNT (WS_DAY_IDX).
           MOVE 0   TO WS_DAY_SENT_COUNT (WS_DAY_IDX).
           MOVE 0   TO WS_DAY_SENT_NET (WS_DAY_IDX).
           MOVE "N" TO WS_DAY_TOTAL_SWITCH (WS_DAY_IDX).
           MOVE 0   TO WS_DAY_SENT_TOTAL (WS_DAY_IDX).
           MOVE 0   TO WS_DAY_EXCP_COUNT (WS_DAY_IDX).
       1030-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2000-LOAD-RUN-CONTROL
      *>     Reads the run-control record for the completed date.
      *>     Without one there is no completed date to prove gaps
      *>     against, and the report says so.
      *>----------------------------------------------------------
       2000-LOAD-RUN-CONTROL.
           OPEN INPUT RUN-FILE.
           IF WS_RUN_FILE_OK
               READ RUN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS_RUN_COMPLETED_DATE NUMERIC
                           MOVE "Y" TO WS_RUN_RECORD_SWITCH
                           MOVE WS_RUN_STATUS TO WS_RUN_LOCK_STATUS
                           MOVE WS_RUN_COMPLETED_DATE
                               TO WS_RUN_LOCKED_DATE
                       END-IF
               END-READ
               CLOSE RUN-FILE
           END-IF.
           IF NOT WS_RUN_RECORD_PRESENT
               DISPLAY "SUMINTG WARNING - NO RUN-CONTROL RECORD, "
                   "COMPLETED DATES NOT CHECKED FOR GAPS"
           END-IF.
       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3000-LOAD-RUN-HISTORY
      *>     Reads every history record in the range, keeping the
      *>     latest run of each date and noting every run key for
      *>     the batch-history orphan check.  The history file is
      *>     the one file the audit cannot do without.
      *>----------------------------------------------------------
       3000-LOAD-RUN-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF NOT WS_HIST_FILE_OK
               MOVE "HISTORY FILE (HISTFILE) COULD NOT BE OPENED"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               MOVE SPACES              TO WS_EVT_WORK
               MOVE "HISTFILE"          TO WS_EVT_WORK_VALUE_1
               MOVE WS_HIST_FILE_STATUS TO WS_EVT_WORK_VALUE_2
               PERFORM 8310-EVENT-OPEN-FAILURE THRU 8310-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE WS_FROM_DATE TO WS_HIST_RUN_DATE.
           MOVE ZEROS        TO WS_HIST_RUN_SEQ.
           START HISTORY-FILE KEY NOT < WS_HIST_KEY
               INVALID KEY
                   MOVE "Y" TO WS_HIST_DONE_SWITCH
           END-START.
           PERFORM 3010-READ-RUN-HISTORY THRU 3010-EXIT
               UNTIL WS_HIST_DONE.
           CLOSE HISTORY-FILE.
       3000-EXIT.
           EXIT.

       3010-READ-RUN-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS_HIST_DONE_SWITCH
                   GO TO 3010-EXIT
           END-READ.
           IF WS_HIST_RUN_DATE > WS_TO_DATE
               MOVE "Y" TO WS_HIST_DONE_SWITCH
               GO TO 3010-EXIT
           END-IF.
           ADD 1 TO WS_HIST_READ_COUNT.
           IF WS_RUN_COUNT NOT < WS_RUN_MAX
               MOVE "RUN TABLE FULL - NARROW THE DATE RANGE"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               MOVE "Y" TO WS_HIST_DONE_SWITCH
               GO TO 3010-EXIT
           END-IF.
           ADD 1 TO WS_RUN_COUNT.
           MOVE WS_HIST_RUN_DATE TO WS_RUN_DATE (WS_RUN_COUNT).
           MOVE WS_HIST_RUN_SEQ  TO WS_RUN_SEQ (WS_RUN_COUNT).

           MOVE WS_HIST_RUN_DATE TO WS_DAY_LOOKUP_DATE.
           PERFORM 8600-FIND-DAY THRU 8600-EXIT.
           IF NOT WS_DAY_FOUND
               GO TO 3010-EXIT
           END-IF.
           IF WS_DAY_HAS_HISTORY (WS_DAY_IDX)
               AND WS_HIST_END_TIME
                   < WS_DAY_RUN_END_TIME (WS_DAY_IDX)
               GO TO 3010-EXIT
           END-IF.
           MOVE "Y"              TO WS_DAY_HIST_SWITCH (WS_DAY_IDX).
           MOVE WS_HIST_RUN_SEQ  TO WS_DAY_RUN_SEQ (WS_DAY_IDX).
           MOVE WS_HIST_END_TIME TO WS_DAY_RUN_END_TIME (WS_DAY_IDX).
           MOVE WS_HIST_TOTAL    TO WS_DAY_RUN_TOTAL (WS_DAY_IDX).
       3010-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 4000-LOAD-BATCH-HISTORY
      *>     Reads every batch-history record in the range.  The
      *>     latest run's batches build the date's batch total (as
      *>     the run adds them - a failed tie-out stays out), the
      *>     total the night fed to the ledger and the total that
      *>     should be on the sent-log by now.  A batch record whose
      *>     run has no history record is an orphan; one from an
      *>     earlier run of the date is superseded and ignored.
      *>----------------------------------------------------------
       4000-LOAD-BATCH-HISTORY.
           OPEN INPUT BATCH-HISTORY-FILE.
           IF NOT WS_BHIST_FILE_OK
               DISPLAY "SUMINTG WARNING - BATCH HISTORY (BHISTFIL) "
                   "NOT AVAILABLE, STATUS " WS_BHIST_FILE_STATUS
               GO TO 4000-EXIT
           END-IF.
           MOVE WS_FROM_DATE TO WS_BHIST_RUN_DATE.
           MOVE ZEROS        TO WS_BHIST_RUN_SEQ.
           MOVE LOW-VALUES   TO WS_BHIST_BATCH_ID.
           START BATCH-HISTORY-FILE KEY NOT < WS_BHIST_KEY
               INVALID KEY
                   MOVE "Y" TO WS_BH_DONE_SWITCH
           END-START.
           PERFORM 4010-READ-BATCH-HISTORY THRU 4010-EXIT
               UNTIL WS_BH_DONE.
           CLOSE BATCH-HISTORY-FILE.
       4000-EXIT.
           EXIT.

       4010-READ-BATCH-HISTORY.
           READ BATCH-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS_BH_DONE_SWITCH
                   GO TO 4010-EXIT
           END-READ.
           IF WS_BHIST_RUN_DATE > WS_TO_DATE
               MOVE "Y" TO WS_BH_DONE_SWITCH
               GO TO 4010-EXIT
           END-IF.
           ADD 1 TO WS_BHIST_READ_COUNT.
           MOVE WS_BHIST_RUN_DATE TO WS_DAY_LOOKUP_DATE.
           PERFORM 8600-FIND-DAY THRU 8600-EXIT.
           IF NOT WS_DAY_FOUND
               GO TO 4010-EXIT
           END-IF.

           IF WS_DAY_HAS_HISTORY (WS_DAY_IDX)
               AND WS_BHIST_RUN_SEQ = WS_DAY_RUN_SEQ (WS_DAY_IDX)
               PERFORM 4020-FILE-BATCH THRU 4020-EXIT
               GO TO 4010-EXIT
           END-IF.

           PERFORM 4030-SCAN-RUNS THRU 4030-EXIT
               VARYING WS_RUN_IDX FROM 1 BY 1
               UNTIL WS_RUN_IDX > WS_RUN_COUNT
                   OR (WS_RUN_DATE (WS_RUN_IDX) = WS_BHIST_RUN_DATE
                       AND WS_RUN_SEQ (WS_RUN_IDX) = WS_BHIST_RUN_SEQ).
           IF WS_RUN_IDX > WS_RUN_COUNT
               ADD 1 TO WS_DAY_ORPHAN_COUNT (WS_DAY_IDX)
           END-IF.
       4010-EXIT.
           EXIT.

       4020-FILE-BATCH.
           ADD 1 TO WS_DAY_BATCH_COUNT (WS_DAY_IDX).
           IF WS_BHIST_SUBTOTAL NOT NUMERIC
               OR WS_BHIST_ERROR_STATUS = "E"
               OR WS_BHIST_SCHEDULED = "N"
               GO TO 4020-EXIT
           END-IF.
           ADD WS_BHIST_SUBTOTAL TO WS_DAY_BATCH_TOTAL (WS_DAY_IDX).
           IF WS_BHIST_GL_HELD
               ADD 1 TO WS_DAY_HELD_COUNT (WS_DAY_IDX)
               GO TO 4020-EXIT
           END-IF.
           ADD WS_BHIST_SUBTOTAL TO WS_DAY_POSTED_TOTAL (WS_DAY_IDX).
           IF WS_BHIST_GL_FED
               ADD WS_BHIST_SUBTOTAL TO WS_DAY_FED_TOTAL (WS_DAY_IDX)
           END-IF.
       4020-EXIT.
           EXIT.

       4030-SCAN-RUNS.
           CONTINUE.
       4030-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 5000-LOAD-SENT-LOG
      *>     Reads the sent-log in the order it was written and
      *>     keeps, per run date, source, batch and allocation
      *>     line, the latest amount sent; reversals are counted
      *>     and left out.  Each entry is then added to its date's
      *>     posting net, or to its balancing total for "*TOTAL*".
      *>----------------------------------------------------------
       5000-LOAD-SENT-LOG.
           OPEN INPUT GLLOG-FILE.
           IF NOT WS_GLLOG_FILE_OK
               DISPLAY "SUMINTG WARNING - GL SENT-LOG (GLLOG) "
                   "NOT AVAILABLE, STATUS " WS_GLLOG_FILE_STATUS
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5010-READ-SENT-LOG THRU 5010-EXIT
               UNTIL WS_GL_DONE.
           CLOSE GLLOG-FILE.
           IF WS_REQUEST_FAILED
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5040-NET-ONE-ENTRY THRU 5040-EXIT
               VARYING WS_SENT_IDX FROM 1 BY 1
               UNTIL WS_SENT_IDX > WS_SENT_COUNT.
       5000-EXIT.
           EXIT.

       5010-READ-SENT-LOG.
           READ GLLOG-FILE
               AT END
                   MOVE "Y" TO WS_GL_DONE_SWITCH
                   GO TO 5010-EXIT
           END-READ.
           IF WS_GLLOG_RUN_DATE NOT NUMERIC
               OR WS_GLLOG_RUN_DATE < WS_FROM_DATE
               OR WS_GLLOG_RUN_DATE > WS_TO_DATE
               GO TO 5010-EXIT
           END-IF.
           ADD 1 TO WS_GLLOG_READ_COUNT.
           IF WS_GLLOG_AMOUNT NOT NUMERIC
               ADD 1 TO WS_GLLOG_SKIP_COUNT
               GO TO 5010-EXIT
           END-IF.
           IF WS_GLLOG_FEED_REVERSAL
               ADD 1 TO WS_REVERSAL_COUNT
               GO TO 5010-EXIT
           END-IF.
           MOVE WS_GLLOG_RUN_DATE TO WS_DAY_LOOKUP_DATE.
           PERFORM 8600-FIND-DAY THRU 8600-EXIT.
           IF NOT WS_DAY_FOUND
               ADD 1 TO WS_GLLOG_SKIP_COUNT
               GO TO 5010-EXIT
           END-IF.
           IF WS_GLLOG_ALLOC_LINE NUMERIC
               MOVE WS_GLLOG_ALLOC_LINE TO WS_SENT_WORK_LINE
           ELSE
               MOVE 0 TO WS_SENT_WORK_LINE
           END-IF.
           PERFORM 5030-SCAN-SENT THRU 5030-EXIT
               VARYING WS_SENT_IDX FROM 1 BY 1
               UNTIL WS_SENT_IDX > WS_SENT_COUNT
                   OR (WS_SENT_DAY_IDX (WS_SENT_IDX) = WS_DAY_IDX
                       AND WS_SENT_SOURCE_ID (WS_SENT_IDX)
                           = WS_GLLOG_SOURCE_ID
                       AND WS_SENT_BATCH_ID (WS_SENT_IDX)
                           = WS_GLLOG_BATCH_ID
                       AND WS_SENT_ALLOC_LINE (WS_SENT_IDX)
                           = WS_SENT_WORK_LINE).
           IF WS_SENT_IDX NOT > WS_SENT_COUNT
               ADD 1 TO WS_SUPERSEDED_COUNT
               MOVE WS_GLLOG_AMOUNT TO WS_SENT_AMOUNT (WS_SENT_IDX)
               GO TO 5010-EXIT
           END-IF.
           PERFORM 5020-FILE-SENT-ENTRY THRU 5020-EXIT.
       5010-EXIT.
           EXIT.

       5020-FILE-SENT-ENTRY.
           IF WS_SENT_COUNT NOT < WS_SENT_MAX
               MOVE "SENT-LOG TABLE FULL - NARROW THE DATE RANGE"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               MOVE "Y" TO WS_GL_DONE_SWITCH
               GO TO 5020-EXIT
           END-IF.
           ADD 1 TO WS_SENT_COUNT.
           MOVE WS_DAY_IDX         TO WS_SENT_DAY_IDX (WS_SENT_COUNT).
           MOVE WS_GLLOG_SOURCE_ID TO WS_SENT_SOURCE_ID (WS_SENT_COUNT).
           MOVE WS_GLLOG_BATCH_ID  TO WS_SENT_BATCH_ID (WS_SENT_COUNT).
           MOVE WS_SENT_WORK_LINE  TO WS_SENT_ALLOC_LINE (WS_SENT_COUNT).
           MOVE WS_GLLOG_AMOUNT    TO WS_SENT_AMOUNT (WS_SENT_COUNT).
       5020-EXIT.
           EXIT.

       5030-SCAN-SENT.
           CONTINUE.
       5030-EXIT.
           EXIT.

       5040-NET-ONE-ENTRY.
           MOVE WS_SENT_DAY_IDX (WS_SENT_IDX) TO WS_DAY_IDX.
           IF WS_SENT_BATCH_ID (WS_SENT_IDX) = "*TOTAL*"
               MOVE "Y" TO WS_DAY_TOTAL_SWITCH (WS_DAY_IDX)
               ADD WS_SENT_AMOUNT (WS_SENT_IDX)
                   TO WS_DAY_SENT_TOTAL (WS_DAY_IDX)
           ELSE
               ADD 1 TO WS_DAY_SENT_COUNT (WS_DAY_IDX)
               ADD WS_SENT_AMOUNT (WS_SENT_IDX)
                   TO WS_DAY_SENT_NET (WS_DAY_IDX)
           END-IF.
       5040-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 6000-CHECK-DATES
      *>     Proves each date of the range in turn and sets the
      *>     return code when anything failed.
      *>----------------------------------------------------------
       6000-CHECK-DATES.
           PERFORM 6010-CHECK-ONE-DATE THRU 6010-EXIT
               VARYING WS_DAY_IDX FROM 1 BY 1
               UNTIL WS_DAY_IDX > WS_DAY_COUNT.
           IF WS_EXCEPTION_COUNT > 0
               SET WS_RC_EXCEPTIONS_FOUND TO TRUE
           END-IF.
       6000-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 6010-CHECK-ONE-DATE
      *>     A date with no history record can only be a gap (the
      *>     run control says it completed) or carry orphans (batch
      *>     history or sent-log entries for a run that is not
      *>     there); otherwise it was simply not run yet.  A date
      *>     with a history record must tie its run total, batch
      *>     subtotals and sent-log three ways.
      *>----------------------------------------------------------
       6010-CHECK-ONE-DATE.
           IF NOT WS_DAY_HAS_HISTORY (WS_DAY_IDX)
               IF WS_DAY_ORPHAN_COUNT (WS_DAY_IDX) > 0
                   MOVE "ORPHAN" TO WS_EXCP_CLASS
                   MOVE "BATCH HISTORY WITH NO RUN HISTORY RECORD"
                       TO WS_EXCP_TEXT
                   PERFORM 6020-RAISE-EXCEPTION THRU 6020-EXIT
               END-IF
               IF WS_DAY_SENT_COUNT (WS_DAY_IDX) > 0
                   OR WS_DAY_HAS_SENT_TOTAL (WS_DAY_IDX)
                   MOVE "ORPHAN" TO WS_EXCP_CLASS
                   MOVE "SENT-LOG POSTINGS WITH NO RUN HISTORY RECORD"
                       TO WS_EXCP_TEXT
                   PERFORM 6020-RAISE-EXCEPTION THRU 6020-EXIT
               END-IF
               IF WS_RUN_RECORD_PRESENT
                   AND WS_DAY_DATE (WS_DAY_IDX) NOT > WS_RUN_LOCKED_DATE
                   MOVE "GAP" TO WS_EXCP_CLASS
                   MOVE "COMPLETED DATE HAS NO RUN HISTORY RECORD"
                       TO WS_EXCP_TEXT
                   PERFORM 6020-RAISE-EXCEPTION THRU 6020-EXIT
               END-IF
               IF WS_DAY_EXCP_COUNT (WS_DAY_IDX) = 0
                   ADD 1 TO WS_DATES_NOT_RUN
                   MOVE SPACES TO WS_EXCP_CLASS
                   MOVE "NOT YET RUN" TO WS_EXCP_TEXT
                   PERFORM 6030-PRINT-DATE-LINE THRU 6030-EXIT
               ELSE
                   ADD 1 TO WS_DATES_EXCEPTION
               END-IF
               GO TO 6010-EXIT
           END-IF.

           IF WS_RUN_RECORD_PRESENT
               AND WS_RUN_LOCK_STATUS = "C"
               AND WS_DAY_DATE (WS_DAY_IDX) > WS_RUN_LOCKED_DATE
               MOVE "BREAK" TO WS_EXCP_CLASS
               MOVE "RUN HISTORY AHEAD OF THE RUN-CONTROL COMPLETED DATE"
                   TO WS_EXCP_TEXT
               PERFORM 6020-RAISE-EXCEPTION THRU 6020-EXIT
           END-IF.
           IF WS_DAY_ORPHAN_COUNT (WS_DAY_IDX) > 0
               MOVE "ORPHAN" TO WS_EXCP_CLASS
               MOVE "BATCH HISTORY FOR A RUN WITH NO HISTORY RECORD"
                   TO WS_EXCP_TEXT
               PERFORM 6020-RAISE-EXCEPTION THRU 6020-EXIT
           END-IF.
           IF WS_DAY_BATCH_COUNT (WS_DAY_IDX) = 0
               MOVE "BREAK" TO WS_EXCP_CLASS
               MOVE "RUN HAS NO BATCH HISTORY RECORDS"
                   TO WS_EXCP_TEXT
               PERFORM 6020-RAISE-EXCEPTION THRU 6020-EXIT
           ELSE
               IF WS_DAY_RUN_TOTAL (WS_DAY_IDX)
                   NOT = WS_DAY_BATCH_TOTAL (WS_DAY_IDX)
                   MOVE "BREAK" TO WS_EXCP_CLASS
                   MOVE "RUN TOTAL DOES NOT EQUAL ITS BATCH SUBTOTALS"
                       TO WS_EXCP_TEXT
                   PERFORM 6020-RAISE-EXCEPTION THRU 6020-EXIT
               END-IF
           END-IF.
           IF WS_DAY_SENT_NET (WS_DAY_IDX)
               NOT = WS_DAY_POSTED_TOTAL (WS_DAY_IDX)
               MOVE "BREAK" TO WS_EXCP_CLASS
               MOVE "SENT-LOG POSTINGS DO NOT NET TO BATCH SUBTOTALS"
                   TO WS_EXCP_TEXT
               PERFORM 6020-RAISE-EXCEPTION THRU 6020-EXIT
           END-IF.
           IF NOT WS_DAY_HAS_SENT_TOTAL (WS_DAY_IDX)
               MOVE "BREAK" TO WS_EXCP_CLASS
               MOVE "NO BALANCING TOTAL ON THE SENT-LOG"
                   TO WS_EXCP_TEXT
               PERFORM 6020-RAISE-EXCEPTION THRU 6020-EXIT
           ELSE
               IF WS_DAY_SENT_TOTAL (WS_DAY_IDX)
                   NOT = WS_DAY_FED_TOTAL (WS_DAY_IDX)
                   MOVE "BREAK" TO WS_EXCP_CLASS
                   MOVE "SENT-LOG BALANCING TOTAL DOES NOT AGREE"
                       TO WS_EXCP_TEXT
                   PERFORM 6020-RAISE-EXCEPTION THRU 6020-EXIT
               END-IF
           END-IF.

           IF WS_DAY_EXCP_COUNT (WS_DAY_IDX) > 0
               ADD 1 TO WS_DATES_EXCEPTION
               GO TO 6010-EXIT
           END-IF.
           ADD 1 TO WS_DATES_BALANCED.
           MOVE SPACES TO WS_EXCP_CLASS.
           IF WS_DAY_HELD_COUNT (WS_DAY_IDX) > 0
               MOVE WS_DAY_HELD_COUNT (WS_DAY_IDX) TO WS_EDIT_COUNT
               MOVE SPACES TO WS_EXCP_TEXT
               STRING "IN BALANCE - " WS_EDIT_COUNT
                      " BATCH(ES) STILL HELD OFF THE FEED"
                      DELIMITED BY SIZE INTO WS_EXCP_TEXT
           ELSE
               MOVE "IN BALANCE" TO WS_EXCP_TEXT
           END-IF.
           PERFORM 6030-PRINT-DATE-LINE THRU 6030-EXIT.
       6010-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 6020-RAISE-EXCEPTION
      *>     Counts, prints and raises an INTGBRK event for the
      *>     exception in WS_EXCP_CLASS / WS_EXCP_TEXT.
      *>----------------------------------------------------------
       6020-RAISE-EXCEPTION.
           ADD 1 TO WS_DAY_EXCP_COUNT (WS_DAY_IDX).
           ADD 1 TO WS_EXCEPTION_COUNT.
           EVALUATE TRUE
               WHEN WS_EXCP_GAP
                   ADD 1 TO WS_GAP_COUNT
               WHEN WS_EXCP_ORPHAN
                   ADD 1 TO WS_ORPHAN_COUNT
               WHEN OTHER
                   ADD 1 TO WS_BREAK_COUNT
           END-EVALUATE.
           PERFORM 6030-PRINT-DATE-LINE THRU 6030-EXIT.
           DISPLAY "SUMINTG EXCEPTION - " WS_DAY_DATE (WS_DAY_IDX)
               " " WS_EXCP_CLASS " " WS_EXCP_TEXT.
           MOVE SPACES        TO WS_EVT_WORK.
           MOVE "E"           TO WS_EVT_WORK_SEVERITY.
           MOVE "INTGBRK"     TO WS_EVT_WORK_CODE.
           MOVE WS_DAY_DATE (WS_DAY_IDX) TO WS_EVT_WORK_VALUE_1.
           MOVE WS_EXCP_CLASS TO WS_EVT_WORK_VALUE_2.
           MOVE WS_EXCP_TEXT  TO WS_EVT_WORK_TEXT.
           PERFORM 8300-WRITE-EVENT-RECORD THRU 8300-EXIT.
       6020-EXIT.
           EXIT.

       6030-PRINT-DATE-LINE.
           MOVE WS_DAY_DATE (WS_DAY_IDX) TO WS_EDIT_DATE.
           PERFORM 8500-FORMAT-DATE THRU 8500-EXIT.
           MOVE WS_EDIT_DATE_FORMATTED TO WS_RPT_DTL_DATE.
           MOVE WS_DAY_RUN_TOTAL (WS_DAY_IDX)   TO WS_RPT_DTL_RUN_TOTAL.
           MOVE WS_DAY_BATCH_TOTAL (WS_DAY_IDX)
               TO WS_RPT_DTL_BATCH_TOTAL.
           MOVE WS_DAY_SENT_NET (WS_DAY_IDX)    TO WS_RPT_DTL_SENT_NET.
           MOVE WS_EXCP_CLASS TO WS_RPT_DTL_CLASS.
           MOVE WS_EXCP_TEXT  TO WS_RPT_DTL_TEXT.
           MOVE WS_RPT_DATE_LINE TO SUM_RPT_RECORD.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       6030-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 7000-PRINT-CONTROL-COUNTS
      *>     Closes the report with the records read and the
      *>     dates proved, so the reader can see at a glance that
      *>     the range was clean.
      *>----------------------------------------------------------
       7000-PRINT-CONTROL-COUNTS.
           MOVE SPACES TO SUM_RPT_RECORD.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE "DATES IN RANGE" TO WS_RPT_CNT_LABEL.
           MOVE WS_DAY_COUNT TO WS_RPT_CNT_VALUE.
           PERFORM 7010-WRITE-COUNT-LINE THRU 7010-EXIT.
           MOVE "DATES IN BALANCE" TO WS_RPT_CNT_LABEL.
           MOVE WS_DATES_BALANCED TO WS_RPT_CNT_VALUE.
           PERFORM 7010-WRITE-COUNT-LINE THRU 7010-EXIT.
           MOVE "DATES NOT YET RUN" TO WS_RPT_CNT_LABEL.
           MOVE WS_DATES_NOT_RUN TO WS_RPT_CNT_VALUE.
           PERFORM 7010-WRITE-COUNT-LINE THRU 7010-EXIT.
           MOVE "DATES WITH EXCEPTIONS" TO WS_RPT_CNT_LABEL.
           MOVE WS_DATES_EXCEPTION TO WS_RPT_CNT_VALUE.
           PERFORM 7010-WRITE-COUNT-LINE THRU 7010-EXIT.
           MOVE "  GAPS" TO WS_RPT_CNT_LABEL.
           MOVE WS_GAP_COUNT TO WS_RPT_CNT_VALUE.
           PERFORM 7010-WRITE-COUNT-LINE THRU 7010-EXIT.
           MOVE "  ORPHANS" TO WS_RPT_CNT_LABEL.
           MOVE WS_ORPHAN_COUNT TO WS_RPT_CNT_VALUE.
           PERFORM 7010-WRITE-COUNT-LINE THRU 7010-EXIT.
           MOVE "  BREAKS" TO WS_RPT_CNT_LABEL.
           MOVE WS_BREAK_COUNT TO WS_RPT_CNT_VALUE.
           PERFORM 7010-WRITE-COUNT-LINE THRU 7010-EXIT.
           MOVE "HISTORY RECORDS READ" TO WS_RPT_CNT_LABEL.
           MOVE WS_HIST_READ_COUNT TO WS_RPT_CNT_VALUE.
           PERFORM 7010-WRITE-COUNT-LINE THRU 7010-EXIT.
           MOVE "BATCH-HISTORY RECORDS READ" TO WS_RPT_CNT_LABEL.
           MOVE WS_BHIST_READ_COUNT TO WS_RPT_CNT_VALUE.
           PERFORM 7010-WRITE-COUNT-LINE THRU 7010-EXIT.
           MOVE "SENT-LOG ENTRIES READ" TO WS_RPT_CNT_LABEL.
           MOVE WS_GLLOG_READ_COUNT TO WS_RPT_CNT_VALUE.
           PERFORM 7010-WRITE-COUNT-LINE THRU 7010-EXIT.
           MOVE "  SUPERSEDED BY A LATER ENTRY" TO WS_RPT_CNT_LABEL.
           MOVE WS_SUPERSEDED_COUNT TO WS_RPT_CNT_VALUE.
           PERFORM 7010-WRITE-COUNT-LINE THRU 7010-EXIT.
           MOVE "  REVERSALS LEFT OUT OF THE NET" TO WS_RPT_CNT_LABEL.
           MOVE WS_REVERSAL_COUNT TO WS_RPT_CNT_VALUE.
           PERFORM 7010-WRITE-COUNT-LINE THRU 7010-EXIT.
           MOVE "  UNREADABLE ENTRIES SKIPPED" TO WS_RPT_CNT_LABEL.
           MOVE WS_GLLOG_SKIP_COUNT TO WS_RPT_CNT_VALUE.
           PERFORM 7010-WRITE-COUNT-LINE THRU 7010-EXIT.
           MOVE "EXCEPTIONS RAISED (INTGBRK)" TO WS_RPT_CNT_LABEL.
           MOVE WS_EXCEPTION_COUNT TO WS_RPT_CNT_VALUE.
           PERFORM 7010-WRITE-COUNT-LINE THRU 7010-EXIT.
           MOVE SPACES TO SUM_RPT_RECORD.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           IF NOT WS_RUN_RECORD_PRESENT
               MOVE "NO RUN-CONTROL RECORD - COMPLETED DATES NOT CHECKED FOR GAPS"
                   TO WS_RPT_NOTE_TEXT
               MOVE WS_RPT_NOTE_LINE TO SUM_RPT_RECORD
               PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
           END-IF.
           IF WS_EXCEPTION_COUNT = 0
               MOVE "ALL DATES IN THE RANGE PROVED IN BALANCE"
                   TO WS_RPT_NOTE_TEXT
           ELSE
               MOVE "INTEGRITY EXCEPTIONS FOUND - SEE THE DATES ABOVE"
                   TO WS_RPT_NOTE_TEXT
           END-IF.
           MOVE WS_RPT_NOTE_LINE TO SUM_RPT_RECORD.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       7000-EXIT.
           EXIT.

       7010-WRITE-COUNT-LINE.
           MOVE WS_RPT_COUNT_LINE TO SUM_RPT_RECORD.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       7010-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8100-WRITE-REPORT-LINE
      *>     Writes the line already moved to SUM_RPT_RECORD,
      *>     paging with repeated headings when the page is full.
      *>----------------------------------------------------------
       8100-WRITE-REPORT-LINE.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   ADD 1 TO WS_RPT_PAGE_NO
                   PERFORM 8200-WRITE-PAGE-HEADING THRU 8200-EXIT
           END-WRITE.
       8100-EXIT.
           EXIT.

       8200-WRITE-PAGE-HEADING.
           MOVE WS_RPT_PAGE_NO TO WS_RPT_HDG_PAGE.
           MOVE WS_RPT_HEADING_LINE1 TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING PAGE.
           MOVE WS_RPT_HEADING_LINE2 TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 2 LINES.
       8200-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8300-WRITE-EVENT-RECORD
      *>     Appends one operations-event record built from
      *>     WS_EVT_WORK.  The event file is opened and closed per
      *>     event; a run that cannot open the event file keeps
      *>     going on the console DISPLAY alone.
      *>----------------------------------------------------------
       8300-WRITE-EVENT-RECORD.
           OPEN EXTEND EVENT-FILE.
           IF NOT WS_EVT_FILE_OK
               OPEN OUTPUT EVENT-FILE
           END-IF.
           IF WS_EVT_FILE_OK
               MOVE SPACES TO SUM_EVT_RECORD
               MOVE FUNCTION CURRENT-DATE TO WS_EVT_STAMP_DATA
               MOVE WS_EVT_STAMP_DATE    TO WS_EVT_DATE
               MOVE WS_EVT_STAMP_TIME    TO WS_EVT_TIME
               MOVE "SUMINTG"            TO WS_EVT_PROGRAM_ID
               MOVE WS_EVT_WORK_SEVERITY TO WS_EVT_SEVERITY
               MOVE WS_EVT_WORK_CODE     TO WS_EVT_CODE
               MOVE WS_EVT_WORK_BATCH    TO WS_EVT_BATCH_ID
               MOVE WS_EVT_WORK_VALUE_1  TO WS_EVT_VALUE_1
               MOVE WS_EVT_WORK_VALUE_2  TO WS_EVT_VALUE_2
               MOVE WS_EVT_WORK_TEXT     TO WS_EVT_TEXT
               WRITE SUM_EVT_RECORD
               CLOSE EVENT-FILE
           ELSE
               DISPLAY "SUMINTG WARNING - EVENT FILE UNAVAILABLE, "
                   "STATUS " WS_EVT_FILE_STATUS
           END-IF.
       8300-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8310-EVENT-OPEN-FAILURE
      *>     Common event for a file that would not open; the
      *>     caller has already put the logical file name and the
      *>     file status in the event values.
      *>----------------------------------------------------------
       8310-EVENT-OPEN-FAILURE.
           MOVE "E"        TO WS_EVT_WORK_SEVERITY.
           MOVE "OPENFAIL" TO WS_EVT_WORK_CODE.
           MOVE SPACES     TO WS_EVT_WORK_BATCH.
           MOVE "FILE COULD NOT BE OPENED OR WRITTEN"
               TO WS_EVT_WORK_TEXT.
           PERFORM 8300-WRITE-EVENT-RECORD THRU 8300-EXIT.
       8310-EXIT.
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

      *>----------------------------------------------------------
      *> 8600-FIND-DAY
      *>     Sets WS_DAY_IDX to the day entry of WS_DAY_LOOKUP_DATE;
      *>     a date outside the range (or not a calendar date) is
      *>     not found.
      *>----------------------------------------------------------
       8600-FIND-DAY.
           MOVE "N" TO WS_DAY_FOUND_SWITCH.
           IF WS_DAY_LOOKUP_DATE < WS_FROM_DATE
               OR WS_DAY_LOOKUP_DATE > WS_TO_DATE
               GO TO 8600-EXIT
           END-IF.
           COMPUTE WS_DAY_LOOKUP_OFFSET =
               FUNCTION INTEGER-OF-DATE (WS_DAY_LOOKUP_DATE)
               - WS_FROM_INTEGER + 1.
           IF WS_DAY_LOOKUP_OFFSET < 1
               OR WS_DAY_LOOKUP_OFFSET > WS_DAY_COUNT
               GO TO 8600-EXIT
           END-IF.
           MOVE WS_DAY_LOOKUP_OFFSET TO WS_DAY_IDX.
           MOVE "Y" TO WS_DAY_FOUND_SWITCH.
       8600-EXIT.
           EXIT.
