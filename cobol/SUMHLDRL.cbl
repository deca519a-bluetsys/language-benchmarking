      *>================================================================
      *> PROGRAM-ID.    SUMHLDRL
      *> AUTHOR.        DATA PROCESSING BATCH SUPPORT
      *> INSTALLATION.  BATCH PROCESSING CENTER
      *> DATE-WRITTEN.  2026-10-15
      *>
      *> REMARKS.
      *>     Held-batch release step for the sum-example GL feed.
      *>     The nightly run (and SUMMERGE, on a split night) keeps a
      *>     batch whose subtotal falls outside the band its own
      *>     recent history sets off the GL feed and lists it on the
      *>     held-batch report and HOLDFILE (SUMHOLD).  An operator
      *>     who has looked into a held batch decides its fate on an
      *>     action card (HLDPARM/SUMHLDP), one card per batch, and
      *>     this step - run before the downstream GL interface job -
      *>     carries the decision out:
      *>
      *>       R  release - the subtotal is genuine but unusual; it
      *>          is posted, and is kept out of the batch's band
      *>          history so one odd night does not widen it;
      *>       C  confirm - the subtotal is correct and ordinary for
      *>          the batch after all; it is posted and counts in
      *>          the band history like any fed run.
      *>
      *>     Either way the batch's subtotal goes to the GL on the
      *>     release feed (GLHREL, SUMGL layout, picked up by the
      *>     same GL interface job as the nightly feed), is logged
      *>     on the GL sent-log as an original feed under the held
      *>     night's run date so SUMGLACK tracks it to its
      *>     acknowledgment, and is posted to the batch's period
      *>     balance on BALFILE.  The batch's history record
      *>     (BHISTFIL) and its HOLDFILE record are marked with the
      *>     action, the operator and the time.
      *>
      *>     A card is refused - and the batch stays held - when the
      *>     batch is not held for that date, the operator lacks
      *>     batch ("B") or control ("C") authority on OPAUTH
      *>     (SUMOPRF; no profile refuses, as the online screens
      *>     do), the hold was made by a run of the date that a
      *>     later run (HISTFILE, by end time) has superseded, the
      *>     batch's history record is missing, or the held night's
      *>     fiscal period has since been closed.  A held
      *>     batch with no card simply stays held for another day.
      *>     The action listing (RELRPT) shows every card and what
      *>     became of it.  RETURN-CODE 0 when every card was
      *>     carried out, 4 when any card was refused, 8 on a setup
      *>     failure.
      *>
      *> MODIFICATION HISTORY.
      *>     2026-10-15  RLB  Original program.
      *>     2026-10-15  RLB  The release feed and sent-log entry carry
      *>                      the held batch's currency and amount as
      *>                      booked from HOLDFILE; a hold recorded
      *>                      without them was booked at its subtotal
      *>                      in the functional currency.
      *>     2026-10-15  RLB  A released batch with valid allocation
      *>                      rules in effect on its held night
      *>                      (ALLOCFILE/SUMALOC) is split on the
      *>                      release feed into one posting per
      *>                      allocation line, as the nightly feed
      *>                      would have split it.
      *>     2026-10-15  RLB  XREFFILE is a KSDS keyed on batch id,
      *>                      maintained online through SUMXMNT; the
      *>                      cross-reference is still loaded whole,
      *>                      read in key order.
      *>     2026-10-15  RLB  A card for a hold made by a run of the
      *>                      date that a later run superseded is
      *>                      refused; a release backs an earlier
      *>                      run's posting for the night off the
      *>                      balance; allocation rules that repeat
      *>                      a line number release unsplit.
      *>     2026-10-15  RLB  Operator profile usability is kept on its
      *>                      own switch, so an unknown operator on
      *>                      one card no longer refuses the cards
      *>                      after it; OPAUTH and HISTFILE are closed
      *>                      at end of run.
      *>================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMHLDRL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTION-FILE
               ASSIGN TO "HLDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_ACTN_FILE_STATUS.

           SELECT HOLD-FILE
               ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS_HOLD_KEY
               FILE STATUS IS WS_HOLD_FILE_STATUS.

           SELECT BATCH-HISTORY-FILE
               ASSIGN TO "BHISTFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS_BHIST_KEY
               FILE STATUS IS WS_BHIST_FILE_STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS_HIST_KEY
               FILE STATUS IS WS_HIST_FILE_STATUS.

           SELECT OPERATOR-FILE
               ASSIGN TO "OPAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS_OPRF_OPERATOR
               FILE STATUS IS WS_OPRF_FILE_STATUS.

           SELECT BALANCE-FILE
               ASSIGN TO "BALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS_BAL_KEY
               FILE STATUS IS WS_BAL_FILE_STATUS.

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

           SELECT RELEASE-FILE
               ASSIGN TO "GLHREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_REL_FILE_STATUS.

           SELECT GLLOG-FILE
               ASSIGN TO "GLLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_GLLOG_FILE_STATUS.

           SELECT PRINT-FILE
               ASSIGN TO "RELRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_RPT_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTION-FILE.
           COPY SUMHLDP.

       FD  HOLD-FILE.
           COPY SUMHOLD.

       FD  BATCH-HISTORY-FILE.
           COPY SUMBHST.

       FD  HISTORY-FILE.
           COPY SUMHIST.

       FD  OPERATOR-FILE.
           COPY SUMOPRF.

       FD  BALANCE-FILE.
           COPY SUMBAL.

       FD  XREF-FILE.
           COPY SUMXREF.

       FD  ALLOC-FILE.
           COPY SUMALOC.

       FD  RELEASE-FILE.
           COPY SUMGL.

       FD  GLLOG-FILE.
           COPY SUMGLLG.

       FD  PRINT-FILE
           LINAGE IS 60 LINES WITH FOOTING AT 55.
           COPY SUMRPT.

       WORKING-STORAGE SECTION.
           01 WS_ACTN_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_ACTN_FILE_OK             VALUE "00".

           01 WS_HOLD_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_HOLD_FILE_OK             VALUE "00".

           01 WS_BHIST_FILE_STATUS             PIC X(02) VALUE SPACES.
               88  WS_BHIST_FILE_OK            VALUE "00".

           01 WS_HIST_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_HIST_FILE_OK             VALUE "00".

           01 WS_OPRF_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_OPRF_FILE_OK             VALUE "00".
           01 WS_OPRF_OPEN_SWITCH              PIC X(01) VALUE "N".
               88  WS_OPRF_OPENED              VALUE "Y".

           01 WS_BAL_FILE_STATUS               PIC X(02) VALUE SPACES.
               88  WS_BAL_FILE_OK              VALUE "00".
               88  WS_BAL_FILE_NOT_FOUND       VALUE "35".

           01 WS_XREF_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_XREF_FILE_OK             VALUE "00".

           01 WS_ALOC_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_ALOC_FILE_OK             VALUE "00".

           01 WS_REL_FILE_STATUS               PIC X(02) VALUE SPACES.
               88  WS_REL_FILE_OK              VALUE "00".

           01 WS_GLLOG_FILE_STATUS             PIC X(02) VALUE SPACES.
               88  WS_GLLOG_FILE_OK            VALUE "00".

           01 WS_RPT_FILE_STATUS               PIC X(02) VALUE SPACES.
               88  WS_RPT_FILE_OK              VALUE "00".

           01 WS_RETURN_CODE                   PIC 9(04) VALUE 0.
               88  WS_RC_NORMAL                VALUE 0.
               88  WS_RC_CARDS_REFUSED         VALUE 4.
               88  WS_RC_REQUEST_ERROR         VALUE 8.

           01 WS_REQUEST_SWITCH                PIC X(01) VALUE "N".
               88  WS_REQUEST_FAILED           VALUE "Y".
           01 WS_ACTION_DONE_SWITCH            PIC X(01) VALUE "N".
               88  WS_ACTION_DONE              VALUE "Y".
           01 WS_XREF_LOAD_DONE_SWITCH         PIC X(01) VALUE "N".
               88  WS_XREF_LOAD_DONE           VALUE "Y".
           01 WS_CARD_SWITCH                   PIC X(01) VALUE "Y".
               88  WS_CARD_ACCEPTED            VALUE "Y".
           01 WS_BAL_RECORD_SWITCH             PIC X(01) VALUE "N".
               88  WS_BAL_RECORD_FOUND         VALUE "Y".
           01 WS_ERR_MESSAGE                   PIC X(50).

      *>----------------------------------------------------------
      *> Account cross-reference table, loaded the same way the
      *> nightly feed writers load it; a batch with no entry is
      *> released under the UNASSIGNED account, as it would have
      *> been fed.
      *>----------------------------------------------------------
           01 WS_XREF_COUNT                    PIC 9(04) VALUE 0.
           01 WS_XREF_IDX                      PIC 9(04).
           01 WS_XREF_TABLE.
               05  WS_XREF_ENTRY OCCURS 50 TIMES.
                   10  WS_XREF_TAB_BATCH_ID    PIC X(08).
                   10  WS_XREF_TAB_ACCOUNT     PIC X(10).
                   10  WS_XREF_TAB_COST_CENTER PIC X(06).
           01 WS_GL_WORK_ACCOUNT               PIC X(10).
           01 WS_GL_WORK_COST_CENTER           PIC X(06).

      *>----------------------------------------------------------
      *> Cost allocation table.  Every line on ALLOCFILE is kept
      *> with its effective dates, since the cards can release
      *> batches held on different nights; a released batch is
      *> split by the lines in effect on its held night, the same
      *> way the nightly feed writers split it.
      *>----------------------------------------------------------
           01 WS_ALOC_LOAD_DONE_SWITCH         PIC X(01) VALUE "N".
               88  WS_ALOC_LOAD_DONE           VALUE "Y".
           01 WS_ALOC_STATE                    PIC X(01) VALUE "N".
               88  WS_ALOC_NONE                VALUE "N".
               88  WS_ALOC_VALID               VALUE "V".
               88  WS_ALOC_INVALID             VALUE "I".
           01 WS_ALOC_WORK_ORIGINAL            PIC S9(16).
           01 WS_ALOC_COUNT                    PIC 9(04) VALUE 0.
           01 WS_ALOC_IDX                      PIC 9(04).
           01 WS_ALOC_LINE_COUNT               PIC 9(04) VALUE 0.
           01 WS_ALOC_REMAINDER_COUNT          PIC 9(04) VALUE 0.
           01 WS_ALOC_DUP_COUNT                PIC 9(04) VALUE 0.
           01 WS_ALOC_DUP_IDX                  PIC 9(04).
           01 WS_ALOC_REMAINDER_IDX            PIC 9(04) VALUE 0.
           01 WS_ALOC_PERCENT_TOTAL            PIC 9(05)V9(04) VALUE 0.
           01 WS_ALOC_SPREAD_AMOUNT            PIC S9(16) VALUE 0.
           01 WS_ALOC_SPREAD_ORIGINAL          PIC S9(16) VALUE 0.
           01 WS_ALOC_TABLE.
               05  WS_ALOC_ENTRY OCCURS 200 TIMES.
                   10  WS_ALOC_TAB_BATCH_ID    PIC X(08).
                   10  WS_ALOC_TAB_LINE_NO     PIC 9(02).
                   10  WS_ALOC_TAB_ACCOUNT     PIC X(10).
                   10  WS_ALOC_TAB_COST_CENTER PIC X(06).
                   10  WS_ALOC_TAB_PERCENT     PIC 9(03)V9(04).
                   10  WS_ALOC_TAB_REMAINDER   PIC X(01).
                   10  WS_ALOC_TAB_FROM        PIC 9(08).
                   10  WS_ALOC_TAB_TO          PIC 9(08).
                   10  WS_ALOC_TAB_AMOUNT      PIC S9(16).
                   10  WS_ALOC_TAB_ORIGINAL    PIC S9(16).

      *>----------------------------------------------------------
      *> The held night's run date and the fiscal period it posts
      *> to, checked against the close-control record's closed-
      *> through period read once at start-up.
      *>----------------------------------------------------------
           01 WS_ACTN_RUN_DATE                 PIC 9(08).
           01 WS_ACTN_RUN_DATE_PARTS REDEFINES WS_ACTN_RUN_DATE.
               05  WS_ACTN_RUN_YEAR            PIC 9(04).
               05  WS_ACTN_RUN_MONTH           PIC 9(02).
               05  WS_ACTN_RUN_DAY             PIC 9(02).
           01 WS_BAL_POST_PERIOD               PIC 9(06).
           01 WS_BAL_CLOSED_THRU               PIC 9(06) VALUE 0.

      *>----------------------------------------------------------
      *> Runs of the held night, listed from HISTFILE.  Only a hold
      *> made by the date's latest run (highest end time) can be
      *> acted on - a rerun that no longer holds the batch has fed
      *> it already.  The other runs of the date (up to 30) are
      *> kept so that a posting one of them made for the batch can
      *> come off its balance before the release posts, as the
      *> nightly run does on an override rerun.
      *>----------------------------------------------------------
           01 WS_HIST_DONE_SWITCH              PIC X(01) VALUE "N".
               88  WS_HIST_DONE                VALUE "Y".
           01 WS_RUN_FOUND_SWITCH              PIC X(01) VALUE "N".
               88  WS_RUN_FOUND                VALUE "Y".
           01 WS_LATEST_RUN_SEQ                PIC 9(08) VALUE 0.
           01 WS_LATEST_END_TIME               PIC 9(16) VALUE 0.
           01 WS_BAL_PRIOR_COUNT               PIC 9(04) VALUE 0.
           01 WS_BAL_PRIOR_IDX                 PIC 9(04).
           01 WS_BAL_PRIOR_TABLE.
               05  WS_BAL_PRIOR_ENTRY OCCURS 30 TIMES.
                   10  WS_BAL_PRIOR_SEQ        PIC 9(08).
                   10  WS_BAL_PRIOR_END_TIME   PIC 9(16).
           01 WS_BAL_BACKOUT_SWITCH            PIC X(01) VALUE "N".
               88  WS_BAL_BACKOUT_FOUND        VALUE "Y".
           01 WS_BAL_BACKOUT_END_TIME          PIC 9(16) VALUE 0.
           01 WS_BAL_BACKOUT_AMOUNT            PIC S9(16) VALUE 0.

           01 WS_ACTION_STAMP_DATA.
               05  WS_ACTION_STAMP_DATE        PIC 9(08).
               05  WS_ACTION_STAMP_TIME        PIC 9(06).
               05  FILLER                      PIC X(07).

           01 WS_CARD_COUNT                    PIC 9(07) VALUE 0.
           01 WS_RELEASED_COUNT                PIC 9(07) VALUE 0.
           01 WS_CONFIRMED_COUNT               PIC 9(07) VALUE 0.
           01 WS_REFUSED_COUNT                 PIC 9(07) VALUE 0.

      *>----------------------------------------------------------
      *> Print-report working storage.
      *>----------------------------------------------------------
           01 WS_RPT_PAGE_NO                   PIC 9(04) VALUE 1.

           01 WS_RPT_HEADING_LINE1.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(40)
                       VALUE "SUMHLDRL HELD-BATCH RELEASE ACTIONS".
               05  FILLER                      PIC X(08) VALUE SPACES.
               05  FILLER                      PIC X(06) VALUE "PAGE: ".
               05  WS_RPT_HDG_PAGE             PIC ZZZ9.
               05  FILLER                      PIC X(73) VALUE SPACES.

           01 WS_RPT_HEADING_LINE2.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(12) VALUE "RUN DATE".
               05  FILLER                      PIC X(10) VALUE "BATCH".
               05  FILLER                      PIC X(08) VALUE "ACTION".
               05  FILLER                      PIC X(18)
                       VALUE "          SUBTOTAL".
               05  FILLER                      PIC X(03) VALUE SPACES.
               05  FILLER                      PIC X(10) VALUE "OPERATOR".
               05  FILLER                      PIC X(40) VALUE "RESULT".
               05  FILLER                      PIC X(30) VALUE SPACES.

           01 WS_RPT_DETAIL_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_DET_DATE             PIC X(10).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_DET_BATCH            PIC X(08).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_DET_ACTION           PIC X(01).
               05  FILLER                      PIC X(07) VALUE SPACES.
               05  WS_RPT_DET_AMOUNT           PIC Z(15)9-.
               05  FILLER                      PIC X(03) VALUE SPACES.
               05  WS_RPT_DET_OPERATOR         PIC X(08).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_DET_RESULT           PIC X(40).
               05  FILLER                      PIC X(31) VALUE SPACES.

           01 WS_RPT_SUMMARY_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_SUM_LABEL            PIC X(30).
               05  WS_RPT_SUM_COUNT            PIC ZZZZZZ9.
               05  FILLER                      PIC X(94) VALUE SPACES.

           01 WS_EDIT_DATE.
               05  WS_EDIT_DATE_YEAR           PIC 9(04).
               05  WS_EDIT_DATE_MONTH          PIC 9(02).
               05  WS_EDIT_DATE_DAY            PIC 9(02).
           01 WS_EDIT_DATE_FORMATTED           PIC X(10).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS_REQUEST_FAILED
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           PERFORM 3000-PROCESS-ACTIONS THRU 3000-EXIT.
           PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
           DISPLAY "SUMHLDRL - " WS_RELEASED_COUNT " RELEASED, "
               WS_CONFIRMED_COUNT " CONFIRMED, "
               WS_REFUSED_COUNT " CARD(S) REFUSED".
           IF WS_REFUSED_COUNT > 0
               SET WS_RC_CARDS_REFUSED TO TRUE
           END-IF.
       9999-PROGRAM-EXIT.
           MOVE WS_RETURN_CODE TO RETURN-CODE.
           STOP RUN.

      *>----------------------------------------------------------
      *> 1000-INITIALIZE
      *>     Loads the account cross-reference, reads the closed-
      *>     through period and opens the files every action
      *>     touches.  The held-batch file, the batch and job
      *>     histories and the balance file must all be there - a step that
      *>     cannot mark or post what it releases must not feed
      *>     it either.  An operator profile file that will not
      *>     open is not a setup failure: every card is refused,
      *>     the control failing closed.
      *>----------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1030-LOAD-XREF-TABLE THRU 1030-EXIT.
           PERFORM 1060-LOAD-ALLOCATIONS THRU 1060-EXIT.

           OPEN I-O HOLD-FILE.
           IF NOT WS_HOLD_FILE_OK
               MOVE "HELD-BATCH FILE (HOLDFILE) OPEN FAILED"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O BATCH-HISTORY-FILE.
           IF NOT WS_BHIST_FILE_OK
               MOVE "BATCH HISTORY (BHISTFIL) OPEN FAILED"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT HISTORY-FILE.
           IF NOT WS_HIST_FILE_OK
               MOVE "JOB HISTORY (HISTFILE) OPEN FAILED"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O BALANCE-FILE.
           IF WS_BAL_FILE_NOT_FOUND
               OPEN OUTPUT BALANCE-FILE
               CLOSE BALANCE-FILE
               OPEN I-O BALANCE-FILE
           END-IF.
           IF NOT WS_BAL_FILE_OK
               MOVE "BALANCE FILE (BALFILE) OPEN FAILED"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1050-READ-CLOSED-THRU THRU 1050-EXIT.

           OPEN INPUT OPERATOR-FILE.
           IF WS_OPRF_FILE_OK
               MOVE "Y" TO WS_OPRF_OPEN_SWITCH
           END-IF.

           OPEN OUTPUT RELEASE-FILE.
           IF NOT WS_REL_FILE_OK
               MOVE "RELEASE FEED (GLHREL) OPEN FAILED"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1000-EXIT
           END-IF.

           OPEN EXTEND GLLOG-FILE.
           IF NOT WS_GLLOG_FILE_OK
               OPEN OUTPUT GLLOG-FILE
           END-IF.
           IF NOT WS_GLLOG_FILE_OK
               MOVE "GL SENT-LOG (GLLOG) OPEN FAILED"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT PRINT-FILE.
           IF NOT WS_RPT_FILE_OK
               MOVE "ACTION LISTING (RELRPT) OPEN FAILED"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 8400-WRITE-PAGE-HEADING THRU 8400-EXIT.
       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 1020-REPORT-REQUEST-ERROR
      *>     Writes a clean, labeled setup error message and sets
      *>     RETURN-CODE 8.
      *>----------------------------------------------------------
       1020-REPORT-REQUEST-ERROR.
           MOVE "Y" TO WS_REQUEST_SWITCH.
           DISPLAY "==========================".
           DISPLAY "SUMHLDRL SETUP ERROR".
           DISPLAY "REASON: " WS_ERR_MESSAGE.
           SET WS_RC_REQUEST_ERROR TO TRUE.
       1020-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 1030-LOAD-XREF-TABLE
      *>     Loads the account cross-reference into its table; a
      *>     missing file leaves it empty and releases post under
      *>     the UNASSIGNED account, matching the feed.
      *>----------------------------------------------------------
       1030-LOAD-XREF-TABLE.
           OPEN INPUT XREF-FILE.
           IF NOT WS_XREF_FILE_OK
               GO TO 1030-EXIT
           END-IF.
           PERFORM 1040-READ-XREF-RECORD THRU 1040-EXIT
               UNTIL WS_XREF_LOAD_DONE.
           CLOSE XREF-FILE.
       1030-EXIT.
           EXIT.

       1040-READ-XREF-RECORD.
           READ XREF-FILE
               AT END
                   MOVE "Y" TO WS_XREF_LOAD_DONE_SWITCH
               NOT AT END
                   IF WS_XREF_COUNT < 50
                       ADD 1 TO WS_XREF_COUNT
                       MOVE WS_XREF_BATCH_ID
                           TO WS_XREF_TAB_BATCH_ID (WS_XREF_COUNT)
                       MOVE WS_XREF_GL_ACCOUNT
                           TO WS_XREF_TAB_ACCOUNT (WS_XREF_COUNT)
                       MOVE WS_XREF_COST_CENTER
                           TO WS_XREF_TAB_COST_CENTER (WS_XREF_COUNT)
                   END-IF
           END-READ.
       1040-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 1050-READ-CLOSED-THRU
      *>     Reads the closed-through period from the balance
      *>     file's close-control record ("*PERIOD*"/000000); no
      *>     record means no period has been closed yet.
      *>----------------------------------------------------------
       1050-READ-CLOSED-THRU.
           MOVE 0          TO WS_BAL_CLOSED_THRU.
           MOVE "*PERIOD*" TO WS_BAL_BATCH_ID.
           MOVE 0          TO WS_BAL_PERIOD.
           READ BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS_BAL_CTL_CLOSED_THRU NUMERIC
                       MOVE WS_BAL_CTL_CLOSED_THRU
                           TO WS_BAL_CLOSED_THRU
                   END-IF
           END-READ.
       1050-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 1060-LOAD-ALLOCATIONS
      *>     Loads the allocation rules into their table; a
      *>     missing file leaves it empty and releases post unsplit
      *>     under the cross-reference, matching the feed.
      *>----------------------------------------------------------
       1060-LOAD-ALLOCATIONS.
           OPEN INPUT ALLOC-FILE.
           IF NOT WS_ALOC_FILE_OK
               GO TO 1060-EXIT
           END-IF.
           PERFORM 1070-READ-ALLOCATION-RECORD THRU 1070-EXIT
               UNTIL WS_ALOC_LOAD_DONE.
           CLOSE ALLOC-FILE.
       1060-EXIT.
           EXIT.

       1070-READ-ALLOCATION-RECORD.
           READ ALLOC-FILE
               AT END
                   MOVE "Y" TO WS_ALOC_LOAD_DONE_SWITCH
               NOT AT END
                   IF WS_ALOC_EFFECTIVE_FROM NUMERIC
                       AND WS_ALOC_EFFECTIVE_TO NUMERIC
                       AND WS_ALOC_PERCENT NUMERIC
                       AND WS_ALOC_LINE_NO NUMERIC
                       IF WS_ALOC_COUNT < 200
                           ADD 1 TO WS_ALOC_COUNT
                           MOVE WS_ALOC_BATCH_ID
                               TO WS_ALOC_TAB_BATCH_ID (WS_ALOC_COUNT)
                           MOVE WS_ALOC_LINE_NO
                               TO WS_ALOC_TAB_LINE_NO (WS_ALOC_COUNT)
                           MOVE WS_ALOC_GL_ACCOUNT
                               TO WS_ALOC_TAB_ACCOUNT (WS_ALOC_COUNT)
                           MOVE WS_ALOC_COST_CENTER
                               TO WS_ALOC_TAB_COST_CENTER (WS_ALOC_COUNT)
                           MOVE WS_ALOC_PERCENT
                               TO WS_ALOC_TAB_PERCENT (WS_ALOC_COUNT)
                           MOVE WS_ALOC_REMAINDER_FLAG
                               TO WS_ALOC_TAB_REMAINDER (WS_ALOC_COUNT)
                           MOVE WS_ALOC_EFFECTIVE_FROM
                               TO WS_ALOC_TAB_FROM (WS_ALOC_COUNT)
                           MOVE WS_ALOC_EFFECTIVE_TO
                               TO WS_ALOC_TAB_TO (WS_ALOC_COUNT)
                       ELSE
                           DISPLAY "SUMHLDRL WARNING - MORE THAN 200 "
                               "ALLOCATION LINES, BATCH "
                               WS_ALOC_BATCH_ID " LINE "
                               WS_ALOC_LINE_NO " IGNORED"
                       END-IF
                   END-IF
           END-READ.
       1070-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3000-PROCESS-ACTIONS
      *>     Reads the action cards and carries out each one.  No
      *>     card file means no decisions were made today - every
      *>     held batch stays held and the run ends clean.
      *>----------------------------------------------------------
       3000-PROCESS-ACTIONS.
           OPEN INPUT ACTION-FILE.
           IF NOT WS_ACTN_FILE_OK
               DISPLAY "SUMHLDRL - NO ACTION CARDS ON HAND - "
                   "HELD BATCHES STAY HELD"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3010-READ-ACTION THRU 3010-EXIT
               UNTIL WS_ACTION_DONE.
           CLOSE ACTION-FILE.
       3000-EXIT.
           EXIT.

       3010-READ-ACTION.
           READ ACTION-FILE
               AT END
                   MOVE "Y" TO WS_ACTION_DONE_SWITCH
               NOT AT END
                   ADD 1 TO WS_CARD_COUNT
                   PERFORM 3020-EDIT-ACTION THRU 3020-EXIT
                   IF WS_CARD_ACCEPTED
                       PERFORM 4000-APPLY-ACTION THRU 4000-EXIT
                   END-IF
           END-READ.
       3010-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3020-EDIT-ACTION
      *>     Checks one card before anything is written: a known
      *>     action and a valid run date, a batch held for that
      *>     date, an authorized operator, a hold made by the
      *>     date's latest run, the batch's history record on hand
      *>     and the held night's fiscal period still open.  The
      *>     first failure refuses the card and lists the reason;
      *>     the batch stays held.
      *>----------------------------------------------------------
       3020-EDIT-ACTION.
           MOVE "Y"              TO WS_CARD_SWITCH.
           MOVE SPACES           TO WS_RPT_DETAIL_LINE.
           MOVE WS_HLDP_BATCH_ID TO WS_RPT_DET_BATCH.
           MOVE WS_HLDP_ACTION   TO WS_RPT_DET_ACTION.
           MOVE WS_HLDP_OPERATOR TO WS_RPT_DET_OPERATOR.
           MOVE 0                TO WS_RPT_DET_AMOUNT.
           IF WS_HLDP_RUN_DATE NUMERIC
               MOVE WS_HLDP_RUN_DATE TO WS_EDIT_DATE
               PERFORM 8500-FORMAT-DATE THRU 8500-EXIT
               MOVE WS_EDIT_DATE_FORMATTED TO WS_RPT_DET_DATE
           END-IF.

           IF NOT WS_HLDP_ACTION_RELEASE
               AND NOT WS_HLDP_ACTION_CONFIRM
               MOVE "REFUSED - ACTION MUST BE R OR C"
                   TO WS_RPT_DET_RESULT
               GO TO 3020-REFUSE
           END-IF.
           IF WS_HLDP_RUN_DATE NOT NUMERIC
               OR WS_HLDP_RUN_DATE = 0
               OR WS_HLDP_BATCH_ID = SPACES
               MOVE "REFUSED - RUN DATE OR BATCH ID INVALID"
                   TO WS_RPT_DET_RESULT
               GO TO 3020-REFUSE
           END-IF.

           MOVE WS_HLDP_RUN_DATE TO WS_HOLD_RUN_DATE.
           MOVE WS_HLDP_BATCH_ID TO WS_HOLD_BATCH_ID.
           READ HOLD-FILE
               INVALID KEY
                   MOVE "REFUSED - BATCH NOT HELD FOR THIS DATE"
                       TO WS_RPT_DET_RESULT
                   GO TO 3020-REFUSE
           END-READ.
           MOVE WS_HOLD_SUBTOTAL TO WS_RPT_DET_AMOUNT.
           IF NOT WS_HOLD_STATUS_HELD
               MOVE "REFUSED - ALREADY RELEASED OR CONFIRMED"
                   TO WS_RPT_DET_RESULT
               GO TO 3020-REFUSE
           END-IF.

           PERFORM 3030-CHECK-AUTHORITY THRU 3030-EXIT.
           IF NOT WS_CARD_ACCEPTED
               MOVE "REFUSED - OPERATOR NOT AUTHORIZED"
                   TO WS_RPT_DET_RESULT
               GO TO 3020-REFUSE
           END-IF.

           PERFORM 3040-CHECK-LATEST-RUN THRU 3040-EXIT.
           IF NOT WS_RUN_FOUND
               MOVE "REFUSED - RUN HISTORY NOT FOUND"
                   TO WS_RPT_DET_RESULT
               GO TO 3020-REFUSE
           END-IF.
           IF WS_LATEST_RUN_SEQ NOT = WS_HOLD_RUN_SEQ
               MOVE "REFUSED - SUPERSEDED BY A LATER RUN"
                   TO WS_RPT_DET_RESULT
               GO TO 3020-REFUSE
           END-IF.
           PERFORM 3060-FIND-PRIOR-POSTING THRU 3060-EXIT.

           MOVE WS_HOLD_RUN_DATE TO WS_BHIST_RUN_DATE.
           MOVE WS_HOLD_RUN_SEQ  TO WS_BHIST_RUN_SEQ.
           MOVE WS_HOLD_BATCH_ID TO WS_BHIST_BATCH_ID.
           READ BATCH-HISTORY-FILE
               INVALID KEY
                   MOVE "REFUSED - BATCH HISTORY RECORD NOT FOUND"
                       TO WS_RPT_DET_RESULT
                   GO TO 3020-REFUSE
           END-READ.

           MOVE WS_HOLD_RUN_DATE TO WS_ACTN_RUN_DATE.
           COMPUTE WS_BAL_POST_PERIOD =
               WS_ACTN_RUN_YEAR * 100 + WS_ACTN_RUN_MONTH.
           IF WS_BAL_POST_PERIOD NOT > WS_BAL_CLOSED_THRU
               MOVE "REFUSED - FISCAL PERIOD ALREADY CLOSED"
                   TO WS_RPT_DET_RESULT
               GO TO 3020-REFUSE
           END-IF.
           GO TO 3020-EXIT.
       3020-REFUSE.
           MOVE "N" TO WS_CARD_SWITCH.
           ADD 1 TO WS_REFUSED_COUNT.
           DISPLAY "SUMHLDRL - CARD REFUSED FOR BATCH "
               WS_HLDP_BATCH_ID " - " WS_RPT_DET_RESULT.
           PERFORM 8200-WRITE-DETAIL-LINE THRU 8200-EXIT.
       3020-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3030-CHECK-AUTHORITY
      *>     Grants the card when the operator's profile carries
      *>     batch or control authority.  No profile, a blank
      *>     operator or a profile file that did not open refuses
      *>     it.
      *>----------------------------------------------------------
       3030-CHECK-AUTHORITY.
           MOVE "N" TO WS_CARD_SWITCH.
           IF NOT WS_OPRF_OPENED
               OR WS_HLDP_OPERATOR = SPACES
               GO TO 3030-EXIT
           END-IF.
           MOVE WS_HLDP_OPERATOR TO WS_OPRF_OPERATOR.
           READ OPERATOR-FILE
               INVALID KEY
                   GO TO 3030-EXIT
           END-READ.
           IF WS_OPRF_AUTH_BATCH OR WS_OPRF_AUTH_CONTROL
               MOVE "Y" TO WS_CARD_SWITCH
           END-IF.
       3030-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3040-CHECK-LATEST-RUN
      *>     Reads the held night's runs from HISTFILE, finding the
      *>     latest by end time and listing the others.
      *>----------------------------------------------------------
       3040-CHECK-LATEST-RUN.
           MOVE "N" TO WS_RUN_FOUND_SWITCH.
           MOVE "N" TO WS_HIST_DONE_SWITCH.
           MOVE 0   TO WS_LATEST_RUN_SEQ.
           MOVE 0   TO WS_LATEST_END_TIME.
           MOVE 0   TO WS_BAL_PRIOR_COUNT.
           MOVE WS_HOLD_RUN_DATE TO WS_HIST_RUN_DATE.
           MOVE ZEROS            TO WS_HIST_RUN_SEQ.
           START HISTORY-FILE KEY NOT < WS_HIST_KEY
               INVALID KEY
                   MOVE "Y" TO WS_HIST_DONE_SWITCH
           END-START.
           PERFORM 3050-READ-RUN-HISTORY THRU 3050-EXIT
               UNTIL WS_HIST_DONE.
       3040-EXIT.
           EXIT.

       3050-READ-RUN-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS_HIST_DONE_SWITCH
                   GO TO 3050-EXIT
           END-READ.
           IF WS_HIST_RUN_DATE NOT = WS_HOLD_RUN_DATE
               MOVE "Y" TO WS_HIST_DONE_SWITCH
               GO TO 3050-EXIT
           END-IF.
           IF NOT WS_RUN_FOUND
               OR WS_HIST_END_TIME > WS_LATEST_END_TIME
               MOVE WS_HIST_RUN_SEQ  TO WS_LATEST_RUN_SEQ
               MOVE WS_HIST_END_TIME TO WS_LATEST_END_TIME
           END-IF.
           MOVE "Y" TO WS_RUN_FOUND_SWITCH.
           IF WS_HIST_RUN_SEQ = WS_HOLD_RUN_SEQ
               GO TO 3050-EXIT
           END-IF.
           IF WS_BAL_PRIOR_COUNT NOT < 30
               DISPLAY "SUMHLDRL WARNING - MORE THAN 30 RUNS OF "
                   WS_HOLD_RUN_DATE ", RUN " WS_HIST_RUN_SEQ
                   " NOT CHECKED FOR AN EARLIER POSTING"
               GO TO 3050-EXIT
           END-IF.
           ADD 1 TO WS_BAL_PRIOR_COUNT.
           MOVE WS_HIST_RUN_SEQ  TO WS_BAL_PRIOR_SEQ (WS_BAL_PRIOR_COUNT).
           MOVE WS_HIST_END_TIME
               TO WS_BAL_PRIOR_END_TIME (WS_BAL_PRIOR_COUNT).
       3050-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3060-FIND-PRIOR-POSTING
      *>     Finds what an earlier run of the held night left on
      *>     the batch's balance: the subtotal from the latest
      *>     earlier run in which the batch reached the balance.
      *>     Runs that did not post it (not scheduled, failed its
      *>     tie-out, or held it) are passed over.  Done before the
      *>     held run's own history record is read, so that record
      *>     is the one in the record area when 4000 marks it.
      *>----------------------------------------------------------
       3060-FIND-PRIOR-POSTING.
           MOVE "N" TO WS_BAL_BACKOUT_SWITCH.
           MOVE 0   TO WS_BAL_BACKOUT_END_TIME.
           MOVE 0   TO WS_BAL_BACKOUT_AMOUNT.
           PERFORM 3070-CHECK-PRIOR-RUN THRU 3070-EXIT
               VARYING WS_BAL_PRIOR_IDX FROM 1 BY 1
               UNTIL WS_BAL_PRIOR_IDX > WS_BAL_PRIOR_COUNT.
       3060-EXIT.
           EXIT.

       3070-CHECK-PRIOR-RUN.
           IF WS_BAL_BACKOUT_FOUND
               AND WS_BAL_PRIOR_END_TIME (WS_BAL_PRIOR_IDX)
                   < WS_BAL_BACKOUT_END_TIME
               GO TO 3070-EXIT
           END-IF.
           MOVE WS_HOLD_RUN_DATE TO WS_BHIST_RUN_DATE.
           MOVE WS_BAL_PRIOR_SEQ (WS_BAL_PRIOR_IDX) TO WS_BHIST_RUN_SEQ.
           MOVE WS_HOLD_BATCH_ID TO WS_BHIST_BATCH_ID.
           READ BATCH-HISTORY-FILE
               INVALID KEY
                   GO TO 3070-EXIT
           END-READ.
           IF WS_BHIST_SCHEDULED = "N"
               OR WS_BHIST_ERROR_STATUS = "E"
               OR WS_BHIST_GL_HELD
               GO TO 3070-EXIT
           END-IF.
           MOVE "Y" TO WS_BAL_BACKOUT_SWITCH.
           MOVE WS_BAL_PRIOR_END_TIME (WS_BAL_PRIOR_IDX)
               TO WS_BAL_BACKOUT_END_TIME.
           MOVE WS_BHIST_SUBTOTAL TO WS_BAL_BACKOUT_AMOUNT.
       3070-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 4000-APPLY-ACTION
      *>     Carries out an accepted card: the posting record on
      *>     the release feed and its sent-log entry under the held
      *>     night's run date - one per allocation line when the
      *>     batch is split - the period-balance posting, and the
      *>     action marked on the batch's history and held-batch
      *>     records.
      *>----------------------------------------------------------
       4000-APPLY-ACTION.
           IF WS_HOLD_ORIGINAL_AMOUNT NUMERIC
               MOVE WS_HOLD_ORIGINAL_AMOUNT TO WS_ALOC_WORK_ORIGINAL
           ELSE
               MOVE WS_HOLD_SUBTOTAL    TO WS_ALOC_WORK_ORIGINAL
           END-IF.
           PERFORM 4040-FIND-ALLOCATION THRU 4040-EXIT.
           IF WS_ALOC_VALID
               PERFORM 4070-WRITE-ALLOCATION-POSTING THRU 4070-EXIT
                   VARYING WS_ALOC_IDX FROM 1 BY 1
                   UNTIL WS_ALOC_IDX > WS_ALOC_COUNT
           ELSE
               PERFORM 4005-WRITE-RELEASE-POSTING THRU 4005-EXIT
           END-IF.

           PERFORM 4030-POST-BALANCE THRU 4030-EXIT.

           MOVE FUNCTION CURRENT-DATE TO WS_ACTION_STAMP_DATA.
           MOVE WS_HLDP_ACTION TO WS_BHIST_GL_STATUS.
           REWRITE SUM_BHIST_RECORD
               INVALID KEY
                   DISPLAY "SUMHLDRL WARNING - BATCH HISTORY REWRITE "
                       "FAILED FOR " WS_HOLD_BATCH_ID ", STATUS "
                       WS_BHIST_FILE_STATUS
           END-REWRITE.
           MOVE WS_HLDP_ACTION       TO WS_HOLD_STATUS.
           MOVE WS_HLDP_OPERATOR     TO WS_HOLD_ACTION_OPERATOR.
           MOVE WS_ACTION_STAMP_DATE TO WS_HOLD_ACTION_DATE.
           MOVE WS_ACTION_STAMP_TIME TO WS_HOLD_ACTION_TIME.
           REWRITE SUM_HOLD_RECORD
               INVALID KEY
                   DISPLAY "SUMHLDRL WARNING - HELD-BATCH REWRITE "
                       "FAILED FOR " WS_HOLD_BATCH_ID ", STATUS "
                       WS_HOLD_FILE_STATUS
           END-REWRITE.

           IF WS_HLDP_ACTION_RELEASE
               ADD 1 TO WS_RELEASED_COUNT
               MOVE "RELEASED - POSTED, KEPT OUT OF BAND"
                   TO WS_RPT_DET_RESULT
           ELSE
               ADD 1 TO WS_CONFIRMED_COUNT
               MOVE "CONFIRMED - POSTED"
                   TO WS_RPT_DET_RESULT
           END-IF.
           PERFORM 8200-WRITE-DETAIL-LINE THRU 8200-EXIT.
       4000-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 4005-WRITE-RELEASE-POSTING
      *>     Writes the released batch unsplit - the release feed
      *>     record under its cross-reference coding and the
      *>     sent-log entry.
      *>----------------------------------------------------------
       4005-WRITE-RELEASE-POSTING.
           PERFORM 4010-FIND-XREF THRU 4010-EXIT.
           MOVE SPACES                  TO SUM_GL_RECORD.
           MOVE "D"                     TO WS_GL_RECORD_TYPE.
           MOVE WS_ACTN_RUN_YEAR        TO WS_GL_RUN_YEAR.
           MOVE WS_ACTN_RUN_MONTH       TO WS_GL_RUN_MONTH.
           MOVE WS_ACTN_RUN_DAY         TO WS_GL_RUN_DAY.
           MOVE WS_HOLD_SOURCE_ID       TO WS_GL_SOURCE_ID.
           MOVE WS_HOLD_BATCH_ID        TO WS_GL_BATCH_ID.
           MOVE WS_GL_WORK_ACCOUNT      TO WS_GL_ACCOUNT.
           MOVE WS_GL_WORK_COST_CENTER  TO WS_GL_COST_CENTER.
           MOVE WS_HOLD_SUBTOTAL        TO WS_GL_TOTAL_AMOUNT.
           MOVE WS_HOLD_CURRENCY        TO WS_GL_CURRENCY.
           IF WS_HOLD_ORIGINAL_AMOUNT NUMERIC
               MOVE WS_HOLD_ORIGINAL_AMOUNT TO WS_GL_ORIGINAL_AMOUNT
           ELSE
               MOVE WS_HOLD_SUBTOTAL    TO WS_GL_ORIGINAL_AMOUNT
           END-IF.
           MOVE 0                       TO WS_GL_ALLOC_LINE.
           WRITE SUM_GL_RECORD.

           MOVE SPACES                  TO SUM_GLLOG_RECORD.
           MOVE WS_HOLD_RUN_DATE        TO WS_GLLOG_RUN_DATE.
           MOVE WS_HOLD_SOURCE_ID       TO WS_GLLOG_SOURCE_ID.
           MOVE WS_HOLD_BATCH_ID        TO WS_GLLOG_BATCH_ID.
           MOVE WS_HOLD_SUBTOTAL        TO WS_GLLOG_AMOUNT.
           MOVE "O"                     TO WS_GLLOG_FEED_TYPE.
           MOVE WS_GL_CURRENCY          TO WS_GLLOG_CURRENCY.
           MOVE WS_GL_ORIGINAL_AMOUNT   TO WS_GLLOG_ORIGINAL_AMOUNT.
           MOVE 0                       TO WS_GLLOG_ALLOC_LINE.
           WRITE SUM_GLLOG_RECORD.
       4005-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 4010-FIND-XREF
      *>     Supplies the account and cost-center coding for the
      *>     held batch, UNASSIGNED when the cross-reference has no
      *>     entry - matching how the nightly feed codes it.
      *>----------------------------------------------------------
       4010-FIND-XREF.
           PERFORM 4020-SCAN-XREF THRU 4020-EXIT
               VARYING WS_XREF_IDX FROM 1 BY 1
               UNTIL WS_XREF_IDX > WS_XREF_COUNT
                   OR WS_XREF_TAB_BATCH_ID (WS_XREF_IDX)
                       = WS_HOLD_BATCH_ID.
           IF WS_XREF_IDX > WS_XREF_COUNT
               MOVE "UNASSIGNED" TO WS_GL_WORK_ACCOUNT
               MOVE "UNASGN"     TO WS_GL_WORK_COST_CENTER
           ELSE
               MOVE WS_XREF_TAB_ACCOUNT (WS_XREF_IDX)
                   TO WS_GL_WORK_ACCOUNT
               MOVE WS_XREF_TAB_COST_CENTER (WS_XREF_IDX)
                   TO WS_GL_WORK_COST_CENTER
           END-IF.
       4010-EXIT.
           EXIT.

       4020-SCAN-XREF.
           CONTINUE.
       4020-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 4030-POST-BALANCE
      *>     Posts the released subtotal to the batch's balance for
      *>     the held night's fiscal period, the posting the
      *>     nightly run skipped when it held the batch.  What an
      *>     earlier run of the same night posted for the batch
      *>     (3060) comes off first, so the release replaces it.
      *>     The last-posted date only moves forward.
      *>----------------------------------------------------------
       4030-POST-BALANCE.
           MOVE WS_HOLD_BATCH_ID   TO WS_BAL_BATCH_ID.
           MOVE WS_BAL_POST_PERIOD TO WS_BAL_PERIOD.
           MOVE "Y" TO WS_BAL_RECORD_SWITCH.
           READ BALANCE-FILE
               INVALID KEY
                   MOVE "N" TO WS_BAL_RECORD_SWITCH
           END-READ.
           IF NOT WS_BAL_RECORD_FOUND
               MOVE SPACES TO WS_BAL_DATA
               MOVE "O"    TO WS_BAL_STATUS
               MOVE 0      TO WS_BAL_PERIOD_AMOUNT
               MOVE 0      TO WS_BAL_YTD_OPENING
               MOVE 0      TO WS_BAL_POST_COUNT
               MOVE 0      TO WS_BAL_LAST_POSTED_DATE
               MOVE 0      TO WS_BAL_CLOSED_DATE
           END-IF.
           IF WS_BAL_BACKOUT_FOUND
               SUBTRACT WS_BAL_BACKOUT_AMOUNT FROM WS_BAL_PERIOD_AMOUNT
               IF WS_BAL_POST_COUNT > 0
                   SUBTRACT 1 FROM WS_BAL_POST_COUNT
               END-IF
           END-IF.
           ADD WS_HOLD_SUBTOTAL TO WS_BAL_PERIOD_AMOUNT.
           ADD 1 TO WS_BAL_POST_COUNT.
           IF WS_HOLD_RUN_DATE > WS_BAL_LAST_POSTED_DATE
               MOVE WS_HOLD_RUN_DATE TO WS_BAL_LAST_POSTED_DATE
           END-IF.
           IF WS_BAL_RECORD_FOUND
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
       4030-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 4040-FIND-ALLOCATION
      *>     Totals the allocation lines for the held batch in
      *>     effect on its held night.  Lines totalling exactly
      *>     100% with exactly one remainder line split the
      *>     release, each line's share already worked out by
      *>     4060; rules that do not, or that repeat a line number,
      *>     are reported and the batch is released unsplit, as the
      *>     nightly feed treats them.
      *>----------------------------------------------------------
       4040-FIND-ALLOCATION.
           MOVE "N" TO WS_ALOC_STATE.
           MOVE 0   TO WS_ALOC_LINE_COUNT.
           MOVE 0   TO WS_ALOC_REMAINDER_COUNT.
           MOVE 0   TO WS_ALOC_REMAINDER_IDX.
           MOVE 0   TO WS_ALOC_DUP_COUNT.
           MOVE 0   TO WS_ALOC_PERCENT_TOTAL.
           MOVE 0   TO WS_ALOC_SPREAD_AMOUNT.
           MOVE 0   TO WS_ALOC_SPREAD_ORIGINAL.
           PERFORM 4050-COUNT-ALLOCATION-LINE THRU 4050-EXIT
               VARYING WS_ALOC_IDX FROM 1 BY 1
               UNTIL WS_ALOC_IDX > WS_ALOC_COUNT.
           IF WS_ALOC_LINE_COUNT = 0
               GO TO 4040-EXIT
           END-IF.
           IF WS_ALOC_PERCENT_TOTAL NOT = 100
               OR WS_ALOC_REMAINDER_COUNT NOT = 1
               OR WS_ALOC_DUP_COUNT > 0
               MOVE "I" TO WS_ALOC_STATE
               DISPLAY "SUMHLDRL WARNING - ALLOCATION RULES FOR "
                   WS_HOLD_BATCH_ID " INVALID ON "
                   WS_HOLD_RUN_DATE " - RELEASED UNSPLIT"
               GO TO 4040-EXIT
           END-IF.
           MOVE "V" TO WS_ALOC_STATE.
           PERFORM 4060-SPLIT-ALLOCATION-LINE THRU 4060-EXIT
               VARYING WS_ALOC_IDX FROM 1 BY 1
               UNTIL WS_ALOC_IDX > WS_ALOC_COUNT.
           COMPUTE WS_ALOC_TAB_AMOUNT (WS_ALOC_REMAINDER_IDX)
               = WS_HOLD_SUBTOTAL - WS_ALOC_SPREAD_AMOUNT.
           COMPUTE WS_ALOC_TAB_ORIGINAL (WS_ALOC_REMAINDER_IDX)
               = WS_ALOC_WORK_ORIGINAL - WS_ALOC_SPREAD_ORIGINAL.
       4040-EXIT.
           EXIT.

       4050-COUNT-ALLOCATION-LINE.
           IF WS_ALOC_TAB_BATCH_ID (WS_ALOC_IDX) NOT = WS_HOLD_BATCH_ID
               OR WS_ALOC_TAB_FROM (WS_ALOC_IDX) > WS_HOLD_RUN_DATE
               OR (WS_ALOC_TAB_TO (WS_ALOC_IDX) NOT = 0
                   AND WS_ALOC_TAB_TO (WS_ALOC_IDX) < WS_HOLD_RUN_DATE)
               GO TO 4050-EXIT
           END-IF.
           ADD 1 TO WS_ALOC_LINE_COUNT.
           ADD WS_ALOC_TAB_PERCENT (WS_ALOC_IDX) TO WS_ALOC_PERCENT_TOTAL.
           IF WS_ALOC_TAB_REMAINDER (WS_ALOC_IDX) = "Y"
               ADD 1 TO WS_ALOC_REMAINDER_COUNT
               MOVE WS_ALOC_IDX TO WS_ALOC_REMAINDER_IDX
           END-IF.
           PERFORM 4055-SCAN-ALLOCATION-LINES THRU 4055-EXIT
               VARYING WS_ALOC_DUP_IDX FROM 1 BY 1
               UNTIL WS_ALOC_DUP_IDX NOT < WS_ALOC_IDX
                   OR (WS_ALOC_TAB_BATCH_ID (WS_ALOC_DUP_IDX)
                           = WS_HOLD_BATCH_ID
                       AND WS_ALOC_TAB_LINE_NO (WS_ALOC_DUP_IDX)
                           = WS_ALOC_TAB_LINE_NO (WS_ALOC_IDX)
                       AND WS_ALOC_TAB_FROM (WS_ALOC_DUP_IDX)
                           NOT > WS_HOLD_RUN_DATE
                       AND (WS_ALOC_TAB_TO (WS_ALOC_DUP_IDX) = 0
                           OR WS_ALOC_TAB_TO (WS_ALOC_DUP_IDX)
                               NOT < WS_HOLD_RUN_DATE)).
           IF WS_ALOC_DUP_IDX < WS_ALOC_IDX
               ADD 1 TO WS_ALOC_DUP_COUNT
           END-IF.
       4050-EXIT.
           EXIT.

       4055-SCAN-ALLOCATION-LINES.
           CONTINUE.
       4055-EXIT.
           EXIT.

       4060-SPLIT-ALLOCATION-LINE.
           IF NOT (WS_ALOC_TAB_BATCH_ID (WS_ALOC_IDX) = WS_HOLD_BATCH_ID
               AND WS_ALOC_TAB_FROM (WS_ALOC_IDX) NOT > WS_HOLD_RUN_DATE
               AND (WS_ALOC_TAB_TO (WS_ALOC_IDX) = 0
                   OR WS_ALOC_TAB_TO (WS_ALOC_IDX) NOT < WS_HOLD_RUN_DATE))
               OR WS_ALOC_IDX = WS_ALOC_REMAINDER_IDX
               GO TO 4060-EXIT
           END-IF.
           COMPUTE WS_ALOC_TAB_AMOUNT (WS_ALOC_IDX) ROUNDED
               = WS_HOLD_SUBTOTAL * WS_ALOC_TAB_PERCENT (WS_ALOC_IDX)
                   / 100.
           COMPUTE WS_ALOC_TAB_ORIGINAL (WS_ALOC_IDX) ROUNDED
               = WS_ALOC_WORK_ORIGINAL
                   * WS_ALOC_TAB_PERCENT (WS_ALOC_IDX) / 100.
           ADD WS_ALOC_TAB_AMOUNT (WS_ALOC_IDX) TO WS_ALOC_SPREAD_AMOUNT.
           ADD WS_ALOC_TAB_ORIGINAL (WS_ALOC_IDX)
               TO WS_ALOC_SPREAD_ORIGINAL.
       4060-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 4070-WRITE-ALLOCATION-POSTING
      *>     Writes the release feed record and sent-log entry for
      *>     one allocation line in effect for the held batch.
      *>----------------------------------------------------------
       4070-WRITE-ALLOCATION-POSTING.
           IF NOT (WS_ALOC_TAB_BATCH_ID (WS_ALOC_IDX) = WS_HOLD_BATCH_ID
               AND WS_ALOC_TAB_FROM (WS_ALOC_IDX) NOT > WS_HOLD_RUN_DATE
               AND (WS_ALOC_TAB_TO (WS_ALOC_IDX) = 0
                   OR WS_ALOC_TAB_TO (WS_ALOC_IDX) NOT < WS_HOLD_RUN_DATE))
               GO TO 4070-EXIT
           END-IF.
           MOVE SPACES                  TO SUM_GL_RECORD.
           MOVE "D"                     TO WS_GL_RECORD_TYPE.
           MOVE WS_ACTN_RUN_YEAR        TO WS_GL_RUN_YEAR.
           MOVE WS_ACTN_RUN_MONTH       TO WS_GL_RUN_MONTH.
           MOVE WS_ACTN_RUN_DAY         TO WS_GL_RUN_DAY.
           MOVE WS_HOLD_SOURCE_ID       TO WS_GL_SOURCE_ID.
           MOVE WS_HOLD_BATCH_ID        TO WS_GL_BATCH_ID.
           MOVE WS_ALOC_TAB_ACCOUNT (WS_ALOC_IDX)     TO WS_GL_ACCOUNT.
           MOVE WS_ALOC_TAB_COST_CENTER (WS_ALOC_IDX)
               TO WS_GL_COST_CENTER.
           MOVE WS_ALOC_TAB_AMOUNT (WS_ALOC_IDX) TO WS_GL_TOTAL_AMOUNT.
           MOVE WS_HOLD_CURRENCY        TO WS_GL_CURRENCY.
           MOVE WS_ALOC_TAB_ORIGINAL (WS_ALOC_IDX)
               TO WS_GL_ORIGINAL_AMOUNT.
           MOVE WS_ALOC_TAB_LINE_NO (WS_ALOC_IDX) TO WS_GL_ALLOC_LINE.
           WRITE SUM_GL_RECORD.

           MOVE SPACES                  TO SUM_GLLOG_RECORD.
           MOVE WS_HOLD_RUN_DATE        TO WS_GLLOG_RUN_DATE.
           MOVE WS_HOLD_SOURCE_ID       TO WS_GLLOG_SOURCE_ID.
           MOVE WS_HOLD_BATCH_ID        TO WS_GLLOG_BATCH_ID.
           MOVE WS_ALOC_TAB_AMOUNT (WS_ALOC_IDX) TO WS_GLLOG_AMOUNT.
           MOVE "O"                     TO WS_GLLOG_FEED_TYPE.
           MOVE WS_GL_CURRENCY          TO WS_GLLOG_CURRENCY.
           MOVE WS_GL_ORIGINAL_AMOUNT   TO WS_GLLOG_ORIGINAL_AMOUNT.
           MOVE WS_GL_ALLOC_LINE        TO WS_GLLOG_ALLOC_LINE.
           WRITE SUM_GLLOG_RECORD.
       4070-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8000-PRINT-SUMMARY
      *>     Writes the control counts under the listing and closes
      *>     the files.
      *>----------------------------------------------------------
       8000-PRINT-SUMMARY.
           MOVE SPACES TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 1 LINE.
           MOVE "ACTION CARDS READ"      TO WS_RPT_SUM_LABEL.
           MOVE WS_CARD_COUNT            TO WS_RPT_SUM_COUNT.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE "BATCHES RELEASED"       TO WS_RPT_SUM_LABEL.
           MOVE WS_RELEASED_COUNT        TO WS_RPT_SUM_COUNT.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE "BATCHES CONFIRMED"      TO WS_RPT_SUM_LABEL.
           MOVE WS_CONFIRMED_COUNT       TO WS_RPT_SUM_COUNT.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           MOVE "CARDS REFUSED"          TO WS_RPT_SUM_LABEL.
           MOVE WS_REFUSED_COUNT         TO WS_RPT_SUM_COUNT.
           PERFORM 8300-WRITE-SUMMARY-LINE THRU 8300-EXIT.
           CLOSE PRINT-FILE.
           CLOSE RELEASE-FILE.
           CLOSE GLLOG-FILE.
           CLOSE HOLD-FILE.
           CLOSE BATCH-HISTORY-FILE.
           CLOSE HISTORY-FILE.
           CLOSE BALANCE-FILE.
           IF WS_OPRF_OPENED
               CLOSE OPERATOR-FILE
           END-IF.
       8000-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8200-WRITE-DETAIL-LINE
      *>     Writes one detail line, paging with repeated headings
      *>     when the current page is full.
      *>----------------------------------------------------------
       8200-WRITE-DETAIL-LINE.
           MOVE WS_RPT_DETAIL_LINE TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   ADD 1 TO WS_RPT_PAGE_NO
                   PERFORM 8400-WRITE-PAGE-HEADING THRU 8400-EXIT
           END-WRITE.
       8200-EXIT.
           EXIT.

       8300-WRITE-SUMMARY-LINE.
           MOVE WS_RPT_SUMMARY_LINE TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 1 LINE.
       8300-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8400-WRITE-PAGE-HEADING
      *>     Writes the report and column headings at the top of a
      *>     page.
      *>----------------------------------------------------------
       8400-WRITE-PAGE-HEADING.
           MOVE WS_RPT_PAGE_NO TO WS_RPT_HDG_PAGE.
           MOVE WS_RPT_HEADING_LINE1 TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING PAGE.
           MOVE WS_RPT_HEADING_LINE2 TO SUM_RPT_RECORD.
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
