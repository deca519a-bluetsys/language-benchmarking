      *>================================================================
      *> PROGRAM-ID.    SUMBUDRP
      *> AUTHOR.        DATA PROCESSING BATCH SUPPORT
      *> INSTALLATION.  BATCH PROCESSING CENTER
      *> DATE-WRITTEN.  2026-10-15
      *>
      *> REMARKS.
      *>     Budget-versus-actual variance report by cost center.
      *>     Reads the as-of business date and variance tolerance
      *>     from the BVAPARM card, takes the posted actuals for the
      *>     fiscal month through that date from the batch-history
      *>     KSDS (BHISTFIL/SUMBHST), codes each batch to its GL
      *>     account and cost center off the account cross-reference
      *>     (XREFFILE/SUMXREF) - or, for a shared-service batch,
      *>     splits it over the allocation lines in effect on the
      *>     run date (ALLOCFILE/SUMALOC) as the GL feed split it -
      *>     and prints them on BUDGRPT against
      *>     the month's budget from the budget KSDS (BUDGFILE/
      *>     SUMBUDG):
      *>       - month to date - actual, budget prorated by calendar
      *>         day through the as-of date, variance and variance
      *>         percentage, flagged when outside the tolerance;
      *>       - full month - the month's whole budget and what is
      *>         left of it against the actual so far.
      *>     Batches with no cross-reference entry posted under the
      *>     UNASSIGNED account; they print in their own section,
      *>     batch by batch, and are totalled apart from the cost
      *>     centers so they cannot hide in the totals.
      *>
      *>     Only batch-history records that reached the GL feed are
      *>     actuals - a batch the calendar did not schedule, one
      *>     whose tie-out failed, or one still held off the feed as
      *>     out of band posted nothing.  A held batch counts once
      *>     SUMHLDRL has released or confirmed it.  A date that was
      *>     rerun counts once, from its latest run (HISTFILE/
      *>     SUMHIST, by end time), since a rerun's feed replaces the
      *>     earlier run's.  Allocation rules that do not total 100%
      *>     with one remainder line, or that repeat a line number,
      *>     leave the batch unsplit under its cross-reference, as
      *>     the feed posted it.
      *>
      *>     RETURN-CODE 0 - every cost center within tolerance;
      *>                 4 - a cost center outside tolerance, actuals
      *>                     posted UNASSIGNED, or more cost centers
      *>                     or batches than the tables hold;
      *>                 8 - request card in error, nothing printed.
      *>
      *> MODIFICATION HISTORY.
      *>     2026-10-15  RLB  Original program.
      *>     2026-10-15  RLB  Batches still held off the GL feed are
      *>                      not counted as actuals.
      *>     2026-10-15  RLB  XREFFILE is a KSDS keyed on batch id,
      *>                      maintained online through SUMXMNT; the
      *>                      cross-reference is still loaded whole,
      *>                      read in key order.
      *>     2026-10-15  RLB  Actuals come from the latest run of each
      *>                      date only, and a batch with valid
      *>                      allocation rules is split over its
      *>                      allocation lines as the GL feed split
      *>                      it.
      *>================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMBUDRP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE
               ASSIGN TO "BUDGFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS_BUDG_KEY
               FILE STATUS IS WS_BUDG_FILE_STATUS.

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

           SELECT REQUEST-FILE
               ASSIGN TO "BVAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_REQUEST_FILE_STATUS.

           SELECT PRINT-FILE
               ASSIGN TO "BUDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_RPT_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
           COPY SUMBUDG.

       FD  BATCH-HISTORY-FILE.
           COPY SUMBHST.

       FD  HISTORY-FILE.
           COPY SUMHIST.

       FD  XREF-FILE.
           COPY SUMXREF.

       FD  ALLOC-FILE.
           COPY SUMALOC.

       FD  REQUEST-FILE.
           COPY SUMBVAP.

       FD  PRINT-FILE
           LINAGE IS 60 LINES WITH FOOTING AT 55.
           COPY SUMRPT.

       WORKING-STORAGE SECTION.
           01 WS_BUDG_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_BUDG_FILE_OK             VALUE "00".

           01 WS_BHIST_FILE_STATUS             PIC X(02) VALUE SPACES.
               88  WS_BHIST_FILE_OK            VALUE "00".

           01 WS_HIST_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_HIST_FILE_OK             VALUE "00".

           01 WS_XREF_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_XREF_FILE_OK             VALUE "00".

           01 WS_ALOC_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_ALOC_FILE_OK             VALUE "00".

           01 WS_REQUEST_FILE_STATUS           PIC X(02) VALUE SPACES.
               88  WS_REQUEST_FILE_OK          VALUE "00".

           01 WS_RPT_FILE_STATUS               PIC X(02) VALUE SPACES.
               88  WS_RPT_FILE_OK              VALUE "00".

           01 WS_RETURN_CODE                   PIC 9(04) VALUE 0.
               88  WS_RC_NORMAL                VALUE 0.
               88  WS_RC_EXCEPTIONS            VALUE 4.
               88  WS_RC_REQUEST_ERROR         VALUE 8.

           01 WS_REQUEST_SWITCH                PIC X(01) VALUE "N".
               88  WS_REQUEST_FAILED           VALUE "Y".
           01 WS_SELECT_SWITCH                 PIC X(01) VALUE "N".
               88  WS_SELECT_DONE              VALUE "Y".
           01 WS_BSELECT_SWITCH                PIC X(01) VALUE "N".
               88  WS_BSELECT_DONE             VALUE "Y".
           01 WS_XREF_LOAD_DONE_SWITCH         PIC X(01) VALUE "N".
               88  WS_XREF_LOAD_DONE           VALUE "Y".
           01 WS_HIST_DONE_SWITCH              PIC X(01) VALUE "N".
               88  WS_HIST_DONE                VALUE "Y".
           01 WS_TRUNCATED_SWITCH              PIC X(01) VALUE "N".
               88  WS_TABLES_TRUNCATED         VALUE "Y".
           01 WS_ERR_MESSAGE                   PIC X(50).

      *>----------------------------------------------------------
      *> The fiscal month reported and how far through it the
      *> as-of date is, for prorating the month's budget.
      *>----------------------------------------------------------
           01 WS_AS_OF_DATE                    PIC 9(08) VALUE 0.
           01 WS_AS_OF_DATE_PARTS REDEFINES WS_AS_OF_DATE.
               05  WS_AS_OF_YEAR               PIC 9(04).
               05  WS_AS_OF_MONTH              PIC 9(02).
               05  WS_AS_OF_DAY                PIC 9(02).
           01 WS_MONTH_START_DATE              PIC 9(08) VALUE 0.
           01 WS_MONTH_START_PARTS REDEFINES WS_MONTH_START_DATE.
               05  WS_MONTH_START_YEAR         PIC 9(04).
               05  WS_MONTH_START_MONTH        PIC 9(02).
               05  WS_MONTH_START_DAY          PIC 9(02).
           01 WS_NEXT_MONTH_DATE               PIC 9(08) VALUE 0.
           01 WS_NEXT_MONTH_PARTS REDEFINES WS_NEXT_MONTH_DATE.
               05  WS_NEXT_MONTH_YEAR          PIC 9(04).
               05  WS_NEXT_MONTH_MONTH         PIC 9(02).
               05  WS_NEXT_MONTH_DAY           PIC 9(02).
           01 WS_FISCAL_MONTH                  PIC 9(06) VALUE 0.
           01 WS_DAYS_IN_MONTH                 PIC 9(02) VALUE 0.
           01 WS_TOLERANCE_PCT                 PIC 9(03)V99 VALUE 0.

      *>----------------------------------------------------------
      *> Account cross-reference, loaded whole as the nightly run
      *> loads it.
      *>----------------------------------------------------------
           01 WS_XREF_COUNT                    PIC 9(04) VALUE 0.
           01 WS_XREF_IDX                      PIC 9(04).
           01 WS_XREF_TABLE.
               05  WS_XREF_ENTRY OCCURS 50 TIMES.
                   10  WS_XREF_TAB_BATCH_ID    PIC X(08).
                   10  WS_XREF_TAB_ACCOUNT     PIC X(10).
                   10  WS_XREF_TAB_COST_CENTER PIC X(06).
           01 WS_CODE_ACCOUNT                  PIC X(10).
           01 WS_CODE_COST_CENTER              PIC X(06).
           01 WS_CODE_AMOUNT                   PIC S9(16).

      *>----------------------------------------------------------
      *> Cost allocation table.  Every line on ALLOCFILE is kept
      *> with its effective dates, since the month's runs can fall
      *> either side of a rule change; a batch is split by the
      *> lines in effect on its run date, the same way the GL feed
      *> writers split it.
      *>----------------------------------------------------------
           01 WS_ALOC_LOAD_DONE_SWITCH         PIC X(01) VALUE "N".
               88  WS_ALOC_LOAD_DONE           VALUE "Y".
           01 WS_ALOC_STATE                    PIC X(01) VALUE "N".
               88  WS_ALOC_NONE                VALUE "N".
               88  WS_ALOC_VALID               VALUE "V".
               88  WS_ALOC_INVALID             VALUE "I".
           01 WS_ALOC_COUNT                    PIC 9(04) VALUE 0.
           01 WS_ALOC_IDX                      PIC 9(04).
           01 WS_ALOC_LINE_COUNT               PIC 9(04) VALUE 0.
           01 WS_ALOC_REMAINDER_COUNT          PIC 9(04) VALUE 0.
           01 WS_ALOC_DUP_COUNT                PIC 9(04) VALUE 0.
           01 WS_ALOC_DUP_IDX                  PIC 9(04).
           01 WS_ALOC_REMAINDER_IDX            PIC 9(04) VALUE 0.
           01 WS_ALOC_PERCENT_TOTAL            PIC 9(05)V9(04) VALUE 0.
           01 WS_ALOC_SPREAD_AMOUNT            PIC S9(16) VALUE 0.
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

      *>----------------------------------------------------------
      *> Latest run of each day of the month: the history record
      *> with the latest end time, since a rerun held past midnight
      *> carries a lower run sequence than the run it replaced.
      *>----------------------------------------------------------
           01 WS_DAY_IDX                       PIC 9(02) VALUE 0.
           01 WS_DAY_WORK_DATE                 PIC 9(08) VALUE 0.
           01 WS_DAY_WORK_PARTS REDEFINES WS_DAY_WORK_DATE.
               05  WS_DAY_WORK_YEAR            PIC 9(04).
               05  WS_DAY_WORK_MONTH           PIC 9(02).
               05  WS_DAY_WORK_DAY             PIC 9(02).
           01 WS_DAY_TABLE.
               05  WS_DAY_ENTRY OCCURS 31 TIMES.
                   10  WS_DAY_HIST_SWITCH      PIC X(01).
                       88  WS_DAY_HAS_HISTORY  VALUE "Y".
                   10  WS_DAY_RUN_SEQ          PIC 9(08).
                   10  WS_DAY_RUN_END_TIME     PIC 9(16).

      *>----------------------------------------------------------
      *> Cost-center table: one entry per GL account and cost
      *> center with a budget for the month or an actual posted in
      *> it.  Budgeted entries go in first, in KSDS key order;
      *> cost centers with actuals but no budget are appended as
      *> the batch history meets them.
      *>----------------------------------------------------------
           01 WS_CC_COUNT                      PIC 9(04) VALUE 0.
           01 WS_CC_IDX                        PIC 9(04).
           01 WS_CC_TABLE.
               05  WS_CC_ENTRY OCCURS 200 TIMES.
                   10  WS_CC_ACCOUNT           PIC X(10).
                   10  WS_CC_COST_CENTER       PIC X(06).
                   10  WS_CC_MTD_ACTUAL        PIC S9(16).
                   10  WS_CC_MONTH_BUDGET      PIC S9(16).

      *>----------------------------------------------------------
      *> UNASSIGNED table: one entry per batch with no cross-
      *> reference entry that posted in the month.
      *>----------------------------------------------------------
           01 WS_UNASGN_COUNT                  PIC 9(04) VALUE 0.
           01 WS_UNASGN_IDX                    PIC 9(04).
           01 WS_UNASGN_TABLE.
               05  WS_UNASGN_ENTRY OCCURS 100 TIMES.
                   10  WS_UNASGN_BATCH_ID      PIC X(08).
                   10  WS_UNASGN_POST_COUNT    PIC 9(05).
                   10  WS_UNASGN_MTD_ACTUAL    PIC S9(16).

      *>----------------------------------------------------------
      *> Variance working fields and report totals.
      *>----------------------------------------------------------
           01 WS_WORK_MTD_BUDGET               PIC S9(16).
           01 WS_WORK_MTD_VARIANCE             PIC S9(16).
           01 WS_WORK_MONTH_VARIANCE           PIC S9(16).
           01 WS_WORK_PCT                      PIC S9(04)V99.
           01 WS_WORK_VARIANCE                 PIC S9(16).
           01 WS_WORK_BUDGET                   PIC S9(16).
           01 WS_WORK_PCT_TEXT                 PIC X(08).
           01 WS_EDIT_PCT                      PIC -ZZZ9.99.
           01 WS_EDIT_TOLERANCE                PIC ZZ9.99.

           01 WS_FLAGGED_COUNT                 PIC 9(04) VALUE 0.
           01 WS_EDIT_COUNT                    PIC ZZZ9.

           01 WS_TOTAL_MTD_ACTUAL              PIC S9(16) VALUE 0.
           01 WS_TOTAL_MTD_BUDGET              PIC S9(16) VALUE 0.
           01 WS_TOTAL_MONTH_BUDGET            PIC S9(16) VALUE 0.
           01 WS_TOTAL_UNASGN_ACTUAL           PIC S9(16) VALUE 0.
           01 WS_TOTAL_ALL_ACTUAL              PIC S9(16) VALUE 0.

      *>----------------------------------------------------------
      *> Print-report working storage.
      *>----------------------------------------------------------
           01 WS_RPT_PAGE_NO                   PIC 9(04) VALUE 1.

           01 WS_RPT_HEADING_LINE1.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(32)
                       VALUE "SUMBUDRP BUDGET VERSUS ACTUAL".
               05  FILLER                      PIC X(07) VALUE "MONTH: ".
               05  WS_RPT_HDG_MONTH            PIC X(07).
               05  FILLER                      PIC X(04) VALUE SPACES.
               05  FILLER                      PIC X(07) VALUE "AS OF: ".
               05  WS_RPT_HDG_AS_OF            PIC X(10).
               05  FILLER                      PIC X(04) VALUE SPACES.
               05  FILLER                      PIC X(11) VALUE "TOLERANCE: ".
               05  WS_RPT_HDG_TOLERANCE        PIC X(07).
               05  FILLER                      PIC X(06) VALUE SPACES.
               05  FILLER                      PIC X(06) VALUE "PAGE: ".
               05  WS_RPT_HDG_PAGE             PIC ZZZ9.
               05  FILLER                      PIC X(26) VALUE SPACES.

           01 WS_RPT_SECTION_CC.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(40)
                       VALUE "COST CENTERS".
               05  FILLER                      PIC X(91) VALUE SPACES.

           01 WS_RPT_SECTION_UNASGN.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(40)
                       VALUE "UNASSIGNED - NO ACCOUNT CROSS-REFERENCE".
               05  FILLER                      PIC X(91) VALUE SPACES.

           01 WS_RPT_CC_HEADING.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(17)
                       VALUE "ACCOUNT    CC".
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  FILLER                      PIC X(15)
                       VALUE "     MTD ACTUAL".
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(15)
                       VALUE "     MTD BUDGET".
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(15)
                       VALUE "   MTD VARIANCE".
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(08) VALUE "   MTD %".
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  FILLER                      PIC X(15)
                       VALUE "   MONTH BUDGET".
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(15)
                       VALUE " MONTH VARIANCE".
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(08) VALUE " MONTH %".
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  FILLER                      PIC X(10) VALUE "FLAG".
               05  FILLER                      PIC X(02) VALUE SPACES.

           01 WS_RPT_CC_DETAIL.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_CC_ACCOUNT           PIC X(10).
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_CC_COST_CENTER       PIC X(06).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_CC_MTD_ACTUAL        PIC Z(13)9-.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_CC_MTD_BUDGET        PIC Z(13)9-.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_CC_MTD_VARIANCE      PIC Z(13)9-.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_CC_MTD_PCT           PIC X(08).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_CC_MONTH_BUDGET      PIC Z(13)9-.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_CC_MONTH_VARIANCE    PIC Z(13)9-.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_CC_MONTH_PCT         PIC X(08).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_CC_FLAG              PIC X(10).
               05  FILLER                      PIC X(02) VALUE SPACES.

           01 WS_RPT_CC_TOTAL.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(17)
                       VALUE "COST CENTER TOTAL".
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_CT_MTD_ACTUAL        PIC Z(13)9-.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_CT_MTD_BUDGET        PIC Z(13)9-.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_CT_MTD_VARIANCE      PIC Z(13)9-.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_CT_MTD_PCT           PIC X(08).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_CT_MONTH_BUDGET      PIC Z(13)9-.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_CT_MONTH_VARIANCE    PIC Z(13)9-.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_CT_MONTH_PCT         PIC X(08).
               05  FILLER                      PIC X(14) VALUE SPACES.

           01 WS_RPT_UNASGN_HEADING.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(10) VALUE "BATCH".
               05  FILLER                      PIC X(08) VALUE "POSTINGS".
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  FILLER                      PIC X(15)
                       VALUE "     MTD ACTUAL".
               05  FILLER                      PIC X(96) VALUE SPACES.

           01 WS_RPT_UNASGN_DETAIL.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_UA_BATCH_ID          PIC X(08).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_UA_POSTS             PIC ZZZZZZZ9.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_UA_MTD_ACTUAL        PIC Z(13)9-.
               05  FILLER                      PIC X(96) VALUE SPACES.

           01 WS_RPT_SUMMARY_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_SUM_LABEL            PIC X(20).
               05  WS_RPT_SUM_AMOUNT           PIC Z(13)9-.
               05  FILLER                      PIC X(96) VALUE SPACES.

           01 WS_RPT_MESSAGE_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_MSG_TEXT             PIC X(80).
               05  FILLER                      PIC X(51) VALUE SPACES.

           01 WS_EDIT_DATE.
               05  WS_EDIT_DATE_YEAR           PIC 9(04).
               05  WS_EDIT_DATE_MONTH          PIC 9(02).
               05  WS_EDIT_DATE_DAY            PIC 9(02).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS_REQUEST_FAILED
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           PERFORM 2000-LOAD-XREF-TABLE THRU 2000-EXIT.
           PERFORM 2050-LOAD-ALLOCATIONS THRU 2050-EXIT.
           PERFORM 2100-LOAD-BUDGETS THRU 2100-EXIT.
           PERFORM 2150-LOAD-RUN-HISTORY THRU 2150-EXIT.
           PERFORM 2200-SELECT-ACTUALS THRU 2200-EXIT.
           PERFORM 8000-PRINT-REPORT THRU 8000-EXIT.
           IF WS_TABLES_TRUNCATED
               DISPLAY "SUMBUDRP WARNING - MORE COST CENTERS OR "
                   "UNASSIGNED BATCHES THAN THE TABLES HOLD - "
                   "THE REPORT IS INCOMPLETE"
               SET WS_RC_EXCEPTIONS TO TRUE
           END-IF.
       9999-PROGRAM-EXIT.
           MOVE WS_RETURN_CODE TO RETURN-CODE.
           STOP RUN.

      *>----------------------------------------------------------
      *> 1000-INITIALIZE
      *>     Reads and edits the request card.  A missing card, an
      *>     invalid as-of date or a non-numeric tolerance ends the
      *>     run with RETURN-CODE 8 before any file is touched.
      *>----------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT REQUEST-FILE.
           IF NOT WS_REQUEST_FILE_OK
               MOVE "REQUEST CARD (BVAPARM) COULD NOT BE OPENED"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1000-EXIT
           END-IF.

           READ REQUEST-FILE
               AT END
                   MOVE "REQUEST CARD (BVAPARM) IS EMPTY"
                       TO WS_ERR_MESSAGE
                   PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               NOT AT END
                   PERFORM 1010-EDIT-REQUEST THRU 1010-EXIT
           END-READ.
           CLOSE REQUEST-FILE.
       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 1010-EDIT-REQUEST
      *>     Edits the card and works out the fiscal month, its
      *>     first day and its length from the as-of date.
      *>----------------------------------------------------------
       1010-EDIT-REQUEST.
           IF WS_BVAP_AS_OF_DATE NOT NUMERIC
               MOVE "AS-OF DATE MUST BE NUMERIC YYYYMMDD"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1010-EXIT
           END-IF.
           MOVE WS_BVAP_AS_OF_DATE TO WS_AS_OF_DATE.
           IF WS_AS_OF_YEAR < 1601
               OR WS_AS_OF_MONTH < 1 OR WS_AS_OF_MONTH > 12
               OR WS_AS_OF_DAY < 1
               MOVE "AS-OF DATE IS NOT A VALID DATE" TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1010-EXIT
           END-IF.
           IF WS_BVAP_TOLERANCE_PCT NOT NUMERIC
               MOVE "TOLERANCE MUST BE NUMERIC 999V99"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1010-EXIT
           END-IF.
           MOVE WS_BVAP_TOLERANCE_PCT TO WS_TOLERANCE_PCT.

           MOVE WS_AS_OF_DATE TO WS_MONTH_START_DATE.
           MOVE 1             TO WS_MONTH_START_DAY.
           MOVE WS_MONTH_START_DATE TO WS_NEXT_MONTH_DATE.
           IF WS_NEXT_MONTH_MONTH = 12
               ADD 1 TO WS_NEXT_MONTH_YEAR
               MOVE 1 TO WS_NEXT_MONTH_MONTH
           ELSE
               ADD 1 TO WS_NEXT_MONTH_MONTH
           END-IF.
           COMPUTE WS_DAYS_IN_MONTH =
               FUNCTION INTEGER-OF-DATE (WS_NEXT_MONTH_DATE)
               - FUNCTION INTEGER-OF-DATE (WS_MONTH_START_DATE).
           IF WS_AS_OF_DAY > WS_DAYS_IN_MONTH
               MOVE "AS-OF DATE IS NOT A VALID DATE" TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1010-EXIT
           END-IF.
           COMPUTE WS_FISCAL_MONTH = WS_AS_OF_DATE / 100.
       1010-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 1020-REPORT-REQUEST-ERROR
      *>     Writes a clean, labeled request-card error message and
      *>     sets RETURN-CODE 8.
      *>----------------------------------------------------------
       1020-REPORT-REQUEST-ERROR.
           MOVE "Y" TO WS_REQUEST_SWITCH.
           DISPLAY "==========================".
           DISPLAY "SUMBUDRP REQUEST ERROR".
           DISPLAY "REASON: " WS_ERR_MESSAGE.
           SET WS_RC_REQUEST_ERROR TO TRUE.
       1020-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2000-LOAD-XREF-TABLE
      *>     Loads the account cross-reference.  A missing file
      *>     leaves the table empty, so every batch reports in the
      *>     UNASSIGNED section - which is where the nightly run
      *>     posted them.
      *>----------------------------------------------------------
       2000-LOAD-XREF-TABLE.
           OPEN INPUT XREF-FILE.
           IF NOT WS_XREF_FILE_OK
               DISPLAY "SUMBUDRP - CROSS-REFERENCE FILE NOT AVAILABLE, "
                   "STATUS " WS_XREF_FILE_STATUS
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2010-READ-XREF-RECORD THRU 2010-EXIT
               UNTIL WS_XREF_LOAD_DONE.
           CLOSE XREF-FILE.
       2000-EXIT.
           EXIT.

       2010-READ-XREF-RECORD.
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
       2010-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2050-LOAD-ALLOCATIONS
      *>     Loads the allocation rules into their table; a
      *>     missing file leaves it empty and every batch reports
      *>     under its cross-reference, matching the feed.
      *>----------------------------------------------------------
       2050-LOAD-ALLOCATIONS.
           OPEN INPUT ALLOC-FILE.
           IF NOT WS_ALOC_FILE_OK
               GO TO 2050-EXIT
           END-IF.
           PERFORM 2060-READ-ALLOCATION-RECORD THRU 2060-EXIT
               UNTIL WS_ALOC_LOAD_DONE.
           CLOSE ALLOC-FILE.
       2050-EXIT.
           EXIT.

       2060-READ-ALLOCATION-RECORD.
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
                           DISPLAY "SUMBUDRP WARNING - MORE THAN 200 "
                               "ALLOCATION LINES, BATCH "
                               WS_ALOC_BATCH_ID " LINE "
                               WS_ALOC_LINE_NO " IGNORED"
                       END-IF
                   END-IF
           END-READ.
       2060-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2100-LOAD-BUDGETS
      *>     Browses the budget KSDS and files every account and
      *>     cost center budgeted for the fiscal month on the cost-
      *>     center table.  The month is the low-order part of the
      *>     key, so the whole file is read.  A missing file means
      *>     no budgets have been loaded - every cost center then
      *>     reports against a zero budget.
      *>----------------------------------------------------------
       2100-LOAD-BUDGETS.
           OPEN INPUT BUDGET-FILE.
           IF NOT WS_BUDG_FILE_OK
               DISPLAY "SUMBUDRP - BUDGET FILE NOT AVAILABLE, STATUS "
                   WS_BUDG_FILE_STATUS
               GO TO 2100-EXIT
           END-IF.

           MOVE LOW-VALUES TO WS_BUDG_KEY.
           START BUDGET-FILE KEY NOT < WS_BUDG_KEY
               INVALID KEY
                   MOVE "Y" TO WS_SELECT_SWITCH
           END-START.

           PERFORM 2110-READ-BUDGET-RECORD THRU 2110-EXIT
               UNTIL WS_SELECT_DONE.
           CLOSE BUDGET-FILE.
       2100-EXIT.
           EXIT.

       2110-READ-BUDGET-RECORD.
           READ BUDGET-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS_SELECT_SWITCH
               NOT AT END
                   IF WS_BUDG_FISCAL_MONTH = WS_FISCAL_MONTH
                       PERFORM 2120-FILE-BUDGET THRU 2120-EXIT
                   END-IF
           END-READ.
       2110-EXIT.
           EXIT.

       2120-FILE-BUDGET.
           IF WS_CC_COUNT = 200
               MOVE "Y" TO WS_TRUNCATED_SWITCH
               GO TO 2120-EXIT
           END-IF.
           ADD 1 TO WS_CC_COUNT.
           MOVE WS_BUDG_GL_ACCOUNT  TO WS_CC_ACCOUNT (WS_CC_COUNT).
           MOVE WS_BUDG_COST_CENTER TO WS_CC_COST_CENTER (WS_CC_COUNT).
           MOVE 0                   TO WS_CC_MTD_ACTUAL (WS_CC_COUNT).
           IF WS_BUDG_AMOUNT NUMERIC
               MOVE WS_BUDG_AMOUNT  TO WS_CC_MONTH_BUDGET (WS_CC_COUNT)
           ELSE
               MOVE 0               TO WS_CC_MONTH_BUDGET (WS_CC_COUNT)
           END-IF.
       2120-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2150-LOAD-RUN-HISTORY
      *>     Finds the latest run of each day of the month through
      *>     the as-of date.  A day with no history record counts
      *>     every batch-history record it has.
      *>----------------------------------------------------------
       2150-LOAD-RUN-HISTORY.
           PERFORM 2170-CLEAR-DAY THRU 2170-EXIT
               VARYING WS_DAY_IDX FROM 1 BY 1
               UNTIL WS_DAY_IDX > 31.
           OPEN INPUT HISTORY-FILE.
           IF NOT WS_HIST_FILE_OK
               DISPLAY "SUMBUDRP - HISTORY FILE NOT AVAILABLE, "
                   "STATUS " WS_HIST_FILE_STATUS
               GO TO 2150-EXIT
           END-IF.
           MOVE WS_MONTH_START_DATE TO WS_HIST_RUN_DATE.
           MOVE ZEROS               TO WS_HIST_RUN_SEQ.
           START HISTORY-FILE KEY NOT < WS_HIST_KEY
               INVALID KEY
                   MOVE "Y" TO WS_HIST_DONE_SWITCH
           END-START.
           PERFORM 2160-READ-RUN-HISTORY THRU 2160-EXIT
               UNTIL WS_HIST_DONE.
           CLOSE HISTORY-FILE.
       2150-EXIT.
           EXIT.

       2160-READ-RUN-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS_HIST_DONE_SWITCH
                   GO TO 2160-EXIT
           END-READ.
           IF WS_HIST_RUN_DATE > WS_AS_OF_DATE
               MOVE "Y" TO WS_HIST_DONE_SWITCH
               GO TO 2160-EXIT
           END-IF.
           MOVE WS_HIST_RUN_DATE TO WS_DAY_WORK_DATE.
           MOVE WS_DAY_WORK_DAY  TO WS_DAY_IDX.
           IF WS_DAY_HAS_HISTORY (WS_DAY_IDX)
               AND WS_HIST_END_TIME
                   < WS_DAY_RUN_END_TIME (WS_DAY_IDX)
               GO TO 2160-EXIT
           END-IF.
           MOVE "Y"              TO WS_DAY_HIST_SWITCH (WS_DAY_IDX).
           MOVE WS_HIST_RUN_SEQ  TO WS_DAY_RUN_SEQ (WS_DAY_IDX).
           MOVE WS_HIST_END_TIME TO WS_DAY_RUN_END_TIME (WS_DAY_IDX).
       2160-EXIT.
           EXIT.

       2170-CLEAR-DAY.
           MOVE "N" TO WS_DAY_HIST_SWITCH (WS_DAY_IDX).
           MOVE 0   TO WS_DAY_RUN_SEQ (WS_DAY_IDX).
           MOVE 0   TO WS_DAY_RUN_END_TIME (WS_DAY_IDX).
       2170-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2200-SELECT-ACTUALS
      *>     Positions the batch-history KSDS at the first day of
      *>     the fiscal month and rolls every posted batch through
      *>     the as-of date into its cost center, or into the
      *>     UNASSIGNED table when it has no cross-reference entry.
      *>     Only the latest run of a date that was rerun counts.
      *>----------------------------------------------------------
       2200-SELECT-ACTUALS.
           OPEN INPUT BATCH-HISTORY-FILE.
           IF NOT WS_BHIST_FILE_OK
               DISPLAY "SUMBUDRP - BATCH-HISTORY FILE NOT AVAILABLE, "
                   "STATUS " WS_BHIST_FILE_STATUS
               GO TO 2200-EXIT
           END-IF.

           MOVE WS_MONTH_START_DATE TO WS_BHIST_RUN_DATE.
           MOVE ZEROS               TO WS_BHIST_RUN_SEQ.
           MOVE LOW-VALUES          TO WS_BHIST_BATCH_ID.
           START BATCH-HISTORY-FILE KEY NOT < WS_BHIST_KEY
               INVALID KEY
                   MOVE "Y" TO WS_BSELECT_SWITCH
           END-START.

           PERFORM 2210-READ-BATCH-HISTORY THRU 2210-EXIT
               UNTIL WS_BSELECT_DONE.
           CLOSE BATCH-HISTORY-FILE.
       2200-EXIT.
           EXIT.

       2210-READ-BATCH-HISTORY.
           READ BATCH-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS_BSELECT_SWITCH
                   GO TO 2210-EXIT
           END-READ.
           IF WS_BHIST_RUN_DATE > WS_AS_OF_DATE
               MOVE "Y" TO WS_BSELECT_SWITCH
               GO TO 2210-EXIT
           END-IF.
           MOVE WS_BHIST_RUN_DATE TO WS_DAY_WORK_DATE.
           MOVE WS_DAY_WORK_DAY   TO WS_DAY_IDX.
           IF WS_DAY_HAS_HISTORY (WS_DAY_IDX)
               AND WS_BHIST_RUN_SEQ NOT = WS_DAY_RUN_SEQ (WS_DAY_IDX)
               GO TO 2210-EXIT
           END-IF.
           IF WS_BHIST_SCHEDULED NOT = "N"
               AND WS_BHIST_ERROR_STATUS NOT = "E"
               AND NOT WS_BHIST_GL_HELD
               AND WS_BHIST_SUBTOTAL NUMERIC
               PERFORM 2220-ACCUMULATE-ACTUAL THRU 2220-EXIT
           END-IF.
       2210-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2220-ACCUMULATE-ACTUAL
      *>     Codes one posted batch to its account and cost center
      *>     and adds its subtotal in - or, when valid allocation
      *>     rules were in effect on its run date, adds each
      *>     allocation line's share to that line's account and
      *>     cost center.
      *>----------------------------------------------------------
       2220-ACCUMULATE-ACTUAL.
           PERFORM 2300-FIND-ALLOCATION THRU 2300-EXIT.
           IF WS_ALOC_VALID
               PERFORM 2330-POST-ALLOCATION-LINE THRU 2330-EXIT
                   VARYING WS_ALOC_IDX FROM 1 BY 1
                   UNTIL WS_ALOC_IDX > WS_ALOC_COUNT
               GO TO 2220-EXIT
           END-IF.

           PERFORM 2230-SCAN-XREF THRU 2230-EXIT
               VARYING WS_XREF_IDX FROM 1 BY 1
               UNTIL WS_XREF_IDX > WS_XREF_COUNT
                   OR WS_XREF_TAB_BATCH_ID (WS_XREF_IDX)
                       = WS_BHIST_BATCH_ID.
           IF WS_XREF_IDX > WS_XREF_COUNT
               PERFORM 2250-ACCUMULATE-UNASSIGNED THRU 2250-EXIT
               GO TO 2220-EXIT
           END-IF.
           MOVE WS_XREF_TAB_ACCOUNT (WS_XREF_IDX)     TO WS_CODE_ACCOUNT.
           MOVE WS_XREF_TAB_COST_CENTER (WS_XREF_IDX) TO WS_CODE_COST_CENTER.
           MOVE WS_BHIST_SUBTOTAL                     TO WS_CODE_AMOUNT.
           PERFORM 2225-ADD-TO-COST-CENTER THRU 2225-EXIT.
       2220-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2225-ADD-TO-COST-CENTER
      *>     Finds (or appends) the cost-center entry for the
      *>     account and cost center in WS_CODE_ACCOUNT and
      *>     WS_CODE_COST_CENTER and adds WS_CODE_AMOUNT in.
      *>----------------------------------------------------------
       2225-ADD-TO-COST-CENTER.
           PERFORM 2240-FIND-COST-CENTER THRU 2240-EXIT
               VARYING WS_CC_IDX FROM 1 BY 1
               UNTIL WS_CC_IDX > WS_CC_COUNT
                   OR (WS_CC_ACCOUNT (WS_CC_IDX) = WS_CODE_ACCOUNT
                       AND WS_CC_COST_CENTER (WS_CC_IDX)
                           = WS_CODE_COST_CENTER).
           IF WS_CC_IDX > WS_CC_COUNT
               IF WS_CC_COUNT = 200
                   MOVE "Y" TO WS_TRUNCATED_SWITCH
                   GO TO 2225-EXIT
               END-IF
               ADD 1 TO WS_CC_COUNT
               MOVE WS_CC_COUNT         TO WS_CC_IDX
               MOVE WS_CODE_ACCOUNT     TO WS_CC_ACCOUNT (WS_CC_IDX)
               MOVE WS_CODE_COST_CENTER TO WS_CC_COST_CENTER (WS_CC_IDX)
               MOVE 0 TO WS_CC_MTD_ACTUAL (WS_CC_IDX)
               MOVE 0 TO WS_CC_MONTH_BUDGET (WS_CC_IDX)
           END-IF.
           ADD WS_CODE_AMOUNT TO WS_CC_MTD_ACTUAL (WS_CC_IDX).
       2225-EXIT.
           EXIT.

       2230-SCAN-XREF.
           CONTINUE.
       2230-EXIT.
           EXIT.

       2240-FIND-COST-CENTER.
           CONTINUE.
       2240-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2250-ACCUMULATE-UNASSIGNED
      *>     Finds (or appends) the batch's UNASSIGNED entry and
      *>     adds its subtotal in.
      *>----------------------------------------------------------
       2250-ACCUMULATE-UNASSIGNED.
           PERFORM 2260-FIND-UNASSIGNED THRU 2260-EXIT
               VARYING WS_UNASGN_IDX FROM 1 BY 1
               UNTIL WS_UNASGN_IDX > WS_UNASGN_COUNT
                   OR WS_UNASGN_BATCH_ID (WS_UNASGN_IDX)
                       = WS_BHIST_BATCH_ID.
           IF WS_UNASGN_IDX > WS_UNASGN_COUNT
               IF WS_UNASGN_COUNT = 100
                   MOVE "Y" TO WS_TRUNCATED_SWITCH
                   GO TO 2250-EXIT
               END-IF
               ADD 1 TO WS_UNASGN_COUNT
               MOVE WS_UNASGN_COUNT TO WS_UNASGN_IDX
               MOVE WS_BHIST_BATCH_ID
                   TO WS_UNASGN_BATCH_ID (WS_UNASGN_IDX)
               MOVE 0 TO WS_UNASGN_POST_COUNT (WS_UNASGN_IDX)
               MOVE 0 TO WS_UNASGN_MTD_ACTUAL (WS_UNASGN_IDX)
           END-IF.
           ADD 1 TO WS_UNASGN_POST_COUNT (WS_UNASGN_IDX).
           ADD WS_BHIST_SUBTOTAL TO WS_UNASGN_MTD_ACTUAL (WS_UNASGN_IDX).
       2250-EXIT.
           EXIT.

       2260-FIND-UNASSIGNED.
           CONTINUE.
       2260-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2300-FIND-ALLOCATION
      *>     Totals the allocation lines for the batch in effect
      *>     on its run date.  Lines totalling exactly 100% with
      *>     exactly one remainder line and no line number repeated
      *>     split the batch, each line's share worked out by 2320
      *>     with the remainder line taking the rounding; any other
      *>     rules leave the batch unsplit, as the feed posted it.
      *>----------------------------------------------------------
       2300-FIND-ALLOCATION.
           MOVE "N" TO WS_ALOC_STATE.
           MOVE 0   TO WS_ALOC_LINE_COUNT.
           MOVE 0   TO WS_ALOC_REMAINDER_COUNT.
           MOVE 0   TO WS_ALOC_REMAINDER_IDX.
           MOVE 0   TO WS_ALOC_DUP_COUNT.
           MOVE 0   TO WS_ALOC_PERCENT_TOTAL.
           MOVE 0   TO WS_ALOC_SPREAD_AMOUNT.
           PERFORM 2310-COUNT-ALLOCATION-LINE THRU 2310-EXIT
               VARYING WS_ALOC_IDX FROM 1 BY 1
               UNTIL WS_ALOC_IDX > WS_ALOC_COUNT.
           IF WS_ALOC_LINE_COUNT = 0
               GO TO 2300-EXIT
           END-IF.
           IF WS_ALOC_PERCENT_TOTAL NOT = 100
               OR WS_ALOC_REMAINDER_COUNT NOT = 1
               OR WS_ALOC_DUP_COUNT > 0
               MOVE "I" TO WS_ALOC_STATE
               GO TO 2300-EXIT
           END-IF.
           MOVE "V" TO WS_ALOC_STATE.
           PERFORM 2320-SPLIT-ALLOCATION-LINE THRU 2320-EXIT
               VARYING WS_ALOC_IDX FROM 1 BY 1
               UNTIL WS_ALOC_IDX > WS_ALOC_COUNT.
           COMPUTE WS_ALOC_TAB_AMOUNT (WS_ALOC_REMAINDER_IDX)
               = WS_BHIST_SUBTOTAL - WS_ALOC_SPREAD_AMOUNT.
       2300-EXIT.
           EXIT.

       2310-COUNT-ALLOCATION-LINE.
           IF WS_ALOC_TAB_BATCH_ID (WS_ALOC_IDX) NOT = WS_BHIST_BATCH_ID
               OR WS_ALOC_TAB_FROM (WS_ALOC_IDX) > WS_BHIST_RUN_DATE
               OR (WS_ALOC_TAB_TO (WS_ALOC_IDX) NOT = 0
                   AND WS_ALOC_TAB_TO (WS_ALOC_IDX) < WS_BHIST_RUN_DATE)
               GO TO 2310-EXIT
           END-IF.
           ADD 1 TO WS_ALOC_LINE_COUNT.
           ADD WS_ALOC_TAB_PERCENT (WS_ALOC_IDX) TO WS_ALOC_PERCENT_TOTAL.
           IF WS_ALOC_TAB_REMAINDER (WS_ALOC_IDX) = "Y"
               ADD 1 TO WS_ALOC_REMAINDER_COUNT
               MOVE WS_ALOC_IDX TO WS_ALOC_REMAINDER_IDX
           END-IF.
           PERFORM 2315-SCAN-ALLOCATION-LINES THRU 2315-EXIT
               VARYING WS_ALOC_DUP_IDX FROM 1 BY 1
               UNTIL WS_ALOC_DUP_IDX NOT < WS_ALOC_IDX
                   OR (WS_ALOC_TAB_BATCH_ID (WS_ALOC_DUP_IDX)
                           = WS_BHIST_BATCH_ID
                       AND WS_ALOC_TAB_LINE_NO (WS_ALOC_DUP_IDX)
                           = WS_ALOC_TAB_LINE_NO (WS_ALOC_IDX)
                       AND WS_ALOC_TAB_FROM (WS_ALOC_DUP_IDX)
                           NOT > WS_BHIST_RUN_DATE
                       AND (WS_ALOC_TAB_TO (WS_ALOC_DUP_IDX) = 0
                           OR WS_ALOC_TAB_TO (WS_ALOC_DUP_IDX)
                               NOT < WS_BHIST_RUN_DATE)).
           IF WS_ALOC_DUP_IDX < WS_ALOC_IDX
               ADD 1 TO WS_ALOC_DUP_COUNT
           END-IF.
       2310-EXIT.
           EXIT.

       2315-SCAN-ALLOCATION-LINES.
           CONTINUE.
       2315-EXIT.
           EXIT.

       2320-SPLIT-ALLOCATION-LINE.
           IF NOT (WS_ALOC_TAB_BATCH_ID (WS_ALOC_IDX) = WS_BHIST_BATCH_ID
               AND WS_ALOC_TAB_FROM (WS_ALOC_IDX) NOT > WS_BHIST_RUN_DATE
               AND (WS_ALOC_TAB_TO (WS_ALOC_IDX) = 0
                   OR WS_ALOC_TAB_TO (WS_ALOC_IDX)
                       NOT < WS_BHIST_RUN_DATE))
               OR WS_ALOC_IDX = WS_ALOC_REMAINDER_IDX
               GO TO 2320-EXIT
           END-IF.
           COMPUTE WS_ALOC_TAB_AMOUNT (WS_ALOC_IDX) ROUNDED
               = WS_BHIST_SUBTOTAL * WS_ALOC_TAB_PERCENT (WS_ALOC_IDX)
                   / 100.
           ADD WS_ALOC_TAB_AMOUNT (WS_ALOC_IDX) TO WS_ALOC_SPREAD_AMOUNT.
       2320-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2330-POST-ALLOCATION-LINE
      *>     Adds one allocation line's share of the batch to the
      *>     line's account and cost center.
      *>----------------------------------------------------------
       2330-POST-ALLOCATION-LINE.
           IF WS_ALOC_TAB_BATCH_ID (WS_ALOC_IDX) NOT = WS_BHIST_BATCH_ID
               OR WS_ALOC_TAB_FROM (WS_ALOC_IDX) > WS_BHIST_RUN_DATE
               OR (WS_ALOC_TAB_TO (WS_ALOC_IDX) NOT = 0
                   AND WS_ALOC_TAB_TO (WS_ALOC_IDX) < WS_BHIST_RUN_DATE)
               GO TO 2330-EXIT
           END-IF.
           MOVE WS_ALOC_TAB_ACCOUNT (WS_ALOC_IDX)     TO WS_CODE_ACCOUNT.
           MOVE WS_ALOC_TAB_COST_CENTER (WS_ALOC_IDX) TO WS_CODE_COST_CENTER.
           MOVE WS_ALOC_TAB_AMOUNT (WS_ALOC_IDX)      TO WS_CODE_AMOUNT.
           PERFORM 2225-ADD-TO-COST-CENTER THRU 2225-EXIT.
       2330-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8000-PRINT-REPORT
      *>     Writes the heading, the cost-center section with its
      *>     totals, the UNASSIGNED section with its own total, and
      *>     the all-actuals total and exception count, paging and
      *>     repeating the headings the same way the sum-example
      *>     run report does.
      *>----------------------------------------------------------
       8000-PRINT-REPORT.
           MOVE SPACES TO WS_RPT_HDG_MONTH.
           STRING WS_AS_OF_YEAR "-" WS_AS_OF_MONTH
               DELIMITED BY SIZE INTO WS_RPT_HDG_MONTH.
           MOVE WS_AS_OF_DATE TO WS_EDIT_DATE.
           STRING WS_EDIT_DATE_YEAR  "-"
                  WS_EDIT_DATE_MONTH "-"
                  WS_EDIT_DATE_DAY
                  DELIMITED BY SIZE INTO WS_RPT_HDG_AS_OF.
           MOVE WS_TOLERANCE_PCT TO WS_EDIT_TOLERANCE.
           MOVE SPACES TO WS_RPT_HDG_TOLERANCE.
           STRING WS_EDIT_TOLERANCE "%"
               DELIMITED BY SIZE INTO WS_RPT_HDG_TOLERANCE.
           MOVE WS_RPT_PAGE_NO TO WS_RPT_HDG_PAGE.

           OPEN OUTPUT PRINT-FILE.
           IF NOT WS_RPT_FILE_OK
               DISPLAY "SUMBUDRP ERROR - PRINT-FILE OPEN FAILED, STATUS "
                   WS_RPT_FILE_STATUS
               GO TO 8000-EXIT
           END-IF.

           MOVE WS_RPT_HEADING_LINE1 TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING PAGE.

           MOVE WS_RPT_SECTION_CC TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 2 LINES.
           MOVE WS_RPT_CC_HEADING TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 1 LINE.

           PERFORM 8100-PRINT-COST-CENTER-LINE THRU 8100-EXIT
               VARYING WS_CC_IDX FROM 1 BY 1
               UNTIL WS_CC_IDX > WS_CC_COUNT.

           MOVE WS_TOTAL_MTD_ACTUAL TO WS_RPT_CT_MTD_ACTUAL.
           MOVE WS_TOTAL_MTD_BUDGET TO WS_RPT_CT_MTD_BUDGET.
           COMPUTE WS_WORK_VARIANCE =
               WS_TOTAL_MTD_ACTUAL - WS_TOTAL_MTD_BUDGET.
           MOVE WS_WORK_VARIANCE    TO WS_RPT_CT_MTD_VARIANCE.
           MOVE WS_TOTAL_MTD_BUDGET TO WS_WORK_BUDGET.
           PERFORM 8150-EDIT-PERCENT THRU 8150-EXIT.
           MOVE WS_WORK_PCT_TEXT    TO WS_RPT_CT_MTD_PCT.
           MOVE WS_TOTAL_MONTH_BUDGET TO WS_RPT_CT_MONTH_BUDGET.
           COMPUTE WS_WORK_VARIANCE =
               WS_TOTAL_MTD_ACTUAL - WS_TOTAL_MONTH_BUDGET.
           MOVE WS_WORK_VARIANCE    TO WS_RPT_CT_MONTH_VARIANCE.
           MOVE WS_TOTAL_MONTH_BUDGET TO WS_WORK_BUDGET.
           PERFORM 8150-EDIT-PERCENT THRU 8150-EXIT.
           MOVE WS_WORK_PCT_TEXT    TO WS_RPT_CT_MONTH_PCT.
           MOVE WS_RPT_CC_TOTAL TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 2 LINES
               AT END-OF-PAGE
                   PERFORM 8300-PAGE-HEADING THRU 8300-EXIT
           END-WRITE.

           MOVE WS_RPT_SECTION_UNASGN TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 2 LINES
               AT END-OF-PAGE
                   PERFORM 8300-PAGE-HEADING THRU 8300-EXIT
           END-WRITE.
           MOVE WS_RPT_UNASGN_HEADING TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 1 LINE.

           PERFORM 8200-PRINT-UNASSIGNED-LINE THRU 8200-EXIT
               VARYING WS_UNASGN_IDX FROM 1 BY 1
               UNTIL WS_UNASGN_IDX > WS_UNASGN_COUNT.

           MOVE "UNASSIGNED TOTAL"     TO WS_RPT_SUM_LABEL.
           MOVE WS_TOTAL_UNASGN_ACTUAL TO WS_RPT_SUM_AMOUNT.
           MOVE WS_RPT_SUMMARY_LINE TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 2 LINES
               AT END-OF-PAGE
                   PERFORM 8300-PAGE-HEADING THRU 8300-EXIT
           END-WRITE.

           COMPUTE WS_TOTAL_ALL_ACTUAL =
               WS_TOTAL_MTD_ACTUAL + WS_TOTAL_UNASGN_ACTUAL.
           MOVE "ALL ACTUALS"          TO WS_RPT_SUM_LABEL.
           MOVE WS_TOTAL_ALL_ACTUAL    TO WS_RPT_SUM_AMOUNT.
           MOVE WS_RPT_SUMMARY_LINE TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 2 LINES
               AT END-OF-PAGE
                   PERFORM 8300-PAGE-HEADING THRU 8300-EXIT
           END-WRITE.

           MOVE WS_FLAGGED_COUNT TO WS_EDIT_COUNT.
           MOVE SPACES TO WS_RPT_MSG_TEXT.
           STRING "COST CENTERS OUTSIDE TOLERANCE OR WITHOUT BUDGET: "
                  WS_EDIT_COUNT
               DELIMITED BY SIZE INTO WS_RPT_MSG_TEXT.
           MOVE WS_RPT_MESSAGE_LINE TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 2 LINES
               AT END-OF-PAGE
                   PERFORM 8300-PAGE-HEADING THRU 8300-EXIT
           END-WRITE.

           CLOSE PRINT-FILE.

           IF WS_FLAGGED_COUNT > 0
               OR WS_UNASGN_COUNT > 0
               SET WS_RC_EXCEPTIONS TO TRUE
           END-IF.
       8000-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8100-PRINT-COST-CENTER-LINE
      *>     Prints one cost center: month to date against the
      *>     budget prorated by calendar day through the as-of
      *>     date, and the full month against the whole budget.
      *>     The flag is on the month-to-date figures - "OUT OF TOL"
      *>     when the variance percentage is beyond the tolerance
      *>     either way, "NO BUDGET" when actuals posted against a
      *>     zero month-to-date budget.
      *>----------------------------------------------------------
       8100-PRINT-COST-CENTER-LINE.
           COMPUTE WS_WORK_MTD_BUDGET ROUNDED =
               WS_CC_MONTH_BUDGET (WS_CC_IDX) * WS_AS_OF_DAY
               / WS_DAYS_IN_MONTH.
           COMPUTE WS_WORK_MTD_VARIANCE =
               WS_CC_MTD_ACTUAL (WS_CC_IDX) - WS_WORK_MTD_BUDGET.
           COMPUTE WS_WORK_MONTH_VARIANCE =
               WS_CC_MTD_ACTUAL (WS_CC_IDX)
               - WS_CC_MONTH_BUDGET (WS_CC_IDX).

           MOVE WS_CC_ACCOUNT (WS_CC_IDX)     TO WS_RPT_CC_ACCOUNT.
           MOVE WS_CC_COST_CENTER (WS_CC_IDX) TO WS_RPT_CC_COST_CENTER.
           MOVE WS_CC_MTD_ACTUAL (WS_CC_IDX)  TO WS_RPT_CC_MTD_ACTUAL.
           MOVE WS_WORK_MTD_BUDGET            TO WS_RPT_CC_MTD_BUDGET.
           MOVE WS_WORK_MTD_VARIANCE          TO WS_RPT_CC_MTD_VARIANCE.
           MOVE WS_CC_MONTH_BUDGET (WS_CC_IDX)
               TO WS_RPT_CC_MONTH_BUDGET.
           MOVE WS_WORK_MONTH_VARIANCE
               TO WS_RPT_CC_MONTH_VARIANCE.

           MOVE WS_CC_MONTH_BUDGET (WS_CC_IDX) TO WS_WORK_BUDGET.
           MOVE WS_WORK_MONTH_VARIANCE         TO WS_WORK_VARIANCE.
           PERFORM 8150-EDIT-PERCENT THRU 8150-EXIT.
           MOVE WS_WORK_PCT_TEXT TO WS_RPT_CC_MONTH_PCT.

           MOVE WS_WORK_MTD_BUDGET   TO WS_WORK_BUDGET.
           MOVE WS_WORK_MTD_VARIANCE TO WS_WORK_VARIANCE.
           PERFORM 8150-EDIT-PERCENT THRU 8150-EXIT.
           MOVE WS_WORK_PCT_TEXT TO WS_RPT_CC_MTD_PCT.

           MOVE SPACES TO WS_RPT_CC_FLAG.
           IF WS_WORK_MTD_BUDGET = 0
               IF WS_CC_MTD_ACTUAL (WS_CC_IDX) NOT = 0
                   MOVE "NO BUDGET" TO WS_RPT_CC_FLAG
               END-IF
           ELSE
               IF WS_WORK_PCT > WS_TOLERANCE_PCT
                   OR WS_WORK_PCT < 0 - WS_TOLERANCE_PCT
                   MOVE "OUT OF TOL" TO WS_RPT_CC_FLAG
               END-IF
           END-IF.
           IF WS_RPT_CC_FLAG NOT = SPACES
               ADD 1 TO WS_FLAGGED_COUNT
           END-IF.

           ADD WS_CC_MTD_ACTUAL (WS_CC_IDX)   TO WS_TOTAL_MTD_ACTUAL.
           ADD WS_WORK_MTD_BUDGET             TO WS_TOTAL_MTD_BUDGET.
           ADD WS_CC_MONTH_BUDGET (WS_CC_IDX) TO WS_TOTAL_MONTH_BUDGET.

           MOVE WS_RPT_CC_DETAIL TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM 8300-PAGE-HEADING THRU 8300-EXIT
                   MOVE WS_RPT_CC_HEADING TO SUM_RPT_RECORD
                   WRITE SUM_RPT_RECORD AFTER ADVANCING 2 LINES
           END-WRITE.
       8100-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8150-EDIT-PERCENT
      *>     Edits WS_WORK_VARIANCE as a percentage of
      *>     WS_WORK_BUDGET into WS_WORK_PCT_TEXT, leaving the
      *>     unedited figure in WS_WORK_PCT for the tolerance test.
      *>     A zero budget has no percentage; one beyond the edit
      *>     picture prints at its limit.
      *>----------------------------------------------------------
       8150-EDIT-PERCENT.
           MOVE 0 TO WS_WORK_PCT.
           IF WS_WORK_BUDGET = 0
               MOVE "     N/A" TO WS_WORK_PCT_TEXT
               GO TO 8150-EXIT
           END-IF.
           COMPUTE WS_WORK_PCT ROUNDED =
               WS_WORK_VARIANCE * 100 / WS_WORK_BUDGET
               ON SIZE ERROR
                   IF (WS_WORK_VARIANCE < 0 AND WS_WORK_BUDGET > 0)
                       OR (WS_WORK_VARIANCE > 0 AND WS_WORK_BUDGET < 0)
                       MOVE -9999.99 TO WS_WORK_PCT
                   ELSE
                       MOVE 9999.99 TO WS_WORK_PCT
                   END-IF
           END-COMPUTE.
           MOVE WS_WORK_PCT TO WS_EDIT_PCT.
           MOVE WS_EDIT_PCT TO WS_WORK_PCT_TEXT.
       8150-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8200-PRINT-UNASSIGNED-LINE
      *>     Prints one batch that posted under the UNASSIGNED
      *>     account and adds it to the section total.
      *>----------------------------------------------------------
       8200-PRINT-UNASSIGNED-LINE.
           MOVE WS_UNASGN_BATCH_ID (WS_UNASGN_IDX)
               TO WS_RPT_UA_BATCH_ID.
           MOVE WS_UNASGN_POST_COUNT (WS_UNASGN_IDX)
               TO WS_RPT_UA_POSTS.
           MOVE WS_UNASGN_MTD_ACTUAL (WS_UNASGN_IDX)
               TO WS_RPT_UA_MTD_ACTUAL.
           ADD WS_UNASGN_MTD_ACTUAL (WS_UNASGN_IDX)
               TO WS_TOTAL_UNASGN_ACTUAL.
           MOVE WS_RPT_UNASGN_DETAIL TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   PERFORM 8300-PAGE-HEADING THRU 8300-EXIT
                   MOVE WS_RPT_UNASGN_HEADING TO SUM_RPT_RECORD
                   WRITE SUM_RPT_RECORD AFTER ADVANCING 2 LINES
           END-WRITE.
       8200-EXIT.
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
