      *>================================================================
      *> PROGRAM-ID.    SUMCCST
      *> AUTHOR.        DATA PROCESSING BATCH SUPPORT
      *> INSTALLATION.  BATCH PROCESSING CENTER
      *> DATE-WRITTEN.  2026-10-15
      *>
      *> REMARKS.
      *>     Cost-center statements.  The run report and SUMNIGHT are
      *>     written for operations; this program writes one
      *>     statement per cost center for its owner, for the
      *>     business date or date range on the CCSTPARM card
      *>     (SUMDRNG layout - from and to the same for one date, at
      *>     most 366 days).  Batches are grouped to cost centers by
      *>     the account cross-reference (XREFFILE/SUMXREF), as the
      *>     nightly run codes them; a batch with no cross-reference
      *>     entry goes on the UNASGN statement, the cost center the
      *>     run posts it under.  Each statement carries:
      *>
      *>       - the cost center's batches for every date of the
      *>         period, off the batch-history file (BHISTFIL) for
      *>         the date's latest run: subtotal, tie-out status,
      *>         whether the calendar scheduled it and where it
      *>         stands with the GL feed (fed, held, released,
      *>         confirmed, or not fed);
      *>       - the suspense items still carried for its batches
      *>         (SUSPFILE), amount as booked and age in days at the
      *>         end of the period;
      *>       - its GL postings on the sent-log (GLLOG) for the
      *>         period, one line per run date, source, batch and
      *>         allocation line with the latest amount sent and
      *>         whether it was corrected, and the ledger's answer
      *>         off the acknowledgment file (GLACK) - posted,
      *>         rejected, posted at a different amount, or still
      *>         awaited.  An acknowledgment for the amount sent
      *>         settles the line, whatever came back before it.
      *>
      *>     Statements go to the distribution file (CCSTMT/SUMCSTM),
      *>     keyed by cost center and line, one statement per cost
      *>     center on the cross-reference (a quiet period prints as
      *>     such) plus UNASGN when anything fell there.  The control
      *>     listing (CCSTCTL) shows every statement produced with
      *>     its pages, lines and activity counts.
      *>
      *>     RETURN-CODE 0 - statements produced;
      *>                 4 - an UNASGN statement was produced, or
      *>                     there was more activity than the tables
      *>                     hold (the listing says so);
      *>                 8 - request card in error, or the
      *>                     distribution file could not be opened.
      *>
      *> MODIFICATION HISTORY.
      *>     2026-10-15  RLB  Original program.
      *>     2026-10-15  RLB  XREFFILE is a KSDS keyed on batch id,
      *>                      maintained online through SUMXMNT; the
      *>                      cross-reference is still loaded whole,
      *>                      read in key order.
      *>================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMCCST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RANGE-FILE
               ASSIGN TO "CCSTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_RANGE_FILE_STATUS.

           SELECT XREF-FILE
               ASSIGN TO "XREFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS_XREF_BATCH_ID
               FILE STATUS IS WS_XREF_FILE_STATUS.

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

           SELECT SUSPENSE-FILE
               ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_SUSP_FILE_STATUS.

           SELECT GLLOG-FILE
               ASSIGN TO "GLLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_GLLOG_FILE_STATUS.

           SELECT ACK-FILE
               ASSIGN TO "GLACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_ACK_FILE_STATUS.

           SELECT STATEMENT-FILE
               ASSIGN TO "CCSTMT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS_CSTM_KEY
               FILE STATUS IS WS_CSTM_FILE_STATUS.

           SELECT PRINT-FILE
               ASSIGN TO "CCSTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_RPT_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RANGE-FILE.
           COPY SUMDRNG.

       FD  XREF-FILE.
           COPY SUMXREF.

       FD  HISTORY-FILE.
           COPY SUMHIST.

       FD  BATCH-HISTORY-FILE.
           COPY SUMBHST.

       FD  SUSPENSE-FILE.
           COPY SUMSUSP.

       FD  GLLOG-FILE.
           COPY SUMGLLG.

       FD  ACK-FILE.
           COPY SUMGLAK.

       FD  STATEMENT-FILE.
           COPY SUMCSTM.

       FD  PRINT-FILE
           LINAGE IS 60 LINES WITH FOOTING AT 55.
           COPY SUMRPT.

       WORKING-STORAGE SECTION.
           01 WS_RANGE_FILE_STATUS             PIC X(02) VALUE SPACES.
               88  WS_RANGE_FILE_OK            VALUE "00".

           01 WS_XREF_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_XREF_FILE_OK             VALUE "00".

           01 WS_HIST_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_HIST_FILE_OK             VALUE "00".

           01 WS_BHIST_FILE_STATUS             PIC X(02) VALUE SPACES.
               88  WS_BHIST_FILE_OK            VALUE "00".

           01 WS_SUSP_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_SUSP_FILE_OK             VALUE "00".

           01 WS_GLLOG_FILE_STATUS             PIC X(02) VALUE SPACES.
               88  WS_GLLOG_FILE_OK            VALUE "00".

           01 WS_ACK_FILE_STATUS               PIC X(02) VALUE SPACES.
               88  WS_ACK_FILE_OK              VALUE "00".

           01 WS_CSTM_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_CSTM_FILE_OK             VALUE "00".

           01 WS_RPT_FILE_STATUS               PIC X(02) VALUE SPACES.
               88  WS_RPT_FILE_OK              VALUE "00".

           01 WS_RETURN_CODE                   PIC 9(04) VALUE 0.
               88  WS_RC_NORMAL                VALUE 0.
               88  WS_RC_EXCEPTIONS            VALUE 4.
               88  WS_RC_REQUEST_ERROR         VALUE 8.

           01 WS_REQUEST_SWITCH                PIC X(01) VALUE "N".
               88  WS_REQUEST_FAILED           VALUE "Y".
           01 WS_XREF_LOAD_DONE_SWITCH         PIC X(01) VALUE "N".
               88  WS_XREF_LOAD_DONE           VALUE "Y".
           01 WS_HIST_DONE_SWITCH              PIC X(01) VALUE "N".
               88  WS_HIST_DONE                VALUE "Y".
           01 WS_BH_DONE_SWITCH                PIC X(01) VALUE "N".
               88  WS_BH_DONE                  VALUE "Y".
           01 WS_SUSP_DONE_SWITCH              PIC X(01) VALUE "N".
               88  WS_SUSP_DONE                VALUE "Y".
           01 WS_GL_DONE_SWITCH                PIC X(01) VALUE "N".
               88  WS_GL_DONE                  VALUE "Y".
           01 WS_ACK_DONE_SWITCH               PIC X(01) VALUE "N".
               88  WS_ACK_DONE                 VALUE "Y".
           01 WS_TRUNCATED_SWITCH              PIC X(01) VALUE "N".
               88  WS_TABLES_TRUNCATED         VALUE "Y".
           01 WS_UNASGN_SWITCH                 PIC X(01) VALUE "N".
               88  WS_UNASGN_SEEN              VALUE "Y".
           01 WS_ERR_MESSAGE                   PIC X(50).

           01 WS_FROM_DATE                     PIC 9(08) VALUE 0.
           01 WS_TO_DATE                       PIC 9(08) VALUE 0.
           01 WS_FROM_INTEGER                  PIC 9(07) VALUE 0.
           01 WS_TO_INTEGER                    PIC 9(07) VALUE 0.

      *>----------------------------------------------------------
      *> Account cross-reference, loaded whole as the nightly run
      *> loads it, and the coding looked up for one batch.
      *>----------------------------------------------------------
           01 WS_XREF_COUNT                    PIC 9(04) VALUE 0.
           01 WS_XREF_IDX                      PIC 9(04).
           01 WS_XREF_TABLE.
               05  WS_XREF_ENTRY OCCURS 50 TIMES.
                   10  WS_XREF_TAB_BATCH_ID    PIC X(08).
                   10  WS_XREF_TAB_ACCOUNT     PIC X(10).
                   10  WS_XREF_TAB_COST_CENTER PIC X(06).
           01 WS_CODE_BATCH_ID                 PIC X(08).
           01 WS_CODE_ACCOUNT                  PIC X(10).
           01 WS_CODE_COST_CENTER              PIC X(06).

      *>----------------------------------------------------------
      *> Latest run of each date of the period: the history record
      *> with the latest end time, since a rerun held past midnight
      *> carries a lower run sequence than the run it replaced.
      *>----------------------------------------------------------
           01 WS_DAY_COUNT                     PIC 9(03) VALUE 0.
           01 WS_DAY_IDX                       PIC 9(03) VALUE 0.
           01 WS_DAY_OFFSET                    PIC S9(07) VALUE 0.
           01 WS_DAY_TABLE.
               05  WS_DAY_ENTRY OCCURS 366 TIMES.
                   10  WS_DAY_HIST_SWITCH      PIC X(01).
                       88  WS_DAY_HAS_HISTORY  VALUE "Y".
                   10  WS_DAY_RUN_SEQ          PIC 9(08).
                   10  WS_DAY_RUN_END_TIME     PIC 9(16).

      *>----------------------------------------------------------
      *> Batch lines of the period, in batch-history key order.
      *>----------------------------------------------------------
           01 WS_BL_MAX                        PIC 9(04) VALUE 5000.
           01 WS_BL_COUNT                      PIC 9(04) VALUE 0.
           01 WS_BL_IDX                        PIC 9(04) VALUE 0.
           01 WS_BL_TABLE.
               05  WS_BL_ENTRY OCCURS 5000 TIMES.
                   10  WS_BL_COST_CENTER       PIC X(06).
                   10  WS_BL_ACCOUNT           PIC X(10).
                   10  WS_BL_RUN_DATE          PIC 9(08).
                   10  WS_BL_BATCH_ID          PIC X(08).
                   10  WS_BL_SUBTOTAL          PIC S9(16).
                   10  WS_BL_SCHEDULED         PIC X(01).
                   10  WS_BL_ERROR_STATUS      PIC X(01).
                   10  WS_BL_GL_STATUS         PIC X(01).

      *>----------------------------------------------------------
      *> Suspense items still carried.
      *>----------------------------------------------------------
           01 WS_SI_MAX                        PIC 9(04) VALUE 2000.
           01 WS_SI_COUNT                      PIC 9(04) VALUE 0.
           01 WS_SI_IDX                        PIC 9(04) VALUE 0.
           01 WS_SI_TABLE.
               05  WS_SI_ENTRY OCCURS 2000 TIMES.
                   10  WS_SI_COST_CENTER       PIC X(06).
                   10  WS_SI_BATCH_ID          PIC X(08).
                   10  WS_SI_AMOUNT            PIC S9(16).
                   10  WS_SI_CURRENCY          PIC X(03).
                   10  WS_SI_FIRST_SEEN        PIC 9(08).

      *>----------------------------------------------------------
      *> GL postings of the period, one per run date, source,
      *> batch and allocation line, with the latest amount sent
      *> and the ledger's answer.  Ack state: space = none back
      *> yet, "P" = posted at the amount sent, "D" = posted at a
      *> different amount, "R" = rejected.
      *>----------------------------------------------------------
           01 WS_GP_MAX                        PIC 9(04) VALUE 6000.
           01 WS_GP_COUNT                      PIC 9(04) VALUE 0.
           01 WS_GP_IDX                        PIC 9(04) VALUE 0.
           01 WS_GP_TABLE.
               05  WS_GP_ENTRY OCCURS 6000 TIMES.
                   10  WS_GP_COST_CENTER       PIC X(06).
                   10  WS_GP_RUN_DATE          PIC 9(08).
                   10  WS_GP_SOURCE_ID         PIC X(08).
                   10  WS_GP_BATCH_ID          PIC X(08).
                   10  WS_GP_ALLOC_LINE        PIC 9(02).
                   10  WS_GP_SENT_AMOUNT       PIC S9(16).
                   10  WS_GP_CORR_COUNT        PIC 9(03).
                   10  WS_GP_ACK_STATE         PIC X(01).
                       88  WS_GP_ACK_NONE      VALUE " ".
                       88  WS_GP_ACK_POSTED    VALUE "P".
                       88  WS_GP_ACK_DIFFERS   VALUE "D".
                       88  WS_GP_ACK_REJECTED  VALUE "R".
                   10  WS_GP_POSTED_AMOUNT     PIC S9(16).
                   10  WS_GP_POST_DATE         PIC 9(08).
           01 WS_GP_WORK_LINE                  PIC 9(02) VALUE 0.
           01 WS_GP_WORK_DATE                  PIC 9(08) VALUE 0.
           01 WS_GP_WORK_SOURCE                PIC X(08).
           01 WS_GP_WORK_BATCH                 PIC X(08).

      *>----------------------------------------------------------
      *> Cost centers to produce statements for, kept in
      *> ascending order - the distribution file is loaded in key
      *> order.
      *>----------------------------------------------------------
           01 WS_CC_MAX                        PIC 9(04) VALUE 100.
           01 WS_CC_COUNT                      PIC 9(04) VALUE 0.
           01 WS_CC_IDX                        PIC 9(04) VALUE 0.
           01 WS_CC_SHIFT_IDX                  PIC 9(04) VALUE 0.
           01 WS_CC_NEW                        PIC X(06).
           01 WS_CC_TABLE.
               05  WS_CC_ENTRY OCCURS 100 TIMES.
                   10  WS_CC_COST_CENTER       PIC X(06).

      *>----------------------------------------------------------
      *> The statement being written and the run's totals.
      *>----------------------------------------------------------
           01 WS_STMT_COST_CENTER              PIC X(06).
           01 WS_STMT_LINE_NO                  PIC 9(05) VALUE 0.
           01 WS_STMT_PAGE_NO                  PIC 9(04) VALUE 0.
           01 WS_STMT_PAGE_LINES               PIC 9(03) VALUE 0.
           01 WS_STMT_PAGE_MAX                 PIC 9(03) VALUE 55.
           01 WS_STMT_BATCH_COUNT              PIC 9(05) VALUE 0.
           01 WS_STMT_BATCH_TOTAL              PIC S9(18) VALUE 0.
           01 WS_STMT_SUSP_COUNT               PIC 9(05) VALUE 0.
           01 WS_STMT_GL_COUNT                 PIC 9(05) VALUE 0.
           01 WS_STMT_OPEN_COUNT               PIC 9(05) VALUE 0.
           01 WS_STMT_CARRIAGE                 PIC X(01).
           01 WS_STMT_PRINT_LINE               PIC X(132).
           01 WS_STMT_HOLD_LINE                PIC X(132).
           01 WS_STMT_WRITE_SWITCH             PIC X(01) VALUE "N".
               88  WS_STMT_WRITE_FAILED        VALUE "Y".

           01 WS_TOTAL_STATEMENTS              PIC 9(05) VALUE 0.
           01 WS_TOTAL_PAGES                   PIC 9(07) VALUE 0.
           01 WS_TOTAL_LINES                   PIC 9(07) VALUE 0.

           01 WS_AGE_DAYS                      PIC S9(07) VALUE 0.

      *>----------------------------------------------------------
      *> Statement lines.
      *>----------------------------------------------------------
           01 WS_ST_HEADING_LINE1.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(32)
                       VALUE "SUMCCST COST CENTER STATEMENT".
               05  FILLER                      PIC X(13)
                       VALUE "COST CENTER: ".
               05  WS_ST_HDG_COST_CENTER       PIC X(06).
               05  FILLER                      PIC X(04) VALUE SPACES.
               05  FILLER                      PIC X(08) VALUE "PERIOD: ".
               05  WS_ST_HDG_FROM              PIC X(10).
               05  FILLER                      PIC X(04) VALUE " TO ".
               05  WS_ST_HDG_TO                PIC X(10).
               05  FILLER                      PIC X(06) VALUE SPACES.
               05  FILLER                      PIC X(06) VALUE "PAGE: ".
               05  WS_ST_HDG_PAGE              PIC ZZZ9.
               05  FILLER                      PIC X(28) VALUE SPACES.

           01 WS_ST_SECTION_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_ST_SECTION_TEXT          PIC X(60).
               05  FILLER                      PIC X(71) VALUE SPACES.

           01 WS_ST_TEXT_LINE.
               05  FILLER                      PIC X(03) VALUE SPACES.
               05  WS_ST_TEXT                  PIC X(75).
               05  FILLER                      PIC X(54) VALUE SPACES.

           01 WS_ST_BATCH_CAPTION.
               05  FILLER                      PIC X(03) VALUE SPACES.
               05  FILLER                      PIC X(12) VALUE "RUN DATE".
               05  FILLER                      PIC X(10) VALUE "BATCH".
               05  FILLER                      PIC X(12) VALUE "ACCOUNT".
               05  FILLER                      PIC X(19)
                       VALUE "         SUBTOTAL".
               05  FILLER                      PIC X(08) VALUE "TIE-OUT".
               05  FILLER                      PIC X(05) VALUE "SCHD".
               05  FILLER                      PIC X(63) VALUE "GL FEED".

           01 WS_ST_BATCH_LINE.
               05  FILLER                      PIC X(03) VALUE SPACES.
               05  WS_ST_BL_DATE               PIC X(10).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ST_BL_BATCH              PIC X(08).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ST_BL_ACCOUNT            PIC X(10).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ST_BL_SUBTOTAL           PIC +Z(15)9.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ST_BL_TIEOUT             PIC X(06).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ST_BL_SCHEDULED          PIC X(03).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ST_BL_GL_STATUS          PIC X(09).
               05  FILLER                      PIC X(54) VALUE SPACES.

           01 WS_ST_SUSP_CAPTION.
               05  FILLER                      PIC X(03) VALUE SPACES.
               05  FILLER                      PIC X(10) VALUE "BATCH".
               05  FILLER                      PIC X(12) VALUE "FIRST SEEN".
               05  FILLER                      PIC X(05) VALUE "CCY".
               05  FILLER                      PIC X(19)
                       VALUE "  AMOUNT AS BOOKED".
               05  FILLER                      PIC X(83) VALUE "AGE DAYS".

           01 WS_ST_SUSP_LINE.
               05  FILLER                      PIC X(03) VALUE SPACES.
               05  WS_ST_SI_BATCH              PIC X(08).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ST_SI_FIRST_SEEN         PIC X(10).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ST_SI_CURRENCY           PIC X(03).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ST_SI_AMOUNT             PIC +Z(15)9.
               05  FILLER                      PIC X(04) VALUE SPACES.
               05  WS_ST_SI_AGE                PIC ZZZZ9.
               05  FILLER                      PIC X(76) VALUE SPACES.

           01 WS_ST_GL_CAPTION.
               05  FILLER                      PIC X(03) VALUE SPACES.
               05  FILLER                      PIC X(12) VALUE "RUN DATE".
               05  FILLER                      PIC X(10) VALUE "BATCH".
               05  FILLER                      PIC X(04) VALUE "LN".
               05  FILLER                      PIC X(19)
                       VALUE "      AMOUNT SENT".
               05  FILLER                      PIC X(11) VALUE "FEED".
               05  FILLER                      PIC X(15) VALUE "LEDGER".
               05  FILLER                      PIC X(19)
                       VALUE "    AMOUNT POSTED".
               05  FILLER                      PIC X(39) VALUE "POSTED ON".

           01 WS_ST_GL_LINE.
               05  FILLER                      PIC X(03) VALUE SPACES.
               05  WS_ST_GP_DATE               PIC X(10).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ST_GP_BATCH              PIC X(08).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ST_GP_LINE               PIC Z9.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ST_GP_SENT               PIC +Z(15)9.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ST_GP_FEED               PIC X(09).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ST_GP_ACK                PIC X(13).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ST_GP_POSTED             PIC +Z(15)9.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ST_GP_POST_DATE          PIC X(10).
               05  FILLER                      PIC X(29) VALUE SPACES.

      *>----------------------------------------------------------
      *> Control-listing working storage.
      *>----------------------------------------------------------
           01 WS_RPT_PAGE_NO                   PIC 9(04) VALUE 1.

           01 WS_RPT_HEADING_LINE1.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(38)
                       VALUE "SUMCCST STATEMENT CONTROL LISTING".
               05  FILLER                      PIC X(08) VALUE "PERIOD: ".
               05  WS_RPT_HDG_FROM             PIC X(10).
               05  FILLER                      PIC X(04) VALUE " TO ".
               05  WS_RPT_HDG_TO               PIC X(10).
               05  FILLER                      PIC X(06) VALUE SPACES.
               05  FILLER                      PIC X(06) VALUE "PAGE: ".
               05  WS_RPT_HDG_PAGE             PIC ZZZ9.
               05  FILLER                      PIC X(45) VALUE SPACES.

           01 WS_RPT_HEADING_LINE2.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(10) VALUE "COST CTR".
               05  FILLER                      PIC X(07) VALUE "PAGES".
               05  FILLER                      PIC X(08) VALUE "LINES".
               05  FILLER                      PIC X(09) VALUE "BATCHES".
               05  FILLER                      PIC X(19)
                       VALUE "  PERIOD SUBTOTAL".
               05  FILLER                      PIC X(10) VALUE "SUSPENSE".
               05  FILLER                      PIC X(10) VALUE "GL LINES".
               05  FILLER                      PIC X(58)
                       VALUE "NOT SETTLED".

           01 WS_RPT_DETAIL_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_DET_COST_CENTER      PIC X(06).
               05  FILLER                      PIC X(04) VALUE SPACES.
               05  WS_RPT_DET_PAGES            PIC ZZZ9.
               05  FILLER                      PIC X(03) VALUE SPACES.
               05  WS_RPT_DET_LINES            PIC ZZZZ9.
               05  FILLER                      PIC X(03) VALUE SPACES.
               05  WS_RPT_DET_BATCHES          PIC ZZZZ9.
               05  FILLER                      PIC X(04) VALUE SPACES.
               05  WS_RPT_DET_TOTAL            PIC +Z(15)9.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_RPT_DET_SUSPENSE         PIC ZZZZ9.
               05  FILLER                      PIC X(05) VALUE SPACES.
               05  WS_RPT_DET_GL               PIC ZZZZ9.
               05  FILLER                      PIC X(05) VALUE SPACES.
               05  WS_RPT_DET_OPEN             PIC ZZZZ9.
               05  FILLER                      PIC X(53) VALUE SPACES.

           01 WS_RPT_TEXT_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_TEXT                 PIC X(75).
               05  FILLER                      PIC X(56) VALUE SPACES.

           01 WS_EDIT_DATE.
               05  WS_EDIT_DATE_YEAR           PIC 9(04).
               05  WS_EDIT_DATE_MONTH          PIC 9(02).
               05  WS_EDIT_DATE_DAY            PIC 9(02).
           01 WS_EDIT_DATE_FORMATTED           PIC X(10).
           01 WS_EDIT_AMOUNT                   PIC +Z(17)9.
           01 WS_EDIT_COUNT                    PIC ZZZZZZ9.
           01 WS_TEXT_WORK                     PIC X(75).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS_REQUEST_FAILED
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           PERFORM 2000-LOAD-XREF-TABLE THRU 2000-EXIT.
           PERFORM 2100-LOAD-RUN-HISTORY THRU 2100-EXIT.
           PERFORM 2200-LOAD-BATCH-HISTORY THRU 2200-EXIT.
           PERFORM 2300-LOAD-SUSPENSE THRU 2300-EXIT.
           PERFORM 2400-LOAD-SENT-LOG THRU 2400-EXIT.
           PERFORM 2500-LOAD-ACKNOWLEDGMENTS THRU 2500-EXIT.
           PERFORM 2600-BUILD-COST-CENTERS THRU 2600-EXIT.
           PERFORM 3000-PRODUCE-STATEMENTS THRU 3000-EXIT.
           PERFORM 7000-PRINT-CONTROL-TOTALS THRU 7000-EXIT.
           CLOSE PRINT-FILE.
       9999-PROGRAM-EXIT.
           MOVE WS_RETURN_CODE TO RETURN-CODE.
           STOP RUN.

      *>----------------------------------------------------------
      *> 1000-INITIALIZE
      *>     Reads and edits the request card and opens the control
      *>     listing with its heading and the distribution file.  A
      *>     bad or missing card ends the run with RETURN-CODE 8.
      *>----------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT RANGE-FILE.
           IF NOT WS_RANGE_FILE_OK
               MOVE "REQUEST CARD (CCSTPARM) COULD NOT BE OPENED"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1000-EXIT
           END-IF.
           READ RANGE-FILE
               AT END
                   MOVE "REQUEST CARD (CCSTPARM) IS EMPTY"
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
               MOVE "CONTROL LISTING (CCSTCTL) OPEN FAILED"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               GO TO 1000-EXIT
           END-IF.
           MOVE WS_FROM_DATE TO WS_EDIT_DATE.
           PERFORM 8500-FORMAT-DATE THRU 8500-EXIT.
           MOVE WS_EDIT_DATE_FORMATTED TO WS_RPT_HDG_FROM.
           MOVE WS_EDIT_DATE_FORMATTED TO WS_ST_HDG_FROM.
           MOVE WS_TO_DATE TO WS_EDIT_DATE.
           PERFORM 8500-FORMAT-DATE THRU 8500-EXIT.
           MOVE WS_EDIT_DATE_FORMATTED TO WS_RPT_HDG_TO.
           MOVE WS_EDIT_DATE_FORMATTED TO WS_ST_HDG_TO.
           PERFORM 8300-CONTROL-HEADING THRU 8300-EXIT.

           OPEN OUTPUT STATEMENT-FILE.
           IF NOT WS_CSTM_FILE_OK
               MOVE "DISTRIBUTION FILE (CCSTMT) OPEN FAILED"
                   TO WS_ERR_MESSAGE
               PERFORM 1020-REPORT-REQUEST-ERROR THRU 1020-EXIT
               MOVE WS_ERR_MESSAGE TO WS_RPT_TEXT
               MOVE WS_RPT_TEXT_LINE TO SUM_RPT_RECORD
               PERFORM 8200-WRITE-CONTROL-LINE THRU 8200-EXIT
               CLOSE PRINT-FILE
               GO TO 1000-EXIT
           END-IF.
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
           IF WS_TO_INTEGER - WS_FROM_INTEGER + 1 > 366
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
      *>     the request-error return code.
      *>----------------------------------------------------------
       1020-REPORT-REQUEST-ERROR.
           MOVE "Y" TO WS_REQUEST_SWITCH.
           DISPLAY "==========================".
           DISPLAY "SUMCCST REQUEST ERROR".
           DISPLAY "REASON: " WS_ERR_MESSAGE.
           SET WS_RC_REQUEST_ERROR TO TRUE.
       1020-EXIT.
           EXIT.

       1030-CLEAR-DAY.
           MOVE "N" TO WS_DAY_HIST_SWITCH (WS_DAY_IDX).
           MOVE 0   TO WS_DAY_RUN_SEQ (WS_DAY_IDX).
           MOVE 0   TO WS_DAY_RUN_END_TIME (WS_DAY_IDX).
       1030-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2000-LOAD-XREF-TABLE
      *>     Loads the account cross-reference.  A missing file
      *>     leaves the table empty, so everything reports on the
      *>     UNASGN statement - which is where the nightly run
      *>     posted it.
      *>----------------------------------------------------------
       2000-LOAD-XREF-TABLE.
           OPEN INPUT XREF-FILE.
           IF NOT WS_XREF_FILE_OK
               DISPLAY "SUMCCST - CROSS-REFERENCE FILE NOT AVAILABLE, "
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
      *> 2100-LOAD-RUN-HISTORY
      *>     Finds the latest run of each date of the period.  A
      *>     date with no history record lists every batch-history
      *>     record it has.
      *>----------------------------------------------------------
       2100-LOAD-RUN-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF NOT WS_HIST_FILE_OK
               DISPLAY "SUMCCST - HISTORY FILE NOT AVAILABLE, "
                   "STATUS " WS_HIST_FILE_STATUS
               GO TO 2100-EXIT
           END-IF.
           MOVE WS_FROM_DATE TO WS_HIST_RUN_DATE.
           MOVE ZEROS        TO WS_HIST_RUN_SEQ.
           START HISTORY-FILE KEY NOT < WS_HIST_KEY
               INVALID KEY
                   MOVE "Y" TO WS_HIST_DONE_SWITCH
           END-START.
           PERFORM 2110-READ-RUN-HISTORY THRU 2110-EXIT
               UNTIL WS_HIST_DONE.
           CLOSE HISTORY-FILE.
       2100-EXIT.
           EXIT.

       2110-READ-RUN-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS_HIST_DONE_SWITCH
                   GO TO 2110-EXIT
           END-READ.
           IF WS_HIST_RUN_DATE > WS_TO_DATE
               MOVE "Y" TO WS_HIST_DONE_SWITCH
               GO TO 2110-EXIT
           END-IF.
           MOVE WS_HIST_RUN_DATE TO WS_GP_WORK_DATE.
           PERFORM 8600-FIND-DAY THRU 8600-EXIT.
           IF WS_DAY_IDX = 0
               GO TO 2110-EXIT
           END-IF.
           IF WS_DAY_HAS_HISTORY (WS_DAY_IDX)
               AND WS_HIST_END_TIME
                   < WS_DAY_RUN_END_TIME (WS_DAY_IDX)
               GO TO 2110-EXIT
           END-IF.
           MOVE "Y"              TO WS_DAY_HIST_SWITCH (WS_DAY_IDX).
           MOVE WS_HIST_RUN_SEQ  TO WS_DAY_RUN_SEQ (WS_DAY_IDX).
           MOVE WS_HIST_END_TIME TO WS_DAY_RUN_END_TIME (WS_DAY_IDX).
       2110-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2200-LOAD-BATCH-HISTORY
      *>     Files the batch lines of each date's latest run, coded
      *>     to their cost center.
      *>----------------------------------------------------------
       2200-LOAD-BATCH-HISTORY.
           OPEN INPUT BATCH-HISTORY-FILE.
           IF NOT WS_BHIST_FILE_OK
               DISPLAY "SUMCCST - BATCH-HISTORY FILE NOT AVAILABLE, "
                   "STATUS " WS_BHIST_FILE_STATUS
               GO TO 2200-EXIT
           END-IF.
           MOVE WS_FROM_DATE TO WS_BHIST_RUN_DATE.
           MOVE ZEROS        TO WS_BHIST_RUN_SEQ.
           MOVE LOW-VALUES   TO WS_BHIST_BATCH_ID.
           START BATCH-HISTORY-FILE KEY NOT < WS_BHIST_KEY
               INVALID KEY
                   MOVE "Y" TO WS_BH_DONE_SWITCH
           END-START.
           PERFORM 2210-READ-BATCH-HISTORY THRU 2210-EXIT
               UNTIL WS_BH_DONE.
           CLOSE BATCH-HISTORY-FILE.
       2200-EXIT.
           EXIT.

       2210-READ-BATCH-HISTORY.
           READ BATCH-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS_BH_DONE_SWITCH
                   GO TO 2210-EXIT
           END-READ.
           IF WS_BHIST_RUN_DATE > WS_TO_DATE
               MOVE "Y" TO WS_BH_DONE_SWITCH
               GO TO 2210-EXIT
           END-IF.
           MOVE WS_BHIST_RUN_DATE TO WS_GP_WORK_DATE.
           PERFORM 8600-FIND-DAY THRU 8600-EXIT.
           IF WS_DAY_IDX = 0
               GO TO 2210-EXIT
           END-IF.
           IF WS_DAY_HAS_HISTORY (WS_DAY_IDX)
               AND WS_BHIST_RUN_SEQ NOT = WS_DAY_RUN_SEQ (WS_DAY_IDX)
               GO TO 2210-EXIT
           END-IF.
           IF WS_BL_COUNT NOT < WS_BL_MAX
               MOVE "Y" TO WS_TRUNCATED_SWITCH
               MOVE "Y" TO WS_BH_DONE_SWITCH
               GO TO 2210-EXIT
           END-IF.
           MOVE WS_BHIST_BATCH_ID TO WS_CODE_BATCH_ID.
           PERFORM 8700-CODE-BATCH THRU 8700-EXIT.
           ADD 1 TO WS_BL_COUNT.
           MOVE WS_CODE_COST_CENTER   TO WS_BL_COST_CENTER (WS_BL_COUNT).
           MOVE WS_CODE_ACCOUNT       TO WS_BL_ACCOUNT (WS_BL_COUNT).
           MOVE WS_BHIST_RUN_DATE     TO WS_BL_RUN_DATE (WS_BL_COUNT).
           MOVE WS_BHIST_BATCH_ID     TO WS_BL_BATCH_ID (WS_BL_COUNT).
           IF WS_BHIST_SUBTOTAL NUMERIC
               MOVE WS_BHIST_SUBTOTAL TO WS_BL_SUBTOTAL (WS_BL_COUNT)
           ELSE
               MOVE 0                 TO WS_BL_SUBTOTAL (WS_BL_COUNT)
           END-IF.
           MOVE WS_BHIST_SCHEDULED    TO WS_BL_SCHEDULED (WS_BL_COUNT).
           MOVE WS_BHIST_ERROR_STATUS
               TO WS_BL_ERROR_STATUS (WS_BL_COUNT).
           MOVE WS_BHIST_GL_STATUS    TO WS_BL_GL_STATUS (WS_BL_COUNT).
       2210-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2300-LOAD-SUSPENSE
      *>     Files every suspense item still carried, coded to the
      *>     cost center of the batch it claims.
      *>----------------------------------------------------------
       2300-LOAD-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           IF NOT WS_SUSP_FILE_OK
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2310-READ-SUSPENSE THRU 2310-EXIT
               UNTIL WS_SUSP_DONE.
           CLOSE SUSPENSE-FILE.
       2300-EXIT.
           EXIT.

       2310-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   MOVE "Y" TO WS_SUSP_DONE_SWITCH
                   GO TO 2310-EXIT
           END-READ.
           IF WS_SUSP_AMOUNT NOT NUMERIC
               GO TO 2310-EXIT
           END-IF.
           IF WS_SI_COUNT NOT < WS_SI_MAX
               MOVE "Y" TO WS_TRUNCATED_SWITCH
               MOVE "Y" TO WS_SUSP_DONE_SWITCH
               GO TO 2310-EXIT
           END-IF.
           MOVE WS_SUSP_BATCH_ID TO WS_CODE_BATCH_ID.
           PERFORM 8700-CODE-BATCH THRU 8700-EXIT.
           ADD 1 TO WS_SI_COUNT.
           MOVE WS_CODE_COST_CENTER TO WS_SI_COST_CENTER (WS_SI_COUNT).
           MOVE WS_SUSP_BATCH_ID    TO WS_SI_BATCH_ID (WS_SI_COUNT).
           MOVE WS_SUSP_AMOUNT      TO WS_SI_AMOUNT (WS_SI_COUNT).
           MOVE WS_SUSP_CURRENCY    TO WS_SI_CURRENCY (WS_SI_COUNT).
           IF WS_SUSP_FIRST_SEEN_DATE NUMERIC
               MOVE WS_SUSP_FIRST_SEEN_DATE
                   TO WS_SI_FIRST_SEEN (WS_SI_COUNT)
           ELSE
               MOVE 0 TO WS_SI_FIRST_SEEN (WS_SI_COUNT)
           END-IF.
       2310-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2400-LOAD-SENT-LOG
      *>     Reads the sent-log in the order it was written and
      *>     files each posting of the period once per run date,
      *>     source, batch and allocation line: a later original,
      *>     replacement or repost supersedes the amount sent, and
      *>     every correcting entry (reversals included) is counted
      *>     against the line.  Balancing totals are not a cost
      *>     center's and are passed over.
      *>----------------------------------------------------------
       2400-LOAD-SENT-LOG.
           OPEN INPUT GLLOG-FILE.
           IF NOT WS_GLLOG_FILE_OK
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2410-READ-SENT-LOG THRU 2410-EXIT
               UNTIL WS_GL_DONE.
           CLOSE GLLOG-FILE.
       2400-EXIT.
           EXIT.

       2410-READ-SENT-LOG.
           READ GLLOG-FILE
               AT END
                   MOVE "Y" TO WS_GL_DONE_SWITCH
                   GO TO 2410-EXIT
           END-READ.
           IF WS_GLLOG_RUN_DATE NOT NUMERIC
               OR WS_GLLOG_RUN_DATE < WS_FROM_DATE
               OR WS_GLLOG_RUN_DATE > WS_TO_DATE
               OR WS_GLLOG_BATCH_ID = "*TOTAL*"
               OR WS_GLLOG_AMOUNT NOT NUMERIC
               GO TO 2410-EXIT
           END-IF.
           MOVE WS_GLLOG_RUN_DATE  TO WS_GP_WORK_DATE.
           MOVE WS_GLLOG_SOURCE_ID TO WS_GP_WORK_SOURCE.
           MOVE WS_GLLOG_BATCH_ID  TO WS_GP_WORK_BATCH.
           IF WS_GLLOG_ALLOC_LINE NUMERIC
               MOVE WS_GLLOG_ALLOC_LINE TO WS_GP_WORK_LINE
           ELSE
               MOVE 0 TO WS_GP_WORK_LINE
           END-IF.
           PERFORM 2430-FIND-POSTING THRU 2430-EXIT.
           IF WS_GP_IDX NOT > WS_GP_COUNT
               IF NOT WS_GLLOG_FEED_ORIGINAL
                   ADD 1 TO WS_GP_CORR_COUNT (WS_GP_IDX)
               END-IF
               IF NOT WS_GLLOG_FEED_REVERSAL
                   MOVE WS_GLLOG_AMOUNT
                       TO WS_GP_SENT_AMOUNT (WS_GP_IDX)
               END-IF
               GO TO 2410-EXIT
           END-IF.
           IF WS_GLLOG_FEED_REVERSAL
               GO TO 2410-EXIT
           END-IF.
           PERFORM 2420-FILE-POSTING THRU 2420-EXIT.
       2410-EXIT.
           EXIT.

       2420-FILE-POSTING.
           IF WS_GP_COUNT NOT < WS_GP_MAX
               MOVE "Y" TO WS_TRUNCATED_SWITCH
               MOVE "Y" TO WS_GL_DONE_SWITCH
               GO TO 2420-EXIT
           END-IF.
           MOVE WS_GLLOG_BATCH_ID TO WS_CODE_BATCH_ID.
           PERFORM 8700-CODE-BATCH THRU 8700-EXIT.
           ADD 1 TO WS_GP_COUNT.
           MOVE WS_CODE_COST_CENTER TO WS_GP_COST_CENTER (WS_GP_COUNT).
           MOVE WS_GP_WORK_DATE     TO WS_GP_RUN_DATE (WS_GP_COUNT).
           MOVE WS_GP_WORK_SOURCE   TO WS_GP_SOURCE_ID (WS_GP_COUNT).
           MOVE WS_GP_WORK_BATCH    TO WS_GP_BATCH_ID (WS_GP_COUNT).
           MOVE WS_GP_WORK_LINE     TO WS_GP_ALLOC_LINE (WS_GP_COUNT).
           MOVE WS_GLLOG_AMOUNT     TO WS_GP_SENT_AMOUNT (WS_GP_COUNT).
           IF WS_GLLOG_FEED_ORIGINAL
               MOVE 0 TO WS_GP_CORR_COUNT (WS_GP_COUNT)
           ELSE
               MOVE 1 TO WS_GP_CORR_COUNT (WS_GP_COUNT)
           END-IF.
           MOVE SPACE TO WS_GP_ACK_STATE (WS_GP_COUNT).
           MOVE 0     TO WS_GP_POSTED_AMOUNT (WS_GP_COUNT).
           MOVE 0     TO WS_GP_POST_DATE (WS_GP_COUNT).
       2420-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2430-FIND-POSTING
      *>     Looks up the posting line for the run date, source,
      *>     batch and allocation line in the WS_GP_WORK fields;
      *>     WS_GP_IDX past WS_GP_COUNT means not filed.
      *>----------------------------------------------------------
       2430-FIND-POSTING.
           PERFORM 2440-SCAN-POSTINGS THRU 2440-EXIT
               VARYING WS_GP_IDX FROM 1 BY 1
               UNTIL WS_GP_IDX > WS_GP_COUNT
                   OR (WS_GP_RUN_DATE (WS_GP_IDX) = WS_GP_WORK_DATE
                       AND WS_GP_SOURCE_ID (WS_GP_IDX)
                           = WS_GP_WORK_SOURCE
                       AND WS_GP_BATCH_ID (WS_GP_IDX)
                           = WS_GP_WORK_BATCH
                       AND WS_GP_ALLOC_LINE (WS_GP_IDX)
                           = WS_GP_WORK_LINE).
       2430-EXIT.
           EXIT.

       2440-SCAN-POSTINGS.
           CONTINUE.
       2440-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2500-LOAD-ACKNOWLEDGMENTS
      *>     Applies the ledger's acknowledgments to the posting
      *>     lines.  GLACK is cumulative and read in the order the
      *>     ledger returned it: an acknowledgment posting the amount
      *>     sent settles the line for good; until then the latest
      *>     answer stands (a rejection, or a posting at another
      *>     amount - a mis-posting or the reversal of one).
      *>----------------------------------------------------------
       2500-LOAD-ACKNOWLEDGMENTS.
           OPEN INPUT ACK-FILE.
           IF NOT WS_ACK_FILE_OK
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2510-READ-ACK THRU 2510-EXIT
               UNTIL WS_ACK_DONE.
           CLOSE ACK-FILE.
       2500-EXIT.
           EXIT.

       2510-READ-ACK.
           READ ACK-FILE
               AT END
                   MOVE "Y" TO WS_ACK_DONE_SWITCH
                   GO TO 2510-EXIT
           END-READ.
           IF WS_GLAK_RUN_DATE NOT NUMERIC
               OR WS_GLAK_RUN_DATE < WS_FROM_DATE
               OR WS_GLAK_RUN_DATE > WS_TO_DATE
               OR WS_GLAK_BATCH_ID = "*TOTAL*"
               OR WS_GLAK_POSTED_AMOUNT NOT NUMERIC
               GO TO 2510-EXIT
           END-IF.
           MOVE WS_GLAK_RUN_DATE  TO WS_GP_WORK_DATE.
           MOVE WS_GLAK_SOURCE_ID TO WS_GP_WORK_SOURCE.
           MOVE WS_GLAK_BATCH_ID  TO WS_GP_WORK_BATCH.
           IF WS_GLAK_ALLOC_LINE NUMERIC
               MOVE WS_GLAK_ALLOC_LINE TO WS_GP_WORK_LINE
           ELSE
               MOVE 0 TO WS_GP_WORK_LINE
           END-IF.
           PERFORM 2430-FIND-POSTING THRU 2430-EXIT.
           IF WS_GP_IDX > WS_GP_COUNT
               GO TO 2510-EXIT
           END-IF.
           IF WS_GP_ACK_POSTED (WS_GP_IDX)
               GO TO 2510-EXIT
           END-IF.
           MOVE WS_GLAK_POSTED_AMOUNT TO WS_GP_POSTED_AMOUNT (WS_GP_IDX).
           IF WS_GLAK_POST_DATE NUMERIC
               MOVE WS_GLAK_POST_DATE TO WS_GP_POST_DATE (WS_GP_IDX)
           END-IF.
           EVALUATE TRUE
               WHEN WS_GLAK_REJECTED
                   MOVE "R" TO WS_GP_ACK_STATE (WS_GP_IDX)
               WHEN WS_GLAK_POSTED_AMOUNT
                       = WS_GP_SENT_AMOUNT (WS_GP_IDX)
                   MOVE "P" TO WS_GP_ACK_STATE (WS_GP_IDX)
               WHEN OTHER
                   MOVE "D" TO WS_GP_ACK_STATE (WS_GP_IDX)
           END-EVALUATE.
       2510-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2600-BUILD-COST-CENTERS
      *>     Lists every cost center on the cross-reference, plus
      *>     UNASGN when a batch with no entry turned up, in
      *>     ascending order.
      *>----------------------------------------------------------
       2600-BUILD-COST-CENTERS.
           PERFORM 2605-ADD-XREF-COST-CENTER THRU 2605-EXIT
               VARYING WS_XREF_IDX FROM 1 BY 1
               UNTIL WS_XREF_IDX > WS_XREF_COUNT.
           IF WS_UNASGN_SEEN
               MOVE "UNASGN" TO WS_CC_NEW
               PERFORM 2610-ADD-COST-CENTER THRU 2610-EXIT
               SET WS_RC_EXCEPTIONS TO TRUE
           END-IF.
       2600-EXIT.
           EXIT.

       2605-ADD-XREF-COST-CENTER.
           MOVE WS_XREF_TAB_COST_CENTER (WS_XREF_IDX) TO WS_CC_NEW.
           PERFORM 2610-ADD-COST-CENTER THRU 2610-EXIT.
       2605-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2610-ADD-COST-CENTER
      *>     Inserts WS_CC_NEW in order unless it is already listed.
      *>----------------------------------------------------------
       2610-ADD-COST-CENTER.
           PERFORM 2620-SCAN-COST-CENTERS THRU 2620-EXIT
               VARYING WS_CC_IDX FROM 1 BY 1
               UNTIL WS_CC_IDX > WS_CC_COUNT
                   OR WS_CC_COST_CENTER (WS_CC_IDX) NOT < WS_CC_NEW.
           IF WS_CC_IDX NOT > WS_CC_COUNT
               AND WS_CC_COST_CENTER (WS_CC_IDX) = WS_CC_NEW
               GO TO 2610-EXIT
           END-IF.
           IF WS_CC_COUNT NOT < WS_CC_MAX
               MOVE "Y" TO WS_TRUNCATED_SWITCH
               GO TO 2610-EXIT
           END-IF.
           PERFORM 2630-SHIFT-COST-CENTER THRU 2630-EXIT
               VARYING WS_CC_SHIFT_IDX FROM WS_CC_COUNT BY -1
               UNTIL WS_CC_SHIFT_IDX < WS_CC_IDX.
           MOVE WS_CC_NEW TO WS_CC_COST_CENTER (WS_CC_IDX).
           ADD 1 TO WS_CC_COUNT.
       2610-EXIT.
           EXIT.

       2620-SCAN-COST-CENTERS.
           CONTINUE.
       2620-EXIT.
           EXIT.

       2630-SHIFT-COST-CENTER.
           MOVE WS_CC_COST_CENTER (WS_CC_SHIFT_IDX)
               TO WS_CC_COST_CENTER (WS_CC_SHIFT_IDX + 1).
       2630-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3000-PRODUCE-STATEMENTS
      *>     Writes one statement per cost center to the
      *>     distribution file and a control line for each.
      *>----------------------------------------------------------
       3000-PRODUCE-STATEMENTS.
           PERFORM 3010-PRODUCE-ONE-STATEMENT THRU 3010-EXIT
               VARYING WS_CC_IDX FROM 1 BY 1
               UNTIL WS_CC_IDX > WS_CC_COUNT
                   OR WS_STMT_WRITE_FAILED.
           CLOSE STATEMENT-FILE.
       3000-EXIT.
           EXIT.

       3010-PRODUCE-ONE-STATEMENT.
           MOVE WS_CC_COST_CENTER (WS_CC_IDX) TO WS_STMT_COST_CENTER.
           MOVE 0 TO WS_STMT_LINE_NO.
           MOVE 0 TO WS_STMT_PAGE_NO.
           MOVE 0 TO WS_STMT_BATCH_COUNT.
           MOVE 0 TO WS_STMT_BATCH_TOTAL.
           MOVE 0 TO WS_STMT_SUSP_COUNT.
           MOVE 0 TO WS_STMT_GL_COUNT.
           MOVE 0 TO WS_STMT_OPEN_COUNT.
           PERFORM 8150-STATEMENT-HEADING THRU 8150-EXIT.

           PERFORM 3100-BATCH-SECTION THRU 3100-EXIT.
           PERFORM 3200-SUSPENSE-SECTION THRU 3200-EXIT.
           PERFORM 3300-GL-SECTION THRU 3300-EXIT.

           MOVE SPACES TO WS_STMT_PRINT_LINE.
           PERFORM 8100-WRITE-STATEMENT-LINE THRU 8100-EXIT.
           MOVE SPACES TO WS_TEXT_WORK.
           STRING "END OF STATEMENT FOR COST CENTER "
                  WS_STMT_COST_CENTER
                  DELIMITED BY SIZE INTO WS_TEXT_WORK.
           MOVE WS_TEXT_WORK TO WS_ST_TEXT.
           MOVE WS_ST_TEXT_LINE TO WS_STMT_PRINT_LINE.
           PERFORM 8100-WRITE-STATEMENT-LINE THRU 8100-EXIT.

           ADD 1 TO WS_TOTAL_STATEMENTS.
           ADD WS_STMT_PAGE_NO TO WS_TOTAL_PAGES.
           ADD WS_STMT_LINE_NO TO WS_TOTAL_LINES.
           MOVE WS_STMT_COST_CENTER TO WS_RPT_DET_COST_CENTER.
           MOVE WS_STMT_PAGE_NO     TO WS_RPT_DET_PAGES.
           MOVE WS_STMT_LINE_NO     TO WS_RPT_DET_LINES.
           MOVE WS_STMT_BATCH_COUNT TO WS_RPT_DET_BATCHES.
           MOVE WS_STMT_BATCH_TOTAL TO WS_RPT_DET_TOTAL.
           MOVE WS_STMT_SUSP_COUNT  TO WS_RPT_DET_SUSPENSE.
           MOVE WS_STMT_GL_COUNT    TO WS_RPT_DET_GL.
           MOVE WS_STMT_OPEN_COUNT  TO WS_RPT_DET_OPEN.
           MOVE WS_RPT_DETAIL_LINE  TO SUM_RPT_RECORD.
           PERFORM 8200-WRITE-CONTROL-LINE THRU 8200-EXIT.
       3010-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3100-BATCH-SECTION
      *>     The cost center's batches, date by date.  The period
      *>     subtotal counts the batches that posted - scheduled,
      *>     tied out and not still held off the feed.
      *>----------------------------------------------------------
       3100-BATCH-SECTION.
           MOVE "BATCHES" TO WS_ST_SECTION_TEXT.
           PERFORM 8120-WRITE-SECTION-LINE THRU 8120-EXIT.
           MOVE WS_ST_BATCH_CAPTION TO WS_STMT_PRINT_LINE.
           PERFORM 8100-WRITE-STATEMENT-LINE THRU 8100-EXIT.
           PERFORM 3110-BATCH-LINE THRU 3110-EXIT
               VARYING WS_BL_IDX FROM 1 BY 1
               UNTIL WS_BL_IDX > WS_BL_COUNT.
           IF WS_STMT_BATCH_COUNT = 0
               MOVE "NO BATCH ACTIVITY IN THE PERIOD" TO WS_ST_TEXT
               MOVE WS_ST_TEXT_LINE TO WS_STMT_PRINT_LINE
               PERFORM 8100-WRITE-STATEMENT-LINE THRU 8100-EXIT
               GO TO 3100-EXIT
           END-IF.
           MOVE WS_STMT_BATCH_TOTAL TO WS_EDIT_AMOUNT.
           MOVE SPACES TO WS_TEXT_WORK.
           STRING "PERIOD SUBTOTAL OF BATCHES POSTED " WS_EDIT_AMOUNT
                  DELIMITED BY SIZE INTO WS_TEXT_WORK.
           MOVE WS_TEXT_WORK TO WS_ST_TEXT.
           MOVE WS_ST_TEXT_LINE TO WS_STMT_PRINT_LINE.
           PERFORM 8100-WRITE-STATEMENT-LINE THRU 8100-EXIT.
       3100-EXIT.
           EXIT.

       3110-BATCH-LINE.
           IF WS_BL_COST_CENTER (WS_BL_IDX) NOT = WS_STMT_COST_CENTER
               GO TO 3110-EXIT
           END-IF.
           ADD 1 TO WS_STMT_BATCH_COUNT.
           MOVE WS_BL_RUN_DATE (WS_BL_IDX) TO WS_EDIT_DATE.
           PERFORM 8500-FORMAT-DATE THRU 8500-EXIT.
           MOVE WS_EDIT_DATE_FORMATTED      TO WS_ST_BL_DATE.
           MOVE WS_BL_BATCH_ID (WS_BL_IDX)  TO WS_ST_BL_BATCH.
           MOVE WS_BL_ACCOUNT (WS_BL_IDX)   TO WS_ST_BL_ACCOUNT.
           MOVE WS_BL_SUBTOTAL (WS_BL_IDX)  TO WS_ST_BL_SUBTOTAL.
           IF WS_BL_ERROR_STATUS (WS_BL_IDX) = "E"
               MOVE "FAILED" TO WS_ST_BL_TIEOUT
           ELSE
               MOVE "TIED"   TO WS_ST_BL_TIEOUT
           END-IF.
           IF WS_BL_SCHEDULED (WS_BL_IDX) = "N"
               MOVE "NO"  TO WS_ST_BL_SCHEDULED
           ELSE
               MOVE "YES" TO WS_ST_BL_SCHEDULED
           END-IF.
           EVALUATE TRUE
               WHEN WS_BL_SCHEDULED (WS_BL_IDX) = "N"
                   OR WS_BL_ERROR_STATUS (WS_BL_IDX) = "E"
                   MOVE "NOT FED"   TO WS_ST_BL_GL_STATUS
               WHEN WS_BL_GL_STATUS (WS_BL_IDX) = "H"
                   MOVE "HELD"      TO WS_ST_BL_GL_STATUS
               WHEN WS_BL_GL_STATUS (WS_BL_IDX) = "R"
                   MOVE "RELEASED"  TO WS_ST_BL_GL_STATUS
               WHEN WS_BL_GL_STATUS (WS_BL_IDX) = "C"
                   MOVE "CONFIRMED" TO WS_ST_BL_GL_STATUS
               WHEN OTHER
                   MOVE "FED"       TO WS_ST_BL_GL_STATUS
           END-EVALUATE.
           IF WS_BL_SCHEDULED (WS_BL_IDX) NOT = "N"
               AND WS_BL_ERROR_STATUS (WS_BL_IDX) NOT = "E"
               AND WS_BL_GL_STATUS (WS_BL_IDX) NOT = "H"
               ADD WS_BL_SUBTOTAL (WS_BL_IDX) TO WS_STMT_BATCH_TOTAL
           END-IF.
           MOVE WS_ST_BATCH_LINE TO WS_STMT_PRINT_LINE.
           PERFORM 8100-WRITE-STATEMENT-LINE THRU 8100-EXIT.
       3110-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3200-SUSPENSE-SECTION
      *>     Suspense items still carried for the cost center's
      *>     batches, aged to the end of the period.
      *>----------------------------------------------------------
       3200-SUSPENSE-SECTION.
           MOVE "SUSPENSE ITEMS STILL CARRIED" TO WS_ST_SECTION_TEXT.
           PERFORM 8120-WRITE-SECTION-LINE THRU 8120-EXIT.
           MOVE WS_ST_SUSP_CAPTION TO WS_STMT_PRINT_LINE.
           PERFORM 8100-WRITE-STATEMENT-LINE THRU 8100-EXIT.
           PERFORM 3210-SUSPENSE-LINE THRU 3210-EXIT
               VARYING WS_SI_IDX FROM 1 BY 1
               UNTIL WS_SI_IDX > WS_SI_COUNT.
           IF WS_STMT_SUSP_COUNT = 0
               MOVE "NO SUSPENSE ITEMS CARRIED" TO WS_ST_TEXT
               MOVE WS_ST_TEXT_LINE TO WS_STMT_PRINT_LINE
               PERFORM 8100-WRITE-STATEMENT-LINE THRU 8100-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3210-SUSPENSE-LINE.
           IF WS_SI_COST_CENTER (WS_SI_IDX) NOT = WS_STMT_COST_CENTER
               GO TO 3210-EXIT
           END-IF.
           ADD 1 TO WS_STMT_SUSP_COUNT.
           MOVE WS_SI_BATCH_ID (WS_SI_IDX) TO WS_ST_SI_BATCH.
           MOVE 0 TO WS_AGE_DAYS.
           IF WS_SI_FIRST_SEEN (WS_SI_IDX) > 0
               MOVE WS_SI_FIRST_SEEN (WS_SI_IDX) TO WS_EDIT_DATE
               PERFORM 8500-FORMAT-DATE THRU 8500-EXIT
               MOVE WS_EDIT_DATE_FORMATTED TO WS_ST_SI_FIRST_SEEN
               IF WS_SI_FIRST_SEEN (WS_SI_IDX) < WS_TO_DATE
                   COMPUTE WS_AGE_DAYS = WS_TO_INTEGER
                       - FUNCTION INTEGER-OF-DATE
                           (WS_SI_FIRST_SEEN (WS_SI_IDX))
               END-IF
           ELSE
               MOVE SPACES TO WS_ST_SI_FIRST_SEEN
           END-IF.
           IF WS_AGE_DAYS < 0
               OR WS_AGE_DAYS > 99999
               MOVE 0 TO WS_AGE_DAYS
           END-IF.
           MOVE WS_AGE_DAYS TO WS_ST_SI_AGE.
           MOVE WS_SI_CURRENCY (WS_SI_IDX) TO WS_ST_SI_CURRENCY.
           MOVE WS_SI_AMOUNT (WS_SI_IDX)   TO WS_ST_SI_AMOUNT.
           MOVE WS_ST_SUSP_LINE TO WS_STMT_PRINT_LINE.
           PERFORM 8100-WRITE-STATEMENT-LINE THRU 8100-EXIT.
       3210-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3300-GL-SECTION
      *>     The cost center's GL postings of the period and the
      *>     ledger's answer to each.
      *>----------------------------------------------------------
       3300-GL-SECTION.
           MOVE "GL POSTINGS AND LEDGER ACKNOWLEDGMENT"
               TO WS_ST_SECTION_TEXT.
           PERFORM 8120-WRITE-SECTION-LINE THRU 8120-EXIT.
           MOVE WS_ST_GL_CAPTION TO WS_STMT_PRINT_LINE.
           PERFORM 8100-WRITE-STATEMENT-LINE THRU 8100-EXIT.
           PERFORM 3310-GL-LINE THRU 3310-EXIT
               VARYING WS_GP_IDX FROM 1 BY 1
               UNTIL WS_GP_IDX > WS_GP_COUNT.
           IF WS_STMT_GL_COUNT = 0
               MOVE "NO GL POSTINGS IN THE PERIOD" TO WS_ST_TEXT
               MOVE WS_ST_TEXT_LINE TO WS_STMT_PRINT_LINE
               PERFORM 8100-WRITE-STATEMENT-LINE THRU 8100-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

       3310-GL-LINE.
           IF WS_GP_COST_CENTER (WS_GP_IDX) NOT = WS_STMT_COST_CENTER
               GO TO 3310-EXIT
           END-IF.
           ADD 1 TO WS_STMT_GL_COUNT.
           MOVE WS_GP_RUN_DATE (WS_GP_IDX) TO WS_EDIT_DATE.
           PERFORM 8500-FORMAT-DATE THRU 8500-EXIT.
           MOVE WS_EDIT_DATE_FORMATTED       TO WS_ST_GP_DATE.
           MOVE WS_GP_BATCH_ID (WS_GP_IDX)   TO WS_ST_GP_BATCH.
           MOVE WS_GP_ALLOC_LINE (WS_GP_IDX) TO WS_ST_GP_LINE.
           MOVE WS_GP_SENT_AMOUNT (WS_GP_IDX) TO WS_ST_GP_SENT.
           IF WS_GP_CORR_COUNT (WS_GP_IDX) > 0
               MOVE "CORRECTED" TO WS_ST_GP_FEED
           ELSE
               MOVE "ORIGINAL"  TO WS_ST_GP_FEED
           END-IF.
           EVALUATE TRUE
               WHEN WS_GP_ACK_POSTED (WS_GP_IDX)
                   MOVE "POSTED"        TO WS_ST_GP_ACK
               WHEN WS_GP_ACK_REJECTED (WS_GP_IDX)
                   MOVE "REJECTED"      TO WS_ST_GP_ACK
               WHEN WS_GP_ACK_DIFFERS (WS_GP_IDX)
                   MOVE "AMOUNT DIFFERS" TO WS_ST_GP_ACK
               WHEN OTHER
                   MOVE "AWAITING ACK"  TO WS_ST_GP_ACK
           END-EVALUATE.
           IF NOT WS_GP_ACK_POSTED (WS_GP_IDX)
               ADD 1 TO WS_STMT_OPEN_COUNT
           END-IF.
           IF WS_GP_ACK_NONE (WS_GP_IDX)
               MOVE 0      TO WS_ST_GP_POSTED
               MOVE SPACES TO WS_ST_GP_POST_DATE
           ELSE
               MOVE WS_GP_POSTED_AMOUNT (WS_GP_IDX) TO WS_ST_GP_POSTED
               IF WS_GP_POST_DATE (WS_GP_IDX) > 0
                   MOVE WS_GP_POST_DATE (WS_GP_IDX) TO WS_EDIT_DATE
                   PERFORM 8500-FORMAT-DATE THRU 8500-EXIT
                   MOVE WS_EDIT_DATE_FORMATTED TO WS_ST_GP_POST_DATE
               ELSE
                   MOVE SPACES TO WS_ST_GP_POST_DATE
               END-IF
           END-IF.
           MOVE WS_ST_GL_LINE TO WS_STMT_PRINT_LINE.
           PERFORM 8100-WRITE-STATEMENT-LINE THRU 8100-EXIT.
       3310-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 7000-PRINT-CONTROL-TOTALS
      *>     Closes the control listing with the statements, pages
      *>     and lines produced, and flags a truncated run.
      *>----------------------------------------------------------
       7000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO SUM_RPT_RECORD.
           PERFORM 8200-WRITE-CONTROL-LINE THRU 8200-EXIT.
           MOVE WS_TOTAL_STATEMENTS TO WS_EDIT_COUNT.
           MOVE SPACES TO WS_TEXT_WORK.
           STRING "STATEMENTS PRODUCED " WS_EDIT_COUNT
                  DELIMITED BY SIZE INTO WS_TEXT_WORK.
           PERFORM 7010-WRITE-TEXT THRU 7010-EXIT.
           MOVE WS_TOTAL_PAGES TO WS_EDIT_COUNT.
           MOVE SPACES TO WS_TEXT_WORK.
           STRING "PAGES WRITTEN       " WS_EDIT_COUNT
                  DELIMITED BY SIZE INTO WS_TEXT_WORK.
           PERFORM 7010-WRITE-TEXT THRU 7010-EXIT.
           MOVE WS_TOTAL_LINES TO WS_EDIT_COUNT.
           MOVE SPACES TO WS_TEXT_WORK.
           STRING "LINES WRITTEN       " WS_EDIT_COUNT
                  DELIMITED BY SIZE INTO WS_TEXT_WORK.
           PERFORM 7010-WRITE-TEXT THRU 7010-EXIT.
           IF WS_UNASGN_SEEN
               MOVE "UNASGN STATEMENT PRODUCED - BATCHES NOT ON XREFFILE"
                   TO WS_TEXT_WORK
               PERFORM 7010-WRITE-TEXT THRU 7010-EXIT
           END-IF.
           IF WS_TABLES_TRUNCATED
               SET WS_RC_EXCEPTIONS TO TRUE
               MOVE "TABLE CAPACITY EXCEEDED - STATEMENTS ARE INCOMPLETE"
                   TO WS_TEXT_WORK
               PERFORM 7010-WRITE-TEXT THRU 7010-EXIT
           END-IF.
           IF WS_STMT_WRITE_FAILED
               SET WS_RC_REQUEST_ERROR TO TRUE
               MOVE "CCSTMT WRITE FAILED - STATEMENTS ARE INCOMPLETE"
                   TO WS_TEXT_WORK
               PERFORM 7010-WRITE-TEXT THRU 7010-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

       7010-WRITE-TEXT.
           MOVE WS_TEXT_WORK TO WS_RPT_TEXT.
           MOVE WS_RPT_TEXT_LINE TO SUM_RPT_RECORD.
           PERFORM 8200-WRITE-CONTROL-LINE THRU 8200-EXIT.
       7010-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8100-WRITE-STATEMENT-LINE
      *>     Writes WS_STMT_PRINT_LINE to the distribution file
      *>     under the statement's cost center and next line
      *>     number, starting a new page with the statement
      *>     heading when the page is full.
      *>----------------------------------------------------------
       8100-WRITE-STATEMENT-LINE.
           IF WS_STMT_PAGE_LINES NOT < WS_STMT_PAGE_MAX
               MOVE WS_STMT_PRINT_LINE TO WS_STMT_HOLD_LINE
               PERFORM 8150-STATEMENT-HEADING THRU 8150-EXIT
               MOVE WS_STMT_HOLD_LINE TO WS_STMT_PRINT_LINE
           END-IF.
           MOVE SPACE TO WS_STMT_CARRIAGE.
           PERFORM 8110-PUT-STATEMENT-RECORD THRU 8110-EXIT.
       8100-EXIT.
           EXIT.

       8110-PUT-STATEMENT-RECORD.
           IF WS_STMT_WRITE_FAILED
               GO TO 8110-EXIT
           END-IF.
           ADD 1 TO WS_STMT_LINE_NO.
           ADD 1 TO WS_STMT_PAGE_LINES.
           MOVE SPACES              TO SUM_CSTM_RECORD.
           MOVE WS_STMT_COST_CENTER TO WS_CSTM_COST_CENTER.
           MOVE WS_STMT_LINE_NO     TO WS_CSTM_LINE_NO.
           MOVE WS_FROM_DATE        TO WS_CSTM_FROM_DATE.
           MOVE WS_TO_DATE          TO WS_CSTM_TO_DATE.
           MOVE WS_STMT_CARRIAGE    TO WS_CSTM_CARRIAGE.
           MOVE WS_STMT_PRINT_LINE  TO WS_CSTM_PRINT_LINE.
           WRITE SUM_CSTM_RECORD
               INVALID KEY
                   MOVE "Y" TO WS_STMT_WRITE_SWITCH
                   DISPLAY "SUMCCST ERROR - DISTRIBUTION FILE WRITE "
                       "FAILED, COST CENTER " WS_STMT_COST_CENTER
                       " STATUS " WS_CSTM_FILE_STATUS
           END-WRITE.
       8110-EXIT.
           EXIT.

       8120-WRITE-SECTION-LINE.
           MOVE SPACES TO WS_STMT_PRINT_LINE.
           PERFORM 8100-WRITE-STATEMENT-LINE THRU 8100-EXIT.
           MOVE WS_ST_SECTION_LINE TO WS_STMT_PRINT_LINE.
           PERFORM 8100-WRITE-STATEMENT-LINE THRU 8100-EXIT.
       8120-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8150-STATEMENT-HEADING
      *>     Starts a statement page: the heading on a new page
      *>     (ASA "1") and a blank line under it.
      *>----------------------------------------------------------
       8150-STATEMENT-HEADING.
           ADD 1 TO WS_STMT_PAGE_NO.
           MOVE 0 TO WS_STMT_PAGE_LINES.
           MOVE WS_STMT_COST_CENTER TO WS_ST_HDG_COST_CENTER.
           MOVE WS_STMT_PAGE_NO     TO WS_ST_HDG_PAGE.
           MOVE "1"                 TO WS_STMT_CARRIAGE.
           MOVE WS_ST_HEADING_LINE1 TO WS_STMT_PRINT_LINE.
           PERFORM 8110-PUT-STATEMENT-RECORD THRU 8110-EXIT.
           MOVE SPACE               TO WS_STMT_CARRIAGE.
           MOVE SPACES              TO WS_STMT_PRINT_LINE.
           PERFORM 8110-PUT-STATEMENT-RECORD THRU 8110-EXIT.
       8150-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8200-WRITE-CONTROL-LINE
      *>     Writes the line already moved to SUM_RPT_RECORD on the
      *>     control listing, paging with repeated headings.
      *>----------------------------------------------------------
       8200-WRITE-CONTROL-LINE.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   ADD 1 TO WS_RPT_PAGE_NO
                   PERFORM 8300-CONTROL-HEADING THRU 8300-EXIT
           END-WRITE.
       8200-EXIT.
           EXIT.

       8300-CONTROL-HEADING.
           MOVE WS_RPT_PAGE_NO TO WS_RPT_HDG_PAGE.
           MOVE WS_RPT_HEADING_LINE1 TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING PAGE.
           MOVE WS_RPT_HEADING_LINE2 TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 2 LINES.
       8300-EXIT.
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
      *>     Sets WS_DAY_IDX to the day entry of WS_GP_WORK_DATE, or
      *>     to zero for a date outside the period.
      *>----------------------------------------------------------
       8600-FIND-DAY.
           MOVE 0 TO WS_DAY_IDX.
           IF WS_GP_WORK_DATE < WS_FROM_DATE
               OR WS_GP_WORK_DATE > WS_TO_DATE
               GO TO 8600-EXIT
           END-IF.
           COMPUTE WS_DAY_OFFSET =
               FUNCTION INTEGER-OF-DATE (WS_GP_WORK_DATE)
               - WS_FROM_INTEGER + 1.
           IF WS_DAY_OFFSET < 1
               OR WS_DAY_OFFSET > WS_DAY_COUNT
               GO TO 8600-EXIT
           END-IF.
           MOVE WS_DAY_OFFSET TO WS_DAY_IDX.
       8600-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8700-CODE-BATCH
      *>     Codes WS_CODE_BATCH_ID to its account and cost center
      *>     off the cross-reference; no entry codes it UNASSIGNED
      *>     / UNASGN, as the nightly run posts it.
      *>----------------------------------------------------------
       8700-CODE-BATCH.
           PERFORM 8710-SCAN-XREF THRU 8710-EXIT
               VARYING WS_XREF_IDX FROM 1 BY 1
               UNTIL WS_XREF_IDX > WS_XREF_COUNT
                   OR WS_XREF_TAB_BATCH_ID (WS_XREF_IDX)
                       = WS_CODE_BATCH_ID.
           IF WS_XREF_IDX > WS_XREF_COUNT
               MOVE "UNASSIGNED" TO WS_CODE_ACCOUNT
               MOVE "UNASGN"     TO WS_CODE_COST_CENTER
               MOVE "Y"          TO WS_UNASGN_SWITCH
           ELSE
               MOVE WS_XREF_TAB_ACCOUNT (WS_XREF_IDX)
                   TO WS_CODE_ACCOUNT
               MOVE WS_XREF_TAB_COST_CENTER (WS_XREF_IDX)
                   TO WS_CODE_COST_CENTER
           END-IF.
       8700-EXIT.
           EXIT.

       8710-SCAN-XREF.
           CONTINUE.
       8710-EXIT.
           EXIT.
