      *>                      SUMINQ PF9 handler writes it by key -
      *>                      the same batch/online pairing as
      *>                      PARMFILE and HISTFILE.
      *>     2026-10-15  RLB  Single-pass detail mode.  TRANFILE now
      *>                      arrives sorted by batch id and record
      *>                      type, and 2200-SUM-DETAIL-PASS reads it
      *>                      once for every scheduled batch with a
      *>                      control break on the batch id, instead
      *>                      of re-reading the whole file once per
      *>                      batch.  Each batch's trailer tie-out and
      *>                      suspense apply run at its break; a file
      *>                      out of batch-id sequence fails the
      *>                      batches it leaves unproven.  The
      *>                      checkpoint carries the count of TRANFILE
      *>                      records read, so a restart resumes at
      *>                      the next record, and the report shows
      *>                      each batch's detail record count.
      *>     2026-10-15  RLB  Period and year-to-date balances.  Each
      *>                      posted batch subtotal is now also added
      *>                      to the batch's balance record for the
      *>                      fiscal period of the business date on
      *>                      the balance KSDS (BALFILE/SUMBAL), for
      *>                      the month-end close (SUMCLOSE) to roll
      *>                      into year-to-date.  A run - or a
      *>                      catch-up date - whose business date
      *>                      falls in a period SUMCLOSE has already
      *>                      closed is refused with a PERIODCL event
      *>                      and RETURN-CODE 20 before anything is
      *>                      posted into the closed month.
      *>     2026-10-15  RLB  GL-feed hold.  Before the feed is built,
      *>                      each batch's subtotal is compared with
      *>                      its own last runs of the same frequency
      *>                      on BHISTFIL (count and band width from
      *>                      the parameter control record).  A batch
      *>                      outside its average plus or minus the
      *>                      band is held off the GL feed and the
      *>                      period balances, recorded on the held-
      *>                      batch file (HOLDFILE/SUMHOLD) and the
      *>                      held-batch report (HOLDRPT), and raised
      *>                      as a GLHOLD event with RETURN-CODE 6;
      *>                      the operator releases or confirms it
      *>                      through SUMHLDRL before the GL interface
      *>                      job runs.  Batch-history records now
      *>                      carry the batch's frequency and GL
      *>                      status, and the partial-results file
      *>                      its frequency.
      *>     2026-10-15  RLB  Multi-currency detail.  TRANFILE detail
      *>                      and trailer records carry the currency
      *>                      the batch was booked in; each detail
      *>                      amount is converted to the functional
      *>                      currency (PARMFILE control record) at
      *>                      the business date's rate on RATEFILE/
      *>                      SUMRATE before it reaches the subtotal,
      *>                      while the trailer hash still ties out
      *>                      in the currency as booked.  A batch with
      *>                      no rate for the date fails its tie-out
      *>                      instead of posting unconverted.  The GL
      *>                      feed, sent-log, partial-results, held-
      *>                      batch and checkpoint records carry the
      *>                      currency and the amount as booked, and
      *>                      the report closes with subtotals per
      *>                      currency.
      *>     2026-10-15  RLB  Cost allocation.  A batch with lines
      *>                      in effect on ALLOCFILE/SUMALOC is split
      *>                      on the GL feed into one posting per
      *>                      line, each rounded, with the remainder
      *>                      on the line flagged to take it so the
      *>                      split adds back to the subtotal.  Feed
      *>                      and sent-log records carry the line
      *>                      number, and each split is listed on the
      *>                      new allocation report ALOCRPT.  Rules
      *>                      that do not total 100% with one
      *>                      remainder line post the batch unsplit
      *>                      under its cross-reference with an
      *>                      ALOCBAD event.
      *>     2026-10-15  RLB  XREFFILE is a KSDS keyed on batch id,
      *>                      maintained online through SUMXMNT; the
      *>                      cross-reference is still loaded whole,
      *>                      read in key order.  HOLFILE is a KSDS
      *>                      keyed on the holiday date, maintained
      *>                      through SUMHMNT, so the processing
      *>                      date is looked up by key instead of
      *>                      the calendar being read through.
      *>     2026-10-15  RLB  An override rerun takes the date's
      *>                      earlier posting of each batch back off
      *>                      its period balance before posting its
      *>                      own.  Allocation rules that repeat a
      *>                      line number post the batch unsplit.  A
      *>                      hold that cannot be recorded on
      *>                      HOLDFILE is dropped and the batch fed.
      *>================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sum-example.

           SELECT HOLIDAY-FILE
               ASSIGN TO "HOLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS_HOL_KEY
               FILE STATUS IS WS_HOL_FILE_STATUS.

           SELECT GLLOG-FILE

           SELECT XREF-FILE
               ASSIGN TO "XREFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS_XREF_BATCH_ID
               FILE STATUS IS WS_XREF_FILE_STATUS.

           SELECT BATCH-HISTORY-FILE
               RECORD KEY IS WS_STOP_KEY
               FILE STATUS IS WS_STOP_FILE_STATUS.

           SELECT BALANCE-FILE
               ASSIGN TO "BALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS_BAL_KEY
               FILE STATUS IS WS_BAL_FILE_STATUS.

           SELECT HOLD-FILE
               ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS_HOLD_KEY
               FILE STATUS IS WS_HOLD_FILE_STATUS.

           SELECT HOLD-PRINT-FILE
               ASSIGN TO "HOLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_HOLDRPT_FILE_STATUS.

           SELECT RATE-FILE
               ASSIGN TO "RATEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS_RATE_KEY
               FILE STATUS IS WS_RATE_FILE_STATUS.

           SELECT ALLOC-FILE
               ASSIGN TO "ALLOCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_ALOC_FILE_STATUS.

           SELECT ALLOC-PRINT-FILE
               ASSIGN TO "ALOCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_ALOCRPT_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       FD  STOP-FILE.
           COPY SUMSTPR.

       FD  BALANCE-FILE.
           COPY SUMBAL.

       FD  HOLD-FILE.
           COPY SUMHOLD.

       FD  HOLD-PRINT-FILE
           LINAGE IS 60 LINES WITH FOOTING AT 55.
       01  HOLD_RPT_RECORD                     PIC X(132).

       FD  RATE-FILE.
           COPY SUMRATE.

       FD  ALLOC-FILE.
           COPY SUMALOC.

       FD  ALLOC-PRINT-FILE
           LINAGE IS 60 LINES WITH FOOTING AT 55.
       01  ALOC_RPT_RECORD                     PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS_CURRENT_DATE_DATA.
               05  WS_CURRENT_DATE.
                   10  WS_BATCH_ELAPSED_TIME   PIC 9(03)V99 VALUE 0.
                   10  WS_BATCH_SCHEDULED      PIC X(01) VALUE "Y".
                   10  WS_BATCH_ERROR_STATUS   PIC X(01) VALUE " ".
                   10  WS_BATCH_RECORD_COUNT   PIC 9(09) VALUE 0.
                   10  WS_BATCH_DETAIL_CLOSED  PIC X(01) VALUE "N".
                   10  WS_BATCH_FREQUENCY      PIC X(01) VALUE "D".
                   10  WS_BATCH_GL_HOLD        PIC X(01) VALUE " ".
                   10  WS_BATCH_CURRENCY       PIC X(03) VALUE SPACES.
                   10  WS_BATCH_ORIGINAL       PIC S9(16) VALUE 0.
                   10  WS_BATCH_RATE           PIC 9(05)V9(06) VALUE 0.

           01 WS_PARM_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_PARM_FILE_OK             VALUE "00".
           01 WS_DETAIL_EXPECTED_COUNT         PIC 9(09) VALUE 0.
           01 WS_DETAIL_HASH_TOTAL             PIC S9(16) VALUE 0.

      *>----------------------------------------------------------
      *> Currency working storage.  Each batch's detail amounts
      *> are booked in one currency, named on its detail and
      *> trailer records (spaces for the functional currency).
      *> WS_BATCH_ORIGINAL accumulates the amounts as booked, for
      *> the trailer tie-out; WS_BATCH_SUBTOTAL accumulates them
      *> converted at the business date's rate from RATEFILE.  The
      *> last rate read is kept, since a night's batches and
      *> suspense records mostly share a handful of currencies.
      *>----------------------------------------------------------
           01 WS_FUNCTIONAL_CURRENCY           PIC X(03) VALUE "USD".
           01 WS_RATE_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_RATE_FILE_OK             VALUE "00".
           01 WS_RATE_LOOKUP_CURRENCY          PIC X(03).
           01 WS_RATE_LOOKUP_VALUE             PIC 9(05)V9(06) VALUE 0.
           01 WS_RATE_FOUND_SWITCH             PIC X(01) VALUE "N".
               88  WS_RATE_FOUND               VALUE "Y".
           01 WS_RATE_LAST_CURRENCY            PIC X(03) VALUE SPACES.
           01 WS_RATE_LAST_DATE                PIC 9(08) VALUE 0.
           01 WS_RATE_LAST_VALUE               PIC 9(05)V9(06) VALUE 0.
           01 WS_RATE_LAST_FOUND_SWITCH        PIC X(01) VALUE "N".
           01 WS_DETAIL_CURRENCY               PIC X(03).
           01 WS_DETAIL_TRAILER_CURRENCY       PIC X(03) VALUE SPACES.
           01 WS_DETAIL_CONVERTED              PIC S9(16) VALUE 0.

           01 WS_CCY_BATCH_IDX                 PIC 9(04).
           01 WS_CCY_WORK_CODE                 PIC X(03).
           01 WS_CCY_WORK_ORIGINAL             PIC S9(16).
           01 WS_CCY_COUNT                     PIC 9(04) VALUE 0.
           01 WS_CCY_IDX                       PIC 9(04).
           01 WS_CCY_TABLE.
               05  WS_CCY_ENTRY OCCURS 50 TIMES.
                   10  WS_CCY_CODE             PIC X(03).
                   10  WS_CCY_BATCHES          PIC 9(04).
                   10  WS_CCY_ORIGINAL         PIC S9(16).
                   10  WS_CCY_FUNCTIONAL       PIC S9(16).

      *>----------------------------------------------------------
      *> Single-pass control-break working storage.  TRANFILE is
      *> sorted by batch id and record type, so each batch's
      *> details and then its trailer arrive as one contiguous
      *> group.  WS_DETAIL_POSITION counts every record read and is
      *> what the checkpoint saves; WS_DETAIL_GROUP_IDX is the
      *> batch-table entry of the group being read, zero when the
      *> group belongs to no batch scheduled tonight.
      *>----------------------------------------------------------
           01 WS_DETAIL_PASS_SWITCH            PIC X(01) VALUE "N".
               88  WS_DETAIL_PASS_DONE         VALUE "Y".
           01 WS_DETAIL_SEQUENCE_SWITCH        PIC X(01) VALUE "N".
               88  WS_DETAIL_OUT_OF_SEQUENCE   VALUE "Y".
           01 WS_DETAIL_POSITION               PIC 9(16) VALUE 0.
           01 WS_DETAIL_GROUP_ID               PIC X(08) VALUE LOW-VALUES.
           01 WS_DETAIL_GROUP_IDX              PIC 9(04) VALUE 0.
           01 WS_DETAIL_LOOKUP_IDX             PIC 9(04).
           01 WS_DETAIL_SWEEP_IDX              PIC 9(04).

      *>----------------------------------------------------------
      *> Suspense carry-forward working storage.  Detail-mode only:
      *> a TRANFILE amount that matches no batch processed tonight
           01 WS_SUSP_APPLIED_AMOUNT           PIC S9(16) VALUE 0.
           01 WS_SUSP_WRITEOFF_COUNT           PIC 9(07) VALUE 0.
           01 WS_SUSP_WRITEOFF_AMOUNT          PIC S9(16) VALUE 0.
           01 WS_SUSP_FUNCTIONAL_AMOUNT        PIC S9(16) VALUE 0.

           01 WS_RUN_FILE_STATUS               PIC X(02) VALUE SPACES.
               88  WS_RUN_FILE_OK              VALUE "00".
           01 WS_RUN_OVERRIDE_FLAG             PIC X(01) VALUE SPACE.
           01 WS_RUN_LOCKED_DATE               PIC 9(08) VALUE 0.

      *>----------------------------------------------------------
      *> Period-balance working storage.  The fiscal period is the
      *> YYYYMM of the business date; the close-control record on
      *> BALFILE says which periods SUMCLOSE has closed.
      *>----------------------------------------------------------
           01 WS_BAL_FILE_STATUS               PIC X(02) VALUE SPACES.
               88  WS_BAL_FILE_OK              VALUE "00".
               88  WS_BAL_FILE_NOT_FOUND       VALUE "35".
           01 WS_BAL_POST_PERIOD               PIC 9(06) VALUE 0.
           01 WS_BAL_CLOSED_THRU               PIC 9(06) VALUE 0.
           01 WS_BAL_WRITE_IDX                 PIC 9(04).
           01 WS_BAL_RECORD_SWITCH             PIC X(01) VALUE "N".
               88  WS_BAL_RECORD_FOUND         VALUE "Y".

      *>----------------------------------------------------------
      *> Override-rerun balance replacement.  A rerun's postings
      *> replace the earlier run's for the date, as they do on the
      *> ledger side, so before a batch's subtotal is added the
      *> amount an earlier run of the date posted for it comes off
      *> again: the date's earlier runs are listed from HISTFILE
      *> (up to 30), and the latest of them whose BHISTFIL record
      *> shows the batch reached the balance - fed, or held and
      *> since released or confirmed - supplies the amount.
      *>----------------------------------------------------------
           01 WS_BAL_RERUN_SWITCH              PIC X(01) VALUE "N".
               88  WS_BAL_RERUN                VALUE "Y".
           01 WS_BAL_THIS_RUN_SEQ              PIC 9(08) VALUE 0.
           01 WS_BAL_HIST_DONE_SWITCH          PIC X(01) VALUE "N".
               88  WS_BAL_HIST_DONE            VALUE "Y".
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

      *>----------------------------------------------------------
      *> GL-feed hold working storage.  Each batch's last runs of
      *> its own frequency are kept in a ring of up to 30 amounts
      *> (WS_HOLD_RUNS of them, from the parameter control record)
      *> while BHISTFIL is read forward; the band is their average
      *> plus or minus WS_HOLD_SPREAD_FACTOR times their average
      *> absolute deviation, never narrower than one percent of
      *> the average.  A batch with fewer than WS_HOLD_MIN_RUNS
      *> runs of history is not judged.
      *>----------------------------------------------------------
           01 WS_HOLD_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_HOLD_FILE_OK             VALUE "00".
               88  WS_HOLD_FILE_NOT_FOUND      VALUE "35".
           01 WS_HOLDRPT_FILE_STATUS           PIC X(02) VALUE SPACES.
               88  WS_HOLDRPT_FILE_OK          VALUE "00".
           01 WS_HOLD_RUNS                     PIC 9(02) VALUE 20.
           01 WS_HOLD_SPREAD_FACTOR            PIC 9(01)V9 VALUE 4.0.
           01 WS_HOLD_MIN_RUNS                 PIC 9(02) VALUE 5.
           01 WS_HOLD_COUNT                    PIC 9(04) VALUE 0.
           01 WS_HOLD_AMOUNT                   PIC S9(16) VALUE 0.
           01 WS_HOLD_SCAN_DONE_SWITCH         PIC X(01) VALUE "N".
               88  WS_HOLD_SCAN_DONE           VALUE "Y".
           01 WS_HOLD_OPEN_SWITCH              PIC X(01) VALUE "N".
               88  WS_HOLD_FILE_OPENED         VALUE "Y".
           01 WS_HOLD_USABLE_SWITCH            PIC X(01) VALUE "N".
               88  WS_HOLD_FILE_USABLE         VALUE "Y".
           01 WS_HOLD_UNRECORDED_COUNT         PIC 9(04) VALUE 0.
           01 WS_HOLD_RPT_OPENED_SWITCH        PIC X(01) VALUE "N".
               88  WS_HOLD_RPT_OPENED          VALUE "Y".
           01 WS_HOLD_LOOKBACK_DAYS            PIC 9(05) VALUE 0.
           01 WS_HOLD_DATE_INTEGER             PIC 9(08).
           01 WS_HOLD_START_DATE               PIC 9(08).
           01 WS_HOLD_IDX                      PIC 9(04).
           01 WS_HOLD_SLOT                     PIC 9(02).
           01 WS_HOLD_WORK_FREQUENCY           PIC X(01).
           01 WS_HOLD_SUM                      PIC S9(18).
           01 WS_HOLD_DEVIATION                PIC S9(17).
           01 WS_HOLD_HALF_WIDTH               PIC 9(17).
           01 WS_HOLD_FLOOR                    PIC 9(17).
           01 WS_BAND_TABLE.
               05  WS_BAND_ENTRY OCCURS 50 TIMES.
                   10  WS_BAND_RUN_COUNT       PIC 9(02).
                   10  WS_BAND_NEXT_SLOT       PIC 9(02).
                   10  WS_BAND_LAST_DATE       PIC 9(08).
                   10  WS_BAND_AVERAGE         PIC S9(16).
                   10  WS_BAND_SPREAD          PIC 9(16).
                   10  WS_BAND_LOW             PIC S9(16).
                   10  WS_BAND_HIGH            PIC S9(16).
                   10  WS_BAND_AMOUNT OCCURS 30 TIMES
                                               PIC S9(16).

           01 WS_PTNP_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_PTNP_FILE_OK             VALUE "00".

               88  WS_RC_NORMAL                VALUE 0.
               88  WS_RC_OPERATOR_STOP         VALUE 2.
               88  WS_RC_SLA_EXCEEDED          VALUE 4.
               88  WS_RC_GL_HOLD               VALUE 6.
               88  WS_RC_VALIDATION_ERROR      VALUE 8.
               88  WS_RC_RECON_BREAK           VALUE 12.
               88  WS_RC_DUPLICATE_RUN         VALUE 16.
               88  WS_RC_PERIOD_CLOSED         VALUE 20.

      *>----------------------------------------------------------
      *> Range/overflow validation working storage.
           01 WS_GL_WORK_COST_CENTER           PIC X(06).
           01 WS_GLLOG_WORK_BATCH              PIC X(08).
           01 WS_GLLOG_WORK_AMOUNT             PIC S9(16).
           01 WS_GLLOG_WORK_CURRENCY           PIC X(03).
           01 WS_GLLOG_WORK_ORIGINAL           PIC S9(16).
           01 WS_GLLOG_WORK_LINE               PIC 9(02) VALUE 0.

      *>----------------------------------------------------------
      *> Cost allocation working storage.  The rules in effect on
      *> the business date are loaded from ALLOCFILE with the
      *> cross-reference; a batch with a valid set of lines is
      *> split across them on the feed, each line's share rounded
      *> and the remainder put on the line flagged to take it, so
      *> the split adds back to the subtotal.  The caller of
      *> 8123-FIND-ALLOCATION supplies the batch id, the amount,
      *> its currency and the amount as booked in the work fields.
      *>----------------------------------------------------------
           01 WS_ALOC_FILE_STATUS              PIC X(02) VALUE SPACES.
               88  WS_ALOC_FILE_OK             VALUE "00".
           01 WS_ALOCRPT_FILE_STATUS           PIC X(02) VALUE SPACES.
               88  WS_ALOCRPT_FILE_OK          VALUE "00".
           01 WS_ALOC_LOAD_DONE_SWITCH         PIC X(01) VALUE "N".
               88  WS_ALOC_LOAD_DONE           VALUE "Y".
           01 WS_ALOC_RPT_OPENED_SWITCH        PIC X(01) VALUE "N".
               88  WS_ALOC_RPT_OPENED          VALUE "Y".
           01 WS_ALOC_STATE                    PIC X(01) VALUE "N".
               88  WS_ALOC_NONE                VALUE "N".
               88  WS_ALOC_VALID               VALUE "V".
               88  WS_ALOC_INVALID             VALUE "I".
           01 WS_ALOC_LOOKUP_ID                PIC X(08).
           01 WS_ALOC_WORK_AMOUNT              PIC S9(16).
           01 WS_ALOC_WORK_CURRENCY            PIC X(03).
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
           01 WS_ALOC_SPLIT_COUNT              PIC 9(05) VALUE 0.
           01 WS_ALOC_POSTING_COUNT            PIC 9(05) VALUE 0.
           01 WS_ALOC_UNSPLIT_COUNT            PIC 9(05) VALUE 0.
           01 WS_ALOC_TABLE.
               05  WS_ALOC_ENTRY OCCURS 200 TIMES.
                   10  WS_ALOC_TAB_BATCH_ID    PIC X(08).
                   10  WS_ALOC_TAB_LINE_NO     PIC 9(02).
                   10  WS_ALOC_TAB_ACCOUNT     PIC X(10).
                   10  WS_ALOC_TAB_COST_CENTER PIC X(06).
                   10  WS_ALOC_TAB_PERCENT     PIC 9(03)V9(04).
                   10  WS_ALOC_TAB_REMAINDER   PIC X(01).
                   10  WS_ALOC_TAB_AMOUNT      PIC S9(16).
                   10  WS_ALOC_TAB_ORIGINAL    PIC S9(16).

           01 WS_GLLOG_FILE_STATUS             PIC X(02) VALUE SPACES.
               88  WS_GLLOG_FILE_OK            VALUE "00".
               05  FILLER                      PIC X(15) VALUE "SUBTOTAL".
               05  FILLER                      PIC X(05) VALUE SPACES.
               05  FILLER                      PIC X(20) VALUE "ELAPSED TIME (SEC)".
               05  FILLER                      PIC X(05) VALUE SPACES.
               05  FILLER                      PIC X(07) VALUE "RECORDS".
               05  FILLER                      PIC X(63) VALUE SPACES.

      *>     The record count is the batch's TRANFILE detail count;
      *>     an index-mode run reads no records, so the column is
      *>     left blank there.
           01 WS_RPT_DETAIL_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_DET_BATCH_ID         PIC X(10).
               05  WS_RPT_DET_TOTAL            PIC Z(15)9-.
               05  FILLER                      PIC X(04) VALUE SPACES.
               05  WS_RPT_DET_TIME             PIC ZZZ9.99.
               05  FILLER                      PIC X(13) VALUE SPACES.
               05  WS_RPT_DET_RECORDS          PIC ZZZ,ZZZ,ZZ9.
               05  WS_RPT_DET_RECORDS_X REDEFINES WS_RPT_DET_RECORDS
                                               PIC X(11).
               05  FILLER                      PIC X(03) VALUE SPACES.
               05  WS_RPT_DET_NOTE             PIC X(14).
               05  FILLER                      PIC X(46) VALUE SPACES.

           01 WS_RPT_NOTSCHED_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_TOT_TIME             PIC ZZZ9.99.
               05  FILLER                      PIC X(71) VALUE SPACES.

      *>     Detail mode closes the report with each currency's
      *>     batches, their total as booked and the total they
      *>     converted to; the converted totals add up to the
      *>     grand total.
           01 WS_RPT_CCY_TITLE_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(44)
                       VALUE "SUBTOTALS BY CURRENCY - FUNCTIONAL CURRENCY ".
               05  WS_RPT_CCY_FUNCTIONAL       PIC X(03).
               05  FILLER                      PIC X(84) VALUE SPACES.

           01 WS_RPT_CCY_HEADING_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(08) VALUE "CURRENCY".
               05  FILLER                      PIC X(07) VALUE "BATCHES".
               05  FILLER                      PIC X(04) VALUE SPACES.
               05  FILLER                      PIC X(17)
                       VALUE " AMOUNT AS BOOKED".
               05  FILLER                      PIC X(04) VALUE SPACES.
               05  FILLER                      PIC X(17)
                       VALUE "FUNCTIONAL AMOUNT".
               05  FILLER                      PIC X(74) VALUE SPACES.

           01 WS_RPT_CCY_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_RPT_CCY_CODE             PIC X(03).
               05  FILLER                      PIC X(05) VALUE SPACES.
               05  WS_RPT_CCY_BATCHES          PIC ZZZZZZ9.
               05  FILLER                      PIC X(04) VALUE SPACES.
               05  WS_RPT_CCY_ORIGINAL         PIC Z(15)9-.
               05  FILLER                      PIC X(04) VALUE SPACES.
               05  WS_RPT_CCY_CONVERTED        PIC Z(15)9-.
               05  FILLER                      PIC X(74) VALUE SPACES.

      *>----------------------------------------------------------
      *> Suspense-report working storage.
      *>----------------------------------------------------------
           01 WS_SUSP_HEADING_LINE2.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(10) VALUE "BATCH".
               05  FILLER                      PIC X(18)
                       VALUE "          AMOUNT".
               05  FILLER                      PIC X(05) VALUE "CCY".
               05  FILLER                      PIC X(19)
                       VALUE "FUNCTIONAL AMOUNT".
               05  FILLER                      PIC X(12) VALUE "FIRST SEEN".
               05  FILLER                      PIC X(06) VALUE " AGE".
               05  FILLER                      PIC X(12) VALUE "DISPOSITION".
               05  FILLER                      PIC X(49) VALUE SPACES.

           01 WS_SUSP_DETAIL_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_SUSP_DET_BATCH_ID        PIC X(08).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_SUSP_DET_AMOUNT          PIC Z(15)9-.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_SUSP_DET_CURRENCY        PIC X(03).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_SUSP_DET_FUNCTIONAL      PIC Z(15)9-.
               05  WS_SUSP_DET_FUNCTIONAL_X REDEFINES
                       WS_SUSP_DET_FUNCTIONAL  PIC X(17).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_SUSP_DET_FIRST_SEEN      PIC X(10).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_SUSP_DET_AGE             PIC ZZZ9.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_SUSP_DET_DISPOSITION     PIC X(12).
               05  FILLER                      PIC X(49) VALUE SPACES.

           01 WS_SUSP_SUMMARY_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_SUSP_EDIT_MONTH          PIC 9(02).
               05  WS_SUSP_EDIT_DAY            PIC 9(02).

      *>----------------------------------------------------------
      *> Allocation report working storage: one line per
      *> allocation posting, a total line per split batch, and a
      *> line for each batch whose rules could not be applied.
      *>----------------------------------------------------------
           01 WS_ALOC_RPT_PAGE_NO              PIC 9(04) VALUE 1.

           01 WS_ALOC_HEADING_LINE1.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(30)
                       VALUE "SUM-EXAMPLE ALLOCATION REPORT".
               05  FILLER                      PIC X(10) VALUE SPACES.
               05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
               05  WS_ALOC_HDG_DATE            PIC X(10).
               05  FILLER                      PIC X(06) VALUE SPACES.
               05  FILLER                      PIC X(06) VALUE "PAGE: ".
               05  WS_ALOC_HDG_PAGE            PIC ZZZ9.
               05  FILLER                      PIC X(55) VALUE SPACES.

           01 WS_ALOC_HEADING_LINE2.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(10) VALUE "BATCH".
               05  FILLER                      PIC X(04) VALUE "LN".
               05  FILLER                      PIC X(12) VALUE "ACCOUNT".
               05  FILLER                      PIC X(10) VALUE "COST CTR".
               05  FILLER                      PIC X(10) VALUE " PERCENT".
               05  FILLER                      PIC X(19)
                       VALUE "FUNCTIONAL AMOUNT".
               05  FILLER                      PIC X(05) VALUE "CCY".
               05  FILLER                      PIC X(19)
                       VALUE " AMOUNT AS BOOKED".
               05  FILLER                      PIC X(20) VALUE "NOTE".
               05  FILLER                      PIC X(22) VALUE SPACES.

           01 WS_ALOC_DETAIL_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_ALOC_DET_BATCH_ID        PIC X(08).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ALOC_DET_LINE_NO         PIC Z9.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ALOC_DET_ACCOUNT         PIC X(10).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ALOC_DET_COST_CENTER     PIC X(06).
               05  FILLER                      PIC X(04) VALUE SPACES.
               05  WS_ALOC_DET_PERCENT         PIC ZZ9.9999.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ALOC_DET_AMOUNT          PIC Z(15)9-.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ALOC_DET_CURRENCY        PIC X(03).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ALOC_DET_ORIGINAL        PIC Z(15)9-.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ALOC_DET_NOTE            PIC X(20).
               05  FILLER                      PIC X(22) VALUE SPACES.

           01 WS_ALOC_TOTAL_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_ALOC_TOT_BATCH_ID        PIC X(08).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  FILLER                      PIC X(36)
                       VALUE "BATCH SUBTOTAL AS ALLOCATED".
               05  WS_ALOC_TOT_AMOUNT          PIC Z(15)9-.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ALOC_TOT_CURRENCY        PIC X(03).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_ALOC_TOT_ORIGINAL        PIC Z(15)9-.
               05  FILLER                      PIC X(44) VALUE SPACES.

           01 WS_ALOC_BAD_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_ALOC_BAD_BATCH_ID        PIC X(08).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  FILLER                      PIC X(22)
                       VALUE "LINES IN EFFECT TOTAL ".
               05  WS_ALOC_BAD_PERCENT         PIC ZZZZ9.9999.
               05  FILLER                      PIC X(02) VALUE "% ".
               05  FILLER                      PIC X(16)
                       VALUE "REMAINDER LINES ".
               05  WS_ALOC_BAD_REMAINDERS      PIC ZZ9.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  FILLER                      PIC X(18)
                       VALUE "REPEATED LINE NOS ".
               05  WS_ALOC_BAD_DUPLICATES      PIC ZZ9.
               05  FILLER                      PIC X(20)
                       VALUE " - POSTED UNSPLIT".
               05  FILLER                      PIC X(25) VALUE SPACES.

           01 WS_ALOC_NONE_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(40)
                       VALUE "NO BATCH SPLIT BY ALLOCATION RULES".
               05  FILLER                      PIC X(91) VALUE SPACES.

           01 WS_ALOC_SUMMARY_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_ALOC_SUM_LABEL           PIC X(30).
               05  WS_ALOC_SUM_COUNT           PIC ZZZZ9.
               05  FILLER                      PIC X(96) VALUE SPACES.

      *>----------------------------------------------------------
      *> Held-batch report working storage.
      *>----------------------------------------------------------
           01 WS_HOLD_RPT_PAGE_NO              PIC 9(04) VALUE 1.

           01 WS_HOLD_HEADING_LINE1.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(30)
                       VALUE "SUM-EXAMPLE HELD-BATCH REPORT".
               05  FILLER                      PIC X(10) VALUE SPACES.
               05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
               05  WS_HOLD_HDG_DATE            PIC X(10).
               05  FILLER                      PIC X(06) VALUE SPACES.
               05  FILLER                      PIC X(06) VALUE "PAGE: ".
               05  WS_HOLD_HDG_PAGE            PIC ZZZ9.
               05  FILLER                      PIC X(55) VALUE SPACES.

           01 WS_HOLD_HEADING_LINE2.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(10) VALUE "BATCH".
               05  FILLER                      PIC X(05) VALUE "FREQ".
               05  FILLER                      PIC X(19)
                       VALUE "          SUBTOTAL".
               05  FILLER                      PIC X(19)
                       VALUE "           AVERAGE".
               05  FILLER                      PIC X(19)
                       VALUE "          BAND LOW".
               05  FILLER                      PIC X(19)
                       VALUE "         BAND HIGH".
               05  FILLER                      PIC X(06) VALUE "  RUNS".
               05  FILLER                      PIC X(34) VALUE SPACES.

           01 WS_HOLD_DETAIL_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  WS_HOLD_DET_BATCH_ID        PIC X(08).
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_HOLD_DET_FREQUENCY       PIC X(01).
               05  FILLER                      PIC X(06) VALUE SPACES.
               05  WS_HOLD_DET_SUBTOTAL        PIC Z(15)9-.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_HOLD_DET_AVERAGE         PIC Z(15)9-.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_HOLD_DET_LOW             PIC Z(15)9-.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_HOLD_DET_HIGH            PIC Z(15)9-.
               05  FILLER                      PIC X(03) VALUE SPACES.
               05  WS_HOLD_DET_RUNS            PIC ZZ9.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_HOLD_DET_NOTE            PIC X(30).
               05  FILLER                      PIC X(02) VALUE SPACES.

           01 WS_HOLD_NONE_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(40)
                       VALUE "NO BATCH HELD - EVERY SUBTOTAL IN BAND".
               05  FILLER                      PIC X(91) VALUE SPACES.

           01 WS_HOLD_SUMMARY_LINE.
               05  FILLER                      PIC X(01) VALUE SPACE.
               05  FILLER                      PIC X(26)
                       VALUE "HELD OFF THE GL FEED".
               05  WS_HOLD_SUM_COUNT           PIC ZZZZZZ9.
               05  FILLER                      PIC X(02) VALUE SPACES.
               05  WS_HOLD_SUM_AMOUNT          PIC Z(15)9-.
               05  FILLER                      PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
                   MOVE 0           TO WS_BATCH_SUBTOTAL (1)
                   MOVE 0           TO WS_BATCH_ELAPSED_TIME (1)
                   MOVE " "         TO WS_BATCH_ERROR_STATUS (1)
                   MOVE 0           TO WS_BATCH_RECORD_COUNT (1)
                   MOVE "N"         TO WS_BATCH_DETAIL_CLOSED (1)
                   MOVE "D"         TO WS_BATCH_FREQUENCY (1)
                   MOVE " "         TO WS_BATCH_GL_HOLD (1)
               END-IF
           END-IF.
       1000-EXIT.
           END-IF.

           PERFORM 1006-CHECK-RUN-LOCK THRU 1006-EXIT.
           PERFORM 1007-CHECK-PERIOD-CLOSED THRU 1007-EXIT.

           COMPUTE WS_SCHED_DAY_INTEGER =
               FUNCTION INTEGER-OF-DATE (WS_PROCESS_DATE) - 1.
       1006-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 1007-CHECK-PERIOD-CLOSED
      *>     Closed-period protection.  When the month-end close
      *>     has closed the fiscal period the business date falls
      *>     in, the period's balances are final and its figures
      *>     have gone to finance, so the run - a late rerun, or
      *>     a catch-up reaching back over a month end - ends here
      *>     with RETURN-CODE 20 and a PERIODCL event before any
      *>     file is touched.  No balance file, or no close-control
      *>     record on it, means no period has been closed yet.
      *>----------------------------------------------------------
       1007-CHECK-PERIOD-CLOSED.
      *>     A partition of a split night posts nothing itself; the
      *>     check belongs to SUMMERGE, as the run lock does.
           IF WS_SPLIT_RUN OR WS_RUN_BLOCKED
               GO TO 1007-EXIT
           END-IF.
           MOVE 0 TO WS_BAL_CLOSED_THRU.
           OPEN INPUT BALANCE-FILE.
           IF NOT WS_BAL_FILE_OK
               GO TO 1007-EXIT
           END-IF.
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
           CLOSE BALANCE-FILE.
           COMPUTE WS_BAL_POST_PERIOD =
               WS_PROCESS_YEAR * 100 + WS_PROCESS_MONTH.
           IF WS_BAL_POST_PERIOD > WS_BAL_CLOSED_THRU
               GO TO 1007-EXIT
           END-IF.
           DISPLAY "SUM-EXAMPLE RUN REFUSED - BUSINESS DATE "
               WS_PROCESS_DATE " FALLS IN FISCAL PERIOD "
               WS_BAL_POST_PERIOD ", CLOSED THROUGH "
               WS_BAL_CLOSED_THRU " - NOTHING POSTED".
           MOVE "Y" TO WS_RUN_BLOCKED_SWITCH.
           SET WS_RC_PERIOD_CLOSED TO TRUE.
           MOVE SPACES             TO WS_EVT_WORK.
           MOVE "E"                TO WS_EVT_WORK_SEVERITY.
           MOVE "PERIODCL"         TO WS_EVT_WORK_CODE.
           MOVE WS_PROCESS_DATE    TO WS_EVT_WORK_VALUE_1.
           MOVE WS_BAL_CLOSED_THRU TO WS_EVT_WORK_VALUE_2.
           MOVE "BUSINESS DATE IS IN A CLOSED FISCAL PERIOD"
               TO WS_EVT_WORK_TEXT.
           PERFORM 8300-WRITE-EVENT-RECORD THRU 8300-EXIT.
       1007-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 1008-CHECK-HOLIDAY
      *>     Looks the processing date up on the holiday calendar.
      *>     A batch otherwise due on a listed holiday is not
      *>     scheduled.  A missing calendar file simply means no
      *>     holidays, so ad hoc runs without one are unaffected.
           OPEN INPUT HOLIDAY-FILE.
           IF WS_HOL_FILE_OK
               PERFORM 1009-READ-HOLIDAY-RECORD THRU 1009-EXIT
               CLOSE HOLIDAY-FILE
           END-IF.
       1008-EXIT.
           EXIT.

       1009-READ-HOLIDAY-RECORD.
           MOVE WS_PROCESS_DATE TO WS_HOL_DATE.
           READ HOLIDAY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS_PROCESS_HOLIDAY_SWITCH
           END-READ.
       1009-EXIT.
           EXIT.
                           MOVE WS_PARM_SUSPENSE_CUTOFF
                               TO WS_SUSP_CUTOFF_DAYS
                       END-IF
                       IF WS_PARM_HOLD_RUNS NUMERIC
                           AND WS_PARM_HOLD_RUNS > 0
                           IF WS_PARM_HOLD_RUNS > 30
                               MOVE 30 TO WS_HOLD_RUNS
                           ELSE
                               MOVE WS_PARM_HOLD_RUNS TO WS_HOLD_RUNS
                           END-IF
                       END-IF
                       IF WS_PARM_HOLD_SPREAD NUMERIC
                           AND WS_PARM_HOLD_SPREAD > 0
                           MOVE WS_PARM_HOLD_SPREAD
                               TO WS_HOLD_SPREAD_FACTOR
                       END-IF
                       IF WS_PARM_FUNCTIONAL_CURRENCY NOT = SPACES
                           MOVE WS_PARM_FUNCTIONAL_CURRENCY
                               TO WS_FUNCTIONAL_CURRENCY
                       END-IF
                   ELSE
                       IF WS_PARM_TYPE_BATCH
                           PERFORM 1012-CHECK-BATCH-PARTITION
                                   (WS_BATCH_COUNT)
                               MOVE " " TO WS_BATCH_ERROR_STATUS
                                   (WS_BATCH_COUNT)
                               MOVE 0 TO WS_BATCH_RECORD_COUNT
                                   (WS_BATCH_COUNT)
                               MOVE "N" TO WS_BATCH_DETAIL_CLOSED
                                   (WS_BATCH_COUNT)
                               MOVE " " TO WS_BATCH_GL_HOLD
                                   (WS_BATCH_COUNT)
                               MOVE SPACES TO WS_BATCH_CURRENCY
                                   (WS_BATCH_COUNT)
                               MOVE 0 TO WS_BATCH_ORIGINAL
                                   (WS_BATCH_COUNT)
                               MOVE 0 TO WS_BATCH_RATE
                                   (WS_BATCH_COUNT)
                               IF WS_PARM_FREQ_WEEKLY
                                   OR WS_PARM_FREQ_MONTHLY
                                   MOVE WS_PARM_BATCH_FREQUENCY
                                       TO WS_BATCH_FREQUENCY
                                           (WS_BATCH_COUNT)
                               ELSE
                                   MOVE "D" TO WS_BATCH_FREQUENCY
                                       (WS_BATCH_COUNT)
                               END-IF
                               PERFORM 1015-CHECK-BATCH-SCHEDULE
                                   THRU 1015-EXIT
                           ELSE
      *>     TRAN-FILE records, not by the parameter card's range, so
      *>     the range/overflow arithmetic below does not apply; the
      *>     detail subtotal is instead tied out to the trailer's
      *>     count and hash total in 2220-CLOSE-DETAIL-GROUP.
           IF WS_MODE_DETAIL
               GO TO 1200-EXIT
           END-IF.
                       VARYING WS_CKPT_TABLE_IDX FROM 1 BY 1
                       UNTIL WS_CKPT_TABLE_IDX > WS_CKPT_RESULT_COUNT
                           OR WS_CKPT_TABLE_IDX > WS_BATCH_COUNT
                   IF WS_MODE_DETAIL
                       DISPLAY "SUM-EXAMPLE RESTARTING BATCH "
                           WS_CKPT_BATCH_ID " AT TRANFILE RECORD "
                           WS_RESTART_INDEX
                   ELSE
                       DISPLAY "SUM-EXAMPLE RESTARTING BATCH "
                           WS_CKPT_BATCH_ID " AT INDEX " WS_RESTART_INDEX
                   END-IF
               END-IF
           END-IF.
       1105-EXIT.
      *>     that had already failed its detail tie-out before the
      *>     abend stays failed, and the error return code it had
      *>     raised is raised again, so the restart completes with
      *>     the same diagnosis the original run gave.  The detail
      *>     record count and closed-group flag come back too, so a
      *>     single-pass restart neither re-reads a finished batch
      *>     nor mistakes one for a batch with no records at all.
      *>     The currency and the subtotal as booked come back for
      *>     the trailer tie-out, the feed and the report.
      *>----------------------------------------------------------
       1110-RESTORE-BATCH-RESULT.
           MOVE WS_CKPT_RESULT_SUBTOTAL (WS_CKPT_TABLE_IDX)
               TO WS_BATCH_SUBTOTAL (WS_CKPT_TABLE_IDX).
           MOVE WS_CKPT_RESULT_ELAPSED (WS_CKPT_TABLE_IDX)
               TO WS_BATCH_ELAPSED_TIME (WS_CKPT_TABLE_IDX).
           IF WS_CKPT_RESULT_RECORDS (WS_CKPT_TABLE_IDX) NUMERIC
               MOVE WS_CKPT_RESULT_RECORDS (WS_CKPT_TABLE_IDX)
                   TO WS_BATCH_RECORD_COUNT (WS_CKPT_TABLE_IDX)
           END-IF.
           IF WS_CKPT_RESULT_CLOSED (WS_CKPT_TABLE_IDX) = "Y"
               MOVE "Y" TO WS_BATCH_DETAIL_CLOSED (WS_CKPT_TABLE_IDX)
           END-IF.
           MOVE WS_CKPT_RESULT_CURRENCY (WS_CKPT_TABLE_IDX)
               TO WS_BATCH_CURRENCY (WS_CKPT_TABLE_IDX).
           IF WS_CKPT_RESULT_ORIGINAL (WS_CKPT_TABLE_IDX) NUMERIC
               MOVE WS_CKPT_RESULT_ORIGINAL (WS_CKPT_TABLE_IDX)
                   TO WS_BATCH_ORIGINAL (WS_CKPT_TABLE_IDX)
           END-IF.
           IF WS_CKPT_RESULT_STATUS (WS_CKPT_TABLE_IDX) = "E"
               MOVE "E" TO WS_BATCH_ERROR_STATUS (WS_CKPT_TABLE_IDX)
               SET WS_RC_VALIDATION_ERROR TO TRUE
      *>     subtotal per batch and a grand total in WS_ADD.
      *>----------------------------------------------------------
       2000-PROCESS-BATCHES.
      *>     Detail mode reads the batch-id sorted TRAN-FILE once and
      *>     breaks on batch id; the range walk below is index mode.
           IF WS_MODE_DETAIL
               PERFORM 2200-SUM-DETAIL-PASS THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2050-PROCESS-ONE-BATCH THRU 2050-EXIT
               VARYING WS_BATCH_IDX FROM 1 BY 1
               UNTIL WS_BATCH_IDX > WS_BATCH_COUNT

      *>----------------------------------------------------------
      *> 2050-PROCESS-ONE-BATCH
      *>     Sums one batch into its own subtotal over its index
      *>     range and times it independently, then folds the
      *>     subtotal into the grand total WS_ADD.  A batch fully
      *>     completed before the last checkpoint is skipped.
      *>     Detail mode does not come through here - see
      *>     2200-SUM-DETAIL-PASS.
      *>----------------------------------------------------------
       2050-PROCESS-ONE-BATCH.
           IF WS_BATCH_IDX < WS_RESTART_BATCH_SEQ
               MOVE WS_CURRENT_DATE_DATA TO WS_BATCH_START_TIME
               MOVE "N" TO WS_DETAIL_ERROR_SWITCH

               IF WS_BATCH_IDX = WS_RESTART_BATCH_SEQ
                   AND WS_RESTART_INDEX
                       > WS_BATCH_RANGE_START (WS_BATCH_IDX)
                   MOVE WS_RESTART_SUBTOTAL
                       TO WS_BATCH_SUBTOTAL (WS_BATCH_IDX)
                   PERFORM 2100-SUM-ONE-VALUE THRU 2100-EXIT
                       VARYING WD_INDEX FROM WS_RESTART_INDEX BY 1
                       UNTIL WD_INDEX
                           > WS_BATCH_RANGE_END (WS_BATCH_IDX)
                           OR WS_STOP_REQUESTED
               ELSE
                   MOVE 0 TO WS_BATCH_SUBTOTAL (WS_BATCH_IDX)
                   PERFORM 2100-SUM-ONE-VALUE THRU 2100-EXIT
                       VARYING WD_INDEX
                           FROM WS_BATCH_RANGE_START (WS_BATCH_IDX)
                           BY 1
                       UNTIL WD_INDEX
                           > WS_BATCH_RANGE_END (WS_BATCH_IDX)
                           OR WS_STOP_REQUESTED
               END-IF

      *>         A stop request caught at a checkpoint leaves the
           MOVE WS_START_DATE_DATA TO WS_CKPT_RUN_START.
           MOVE WS_BATCH_IDX TO WS_CKPT_BATCH_SEQ.
           MOVE WS_BATCH_ID (WS_BATCH_IDX) TO WS_CKPT_BATCH_ID.
      *>     A single-pass detail run positions its restart by the
      *>     TRANFILE records read, not by the batch's own count.
           IF WS_MODE_DETAIL
               MOVE WS_DETAIL_POSITION TO WS_CKPT_INDEX
           ELSE
               MOVE WD_INDEX TO WS_CKPT_INDEX
           END-IF.
           MOVE WS_BATCH_SUBTOTAL (WS_BATCH_IDX) TO WS_CKPT_RUNNING_TOTAL.
           MOVE WS_ADD   TO WS_CKPT_GRAND_TOTAL.
           MOVE WS_BATCH_COUNT TO WS_CKPT_RESULT_COUNT.
               TO WS_CKPT_RESULT_ELAPSED (WS_CKPT_TABLE_IDX).
           MOVE WS_BATCH_ERROR_STATUS (WS_CKPT_TABLE_IDX)
               TO WS_CKPT_RESULT_STATUS (WS_CKPT_TABLE_IDX).
           MOVE WS_BATCH_RECORD_COUNT (WS_CKPT_TABLE_IDX)
               TO WS_CKPT_RESULT_RECORDS (WS_CKPT_TABLE_IDX).
           MOVE WS_BATCH_DETAIL_CLOSED (WS_CKPT_TABLE_IDX)
               TO WS_CKPT_RESULT_CLOSED (WS_CKPT_TABLE_IDX).
           MOVE WS_BATCH_CURRENCY (WS_CKPT_TABLE_IDX)
               TO WS_CKPT_RESULT_CURRENCY (WS_CKPT_TABLE_IDX).
           MOVE WS_BATCH_ORIGINAL (WS_CKPT_TABLE_IDX)
               TO WS_CKPT_RESULT_ORIGINAL (WS_CKPT_TABLE_IDX).
       2120-EXIT.
           EXIT.

           EXIT.

      *>----------------------------------------------------------
      *> 2200-SUM-DETAIL-PASS
      *>     Detail mode: reads TRAN-FILE once for every scheduled
      *>     batch.  The file is sorted by batch id and record
      *>     type, so each batch's details and trailer arrive as
      *>     one group; a change of batch id is the control break
      *>     that closes the group just read - its trailer tie-out,
      *>     suspense apply and fold into the grand total - and
      *>     opens the next.  Groups of batches not scheduled
      *>     tonight, or on no parameter record, are passed over
      *>     for the end-of-run suspense pass.  A scheduled batch
      *>     with no group at all fails as having no trailer.
      *>     WD_INDEX counts the open group's detail records for
      *>     the tie-out; WS_DETAIL_POSITION counts every record
      *>     read and is what the checkpoint saves, so a restart
      *>     skips exactly the records already accounted for.
      *>----------------------------------------------------------
       2200-SUM-DETAIL-PASS.
           MOVE "N"        TO WS_DETAIL_PASS_SWITCH.
           MOVE "N"        TO WS_DETAIL_SEQUENCE_SWITCH.
           MOVE "N"        TO WS_DETAIL_ERROR_SWITCH.
           MOVE 0          TO WS_DETAIL_POSITION.
           MOVE 0          TO WS_DETAIL_RESUME_COUNT.
           MOVE 0          TO WS_DETAIL_GROUP_IDX.
           MOVE LOW-VALUES TO WS_DETAIL_GROUP_ID.

           IF WS_RESTART_INDEX > 1
               PERFORM 2205-RESUME-DETAIL-GROUP THRU 2205-EXIT
           END-IF.

           OPEN INPUT TRAN-FILE.
           IF NOT WS_TRAN_FILE_OK
               MOVE "TRANSACTION DETAIL FILE COULD NOT BE OPENED"
                   TO WS_ERR_MESSAGE
               PERFORM 2260-FAIL-UNPROVEN-BATCHES THRU 2260-EXIT
               GO TO 2200-EXIT
           END-IF.

           PERFORM 2210-READ-TRAN-RECORD THRU 2210-EXIT
               UNTIL WS_DETAIL_PASS_DONE OR WS_STOP_REQUESTED.
           CLOSE TRAN-FILE.

      *>     A stop request caught at a checkpoint leaves the
      *>     in-flight group to the restart: its partial subtotal
      *>     stays out of the grand total, exactly as it does
      *>     across an abend.
           IF WS_STOP_REQUESTED
               GO TO 2200-EXIT
           END-IF.
           IF WS_DETAIL_OUT_OF_SEQUENCE
               GO TO 2200-EXIT
           END-IF.

           IF WS_DETAIL_GROUP_IDX > 0
               PERFORM 2220-CLOSE-DETAIL-GROUP THRU 2220-EXIT
           END-IF.
           MOVE "NO TRAILER RECORD ON TRANSACTION DETAIL FILE"
               TO WS_ERR_MESSAGE.
           PERFORM 2260-FAIL-UNPROVEN-BATCHES THRU 2260-EXIT.
       2200-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2205-RESUME-DETAIL-GROUP
      *>     Restart: the checkpoint was written inside the group
      *>     of the batch it names, so that group is reopened with
      *>     its checkpointed subtotal and detail count, and the
      *>     pass skips the records the checkpoint already covers.
      *>     Batches closed before the checkpoint came back with
      *>     their results in 1110-RESTORE-BATCH-RESULT.  A group
      *>     already converting from another currency reads its
      *>     rate again; the rate may not have gone missing since
      *>     the abend, but if it has the batch fails as it would
      *>     have on its first detail.
      *>----------------------------------------------------------
       2205-RESUME-DETAIL-GROUP.
           COMPUTE WS_DETAIL_RESUME_COUNT = WS_RESTART_INDEX - 1.
           MOVE WS_BATCH_ID (WS_RESTART_BATCH_SEQ) TO WS_DETAIL_GROUP_ID.
           IF WS_BATCH_SCHEDULED (WS_RESTART_BATCH_SEQ) = "N"
               GO TO 2205-EXIT
           END-IF.
           MOVE WS_RESTART_BATCH_SEQ TO WS_DETAIL_GROUP_IDX.
           MOVE WS_RESTART_BATCH_SEQ TO WS_BATCH_IDX.
           MOVE "N" TO WS_DETAIL_TRAILER_SWITCH.
           MOVE 0   TO WS_DETAIL_EXPECTED_COUNT.
           MOVE 0   TO WS_DETAIL_HASH_TOTAL.
           MOVE SPACES TO WS_DETAIL_TRAILER_CURRENCY.
           MOVE WS_RESTART_SUBTOTAL TO WS_BATCH_SUBTOTAL (WS_BATCH_IDX).
           MOVE WS_BATCH_RECORD_COUNT (WS_BATCH_IDX) TO WD_INDEX.
           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA.
           MOVE WS_CURRENT_DATE_DATA TO WS_BATCH_START_TIME.
           IF WD_INDEX > 0
               MOVE WS_BATCH_CURRENCY (WS_BATCH_IDX)
                   TO WS_DETAIL_CURRENCY
               IF WS_DETAIL_CURRENCY = SPACES
                   MOVE WS_FUNCTIONAL_CURRENCY TO WS_DETAIL_CURRENCY
               END-IF
               PERFORM 2227-SET-BATCH-RATE THRU 2227-EXIT
           END-IF.
       2205-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2210-READ-TRAN-RECORD
      *>     Reads one TRAN-FILE record.  A new batch id is a
      *>     control break; a record of the open group of a
      *>     scheduled batch is accumulated or captured as its
      *>     trailer.  Records already covered by a restart's
      *>     restored figures are read past.
      *>----------------------------------------------------------
       2210-READ-TRAN-RECORD.
           READ TRAN-FILE
               AT END
                   MOVE "Y" TO WS_DETAIL_PASS_SWITCH
           END-READ.
           IF WS_DETAIL_PASS_DONE
               GO TO 2210-EXIT
           END-IF.
           ADD 1 TO WS_DETAIL_POSITION.
           IF WS_DETAIL_POSITION NOT > WS_DETAIL_RESUME_COUNT
               GO TO 2210-EXIT
           END-IF.
           IF WS_TRAN_BATCH_ID NOT = WS_DETAIL_GROUP_ID
               PERFORM 2215-START-DETAIL-GROUP THRU 2215-EXIT
               IF WS_DETAIL_OUT_OF_SEQUENCE
                   GO TO 2210-EXIT
               END-IF
           END-IF.
           IF WS_DETAIL_GROUP_IDX > 0
               AND NOT WS_DETAIL_BATCH_FAILED
               PERFORM 2225-ACCUMULATE-DETAIL THRU 2225-EXIT
           END-IF.
       2210-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2215-START-DETAIL-GROUP
      *>     Control break on the batch id.  A batch id lower than
      *>     the group just read means the file is out of sequence
      *>     and the pass cannot prove anything further.  Otherwise
      *>     the group just read is closed and the new batch id's
      *>     group is opened - as the in-flight batch when it is
      *>     scheduled tonight, or as a group to pass over.
      *>----------------------------------------------------------
       2215-START-DETAIL-GROUP.
           IF WS_TRAN_BATCH_ID < WS_DETAIL_GROUP_ID
               PERFORM 2270-REPORT-SEQUENCE-BREAK THRU 2270-EXIT
               GO TO 2215-EXIT
           END-IF.
           IF WS_DETAIL_GROUP_IDX > 0
               PERFORM 2220-CLOSE-DETAIL-GROUP THRU 2220-EXIT
           END-IF.
           MOVE WS_TRAN_BATCH_ID TO WS_DETAIL_GROUP_ID.
           MOVE 0 TO WS_DETAIL_GROUP_IDX.
           PERFORM 2217-SCAN-BATCH-ID THRU 2217-EXIT
               VARYING WS_DETAIL_LOOKUP_IDX FROM 1 BY 1
               UNTIL WS_DETAIL_LOOKUP_IDX > WS_BATCH_COUNT
                   OR WS_BATCH_ID (WS_DETAIL_LOOKUP_IDX)
                       = WS_TRAN_BATCH_ID.
           IF WS_DETAIL_LOOKUP_IDX > WS_BATCH_COUNT
               GO TO 2215-EXIT
           END-IF.
           IF WS_BATCH_SCHEDULED (WS_DETAIL_LOOKUP_IDX) = "N"
               OR WS_BATCH_DETAIL_CLOSED (WS_DETAIL_LOOKUP_IDX) = "Y"
               GO TO 2215-EXIT
           END-IF.
           MOVE WS_DETAIL_LOOKUP_IDX TO WS_DETAIL_GROUP_IDX.
           MOVE WS_DETAIL_LOOKUP_IDX TO WS_BATCH_IDX.
           MOVE "N" TO WS_DETAIL_ERROR_SWITCH.
           MOVE "N" TO WS_DETAIL_TRAILER_SWITCH.
           MOVE 0   TO WS_DETAIL_EXPECTED_COUNT.
           MOVE 0   TO WS_DETAIL_HASH_TOTAL.
           MOVE 0   TO WD_INDEX.
           MOVE 0   TO WS_BATCH_SUBTOTAL (WS_BATCH_IDX).
           MOVE 0   TO WS_BATCH_RECORD_COUNT (WS_BATCH_IDX).
           MOVE SPACES TO WS_DETAIL_TRAILER_CURRENCY.
           MOVE SPACES TO WS_BATCH_CURRENCY (WS_BATCH_IDX).
           MOVE 0   TO WS_BATCH_ORIGINAL (WS_BATCH_IDX).
           MOVE 0   TO WS_BATCH_RATE (WS_BATCH_IDX).
           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA.
           MOVE WS_CURRENT_DATE_DATA TO WS_BATCH_START_TIME.
       2215-EXIT.
           EXIT.

       2217-SCAN-BATCH-ID.
           CONTINUE.
       2217-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2220-CLOSE-DETAIL-GROUP
      *>     Closes the open group at its control break.  The
      *>     subtotal is only accepted when a trailer was present
      *>     and both the detail count and the hash total tie out
      *>     to it; any break is reported and keeps this batch's
      *>     subtotal out of the grand total.  The hash total is
      *>     built upstream from the amounts as booked, so it is
      *>     proved against the unconverted subtotal, in the
      *>     currency the trailer names.
      *>----------------------------------------------------------
       2220-CLOSE-DETAIL-GROUP.
           MOVE WS_DETAIL_GROUP_IDX TO WS_BATCH_IDX.
           IF WS_DETAIL_BATCH_FAILED
               GO TO 2220-FOLD-RESULT
           END-IF.
           IF NOT WS_DETAIL_TRAILER_FOUND
               MOVE "NO TRAILER RECORD ON TRANSACTION DETAIL FILE"
                   TO WS_ERR_MESSAGE
               PERFORM 2250-REPORT-DETAIL-ERROR THRU 2250-EXIT
               GO TO 2220-FOLD-RESULT
           END-IF.
           IF WD_INDEX NOT = WS_DETAIL_EXPECTED_COUNT
               MOVE "DETAIL RECORD COUNT DOES NOT MATCH TRAILER"
                   TO WS_ERR_MESSAGE
               PERFORM 2250-REPORT-DETAIL-ERROR THRU 2250-EXIT
               GO TO 2220-FOLD-RESULT
           END-IF.
           IF WS_DETAIL_TRAILER_CURRENCY = SPACES
               MOVE WS_FUNCTIONAL_CURRENCY TO WS_DETAIL_TRAILER_CURRENCY
           END-IF.
           IF WD_INDEX = 0
               MOVE WS_DETAIL_TRAILER_CURRENCY
                   TO WS_BATCH_CURRENCY (WS_BATCH_IDX)
           END-IF.
           IF WS_DETAIL_TRAILER_CURRENCY
                   NOT = WS_BATCH_CURRENCY (WS_BATCH_IDX)
               MOVE "TRAILER CURRENCY DOES NOT MATCH DETAIL RECORDS"
                   TO WS_ERR_MESSAGE
               PERFORM 2250-REPORT-DETAIL-ERROR THRU 2250-EXIT
               GO TO 2220-FOLD-RESULT
           END-IF.
           IF WS_BATCH_ORIGINAL (WS_BATCH_IDX)
                   NOT = WS_DETAIL_HASH_TOTAL
               MOVE "HASH TOTAL DOES NOT MATCH TRAILER"
                   TO WS_ERR_MESSAGE
               PERFORM 2250-REPORT-DETAIL-ERROR THRU 2250-EXIT
               GO TO 2220-FOLD-RESULT
           END-IF.
      *>     Only after the trailer tie-out has held is the prior
      *>     run's suspense folded in - the trailer never covered
      *>     suspense at all: on a split night the apply and the
      *>     end-of-night suspense pass both belong to SUMMERGE,
      *>     the only program that sees every partition's batches.
           IF NOT WS_SPLIT_RUN
               PERFORM 2230-APPLY-SUSPENSE THRU 2230-EXIT
           END-IF.
       2220-FOLD-RESULT.
           IF WS_DETAIL_BATCH_FAILED
               MOVE "E" TO WS_BATCH_ERROR_STATUS (WS_BATCH_IDX)
           ELSE
               MOVE " " TO WS_BATCH_ERROR_STATUS (WS_BATCH_IDX)
               ADD WS_BATCH_SUBTOTAL (WS_BATCH_IDX) TO WS_ADD
           END-IF.
           MOVE "Y" TO WS_BATCH_DETAIL_CLOSED (WS_BATCH_IDX).
           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA.
           MOVE WS_CURRENT_DATE_DATA TO WS_BATCH_END_TIME.
           SUBTRACT WS_BATCH_START_TIME FROM WS_BATCH_END_TIME.
           COMPUTE WS_BATCH_ELAPSED_TIME (WS_BATCH_IDX)
               = WS_BATCH_END_TIME / 1000.
           MOVE 0 TO WS_DETAIL_GROUP_IDX.
       2220-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2225-ACCUMULATE-DETAIL
      *>     Accumulates one detail record of the open group into
      *>     its batch's subtotal and detail count, checkpointing on
      *>     the record position, or captures the group's trailer
      *>     figures.  The sort puts the trailer last in its group,
      *>     so a detail behind it means the group is not what the
      *>     trailer describes.  The group's first detail sets the
      *>     batch's currency and rate; every later detail must be
      *>     booked in the same currency.  The amount as booked goes
      *>     to WS_BATCH_ORIGINAL for the tie-out and the amount
      *>     converted at the rate, rounded to the unit, to the
      *>     subtotal.
      *>----------------------------------------------------------
       2225-ACCUMULATE-DETAIL.
           IF WS_TRAN_TYPE_TRAILER
               MOVE "Y" TO WS_DETAIL_TRAILER_SWITCH
               MOVE WS_TRAN_EXPECTED_COUNT TO WS_DETAIL_EXPECTED_COUNT
               MOVE WS_TRAN_HASH_TOTAL     TO WS_DETAIL_HASH_TOTAL
               MOVE WS_TRAN_TRAILER_CURRENCY
                   TO WS_DETAIL_TRAILER_CURRENCY
               GO TO 2225-EXIT
           END-IF.
           IF NOT WS_TRAN_TYPE_DETAIL
               GO TO 2225-EXIT
           END-IF.
           IF WS_DETAIL_TRAILER_FOUND
               MOVE "DETAIL RECORD FOLLOWS THE BATCH TRAILER"
                   TO WS_ERR_MESSAGE
               PERFORM 2250-REPORT-DETAIL-ERROR THRU 2250-EXIT
               GO TO 2225-EXIT
           END-IF.
           MOVE WS_TRAN_CURRENCY TO WS_DETAIL_CURRENCY.
           IF WS_DETAIL_CURRENCY = SPACES
               MOVE WS_FUNCTIONAL_CURRENCY TO WS_DETAIL_CURRENCY
           END-IF.
           ADD 1 TO WD_INDEX.
           MOVE WD_INDEX TO WS_BATCH_RECORD_COUNT (WS_BATCH_IDX).
           IF WD_INDEX = 1
               PERFORM 2227-SET-BATCH-RATE THRU 2227-EXIT
           END-IF.
           IF WS_DETAIL_BATCH_FAILED
               GO TO 2225-CHECKPOINT
           END-IF.
           IF WS_DETAIL_CURRENCY NOT = WS_BATCH_CURRENCY (WS_BATCH_IDX)
               MOVE "DETAIL CURRENCY DIFFERS FROM THE BATCH CURRENCY"
                   TO WS_ERR_MESSAGE
               PERFORM 2250-REPORT-DETAIL-ERROR THRU 2250-EXIT
               GO TO 2225-CHECKPOINT
           END-IF.
           ADD WS_TRAN_AMOUNT TO WS_BATCH_ORIGINAL (WS_BATCH_IDX)
               ON SIZE ERROR
                   MOVE "AMOUNT WOULD OVERFLOW THE ACCUMULATOR"
                       TO WS_ERR_MESSAGE
                   PERFORM 2250-REPORT-DETAIL-ERROR THRU 2250-EXIT
                   GO TO 2225-CHECKPOINT
           END-ADD.
           COMPUTE WS_DETAIL_CONVERTED ROUNDED
               = WS_TRAN_AMOUNT * WS_BATCH_RATE (WS_BATCH_IDX)
               ON SIZE ERROR
                   MOVE "CONVERTED AMOUNT WOULD OVERFLOW THE ACCUMULATOR"
                       TO WS_ERR_MESSAGE
                   PERFORM 2250-REPORT-DETAIL-ERROR THRU 2250-EXIT
                   GO TO 2225-CHECKPOINT
           END-COMPUTE.
           ADD WS_DETAIL_CONVERTED TO WS_BATCH_SUBTOTAL (WS_BATCH_IDX)
               ON SIZE ERROR
                   MOVE "AMOUNT WOULD OVERFLOW THE ACCUMULATOR"
                       TO WS_ERR_MESSAGE
                   PERFORM 2250-REPORT-DETAIL-ERROR THRU 2250-EXIT
           END-ADD.
       2225-CHECKPOINT.
           DIVIDE WS_DETAIL_POSITION BY WS_CHECKPOINT_INTERVAL
               GIVING WS_CKPT_QUOTIENT
               REMAINDER WS_CKPT_REMAINDER.
           IF WS_CKPT_REMAINDER = 0
               PERFORM 2110-WRITE-CHECKPOINT THRU 2110-EXIT
           END-IF.
       2225-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2227-SET-BATCH-RATE
      *>     Makes the currency in WS_DETAIL_CURRENCY the open
      *>     batch's currency and gives it the business date's
      *>     rate.  No rate means the amounts cannot be converted,
      *>     so the batch fails rather than post them unconverted.
      *>----------------------------------------------------------
       2227-SET-BATCH-RATE.
           MOVE WS_DETAIL_CURRENCY TO WS_BATCH_CURRENCY (WS_BATCH_IDX).
           MOVE WS_DETAIL_CURRENCY TO WS_RATE_LOOKUP_CURRENCY.
           PERFORM 2280-GET-EXCHANGE-RATE THRU 2280-EXIT.
           IF NOT WS_RATE_FOUND
               MOVE 0 TO WS_BATCH_RATE (WS_BATCH_IDX)
               MOVE "NO EXCHANGE RATE FOR CURRENCY ON BUSINESS DATE"
                   TO WS_ERR_MESSAGE
               PERFORM 2250-REPORT-DETAIL-ERROR THRU 2250-EXIT
               GO TO 2227-EXIT
           END-IF.
           MOVE WS_RATE_LOOKUP_VALUE TO WS_BATCH_RATE (WS_BATCH_IDX).
       2227-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2230-APPLY-SUSPENSE
      *>     Folds the prior run's suspense records for the batch
      *>     just tied out into its subtotal.  A missing suspense
      *>     file simply means nothing is carried (the first night,
      *>     or a clean book).  The end-of-run suspense pass
      *>     classifies the same records as APPLIED from the batch
      *>     table and the catch-up posted set, so they are not
               NOT AT END
                   IF WS_SUSP_BATCH_ID = WS_BATCH_ID (WS_BATCH_IDX)
                       AND WS_SUSP_AMOUNT NUMERIC
                       PERFORM 2245-ADD-SUSPENSE-AMOUNT THRU 2245-EXIT
                   END-IF
           END-READ.
       2240-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2245-ADD-SUSPENSE-AMOUNT
      *>     Folds one suspense amount into the batch, converted
      *>     at tonight's rate for the currency it was booked in.
      *>     It counts toward the amount as booked only when it
      *>     shares the batch's currency.
      *>----------------------------------------------------------
       2245-ADD-SUSPENSE-AMOUNT.
           MOVE WS_SUSP_CURRENCY TO WS_RATE_LOOKUP_CURRENCY.
           IF WS_RATE_LOOKUP_CURRENCY = SPACES
               MOVE WS_FUNCTIONAL_CURRENCY TO WS_RATE_LOOKUP_CURRENCY
           END-IF.
           PERFORM 2280-GET-EXCHANGE-RATE THRU 2280-EXIT.
           IF NOT WS_RATE_FOUND
               MOVE "NO EXCHANGE RATE FOR SUSPENSE CURRENCY"
                   TO WS_ERR_MESSAGE
               PERFORM 2250-REPORT-DETAIL-ERROR THRU 2250-EXIT
               GO TO 2245-EXIT
           END-IF.
           COMPUTE WS_DETAIL_CONVERTED ROUNDED
               = WS_SUSP_AMOUNT * WS_RATE_LOOKUP_VALUE
               ON SIZE ERROR
                   MOVE "SUSPENSE AMOUNT WOULD OVERFLOW THE ACCUMULATOR"
                       TO WS_ERR_MESSAGE
                   PERFORM 2250-REPORT-DETAIL-ERROR THRU 2250-EXIT
                   GO TO 2245-EXIT
           END-COMPUTE.
           ADD WS_DETAIL_CONVERTED
               TO WS_BATCH_SUBTOTAL (WS_BATCH_IDX)
               ON SIZE ERROR
                   MOVE "SUSPENSE AMOUNT WOULD OVERFLOW THE ACCUMULATOR"
                       TO WS_ERR_MESSAGE
                   PERFORM 2250-REPORT-DETAIL-ERROR THRU 2250-EXIT
                   GO TO 2245-EXIT
           END-ADD.
           IF WS_RATE_LOOKUP_CURRENCY = WS_BATCH_CURRENCY (WS_BATCH_IDX)
               ADD WS_SUSP_AMOUNT TO WS_BATCH_ORIGINAL (WS_BATCH_IDX)
                   ON SIZE ERROR
                       MOVE "SUSPENSE AMOUNT WOULD OVERFLOW THE ACCUMULATOR"
                           TO WS_ERR_MESSAGE
                       PERFORM 2250-REPORT-DETAIL-ERROR THRU 2250-EXIT
               END-ADD
           END-IF.
       2245-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2250-REPORT-DETAIL-ERROR
      *>     Reports one detail batch's tie-out break and raises
       2250-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2260-FAIL-UNPROVEN-BATCHES
      *>     Fails, with the reason the caller put in
      *>     WS_ERR_MESSAGE, every scheduled batch whose group the
      *>     pass never closed - no records on the file, a file that
      *>     would not open, or a sequence break that left the
      *>     batch unproven.  Each is reported and kept out of the
      *>     grand total and the feed.
      *>----------------------------------------------------------
       2260-FAIL-UNPROVEN-BATCHES.
           PERFORM 2265-FAIL-ONE-BATCH THRU 2265-EXIT
               VARYING WS_DETAIL_SWEEP_IDX FROM 1 BY 1
               UNTIL WS_DETAIL_SWEEP_IDX > WS_BATCH_COUNT.
       2260-EXIT.
           EXIT.

       2265-FAIL-ONE-BATCH.
           IF WS_BATCH_SCHEDULED (WS_DETAIL_SWEEP_IDX) = "N"
               OR WS_BATCH_DETAIL_CLOSED (WS_DETAIL_SWEEP_IDX) = "Y"
               GO TO 2265-EXIT
           END-IF.
           MOVE WS_DETAIL_SWEEP_IDX TO WS_BATCH_IDX.
           MOVE WS_BATCH_RECORD_COUNT (WS_BATCH_IDX) TO WD_INDEX.
           PERFORM 2250-REPORT-DETAIL-ERROR THRU 2250-EXIT.
           MOVE "E" TO WS_BATCH_ERROR_STATUS (WS_BATCH_IDX).
           MOVE "Y" TO WS_BATCH_DETAIL_CLOSED (WS_BATCH_IDX).
       2265-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2270-REPORT-SEQUENCE-BREAK
      *>     A batch id lower than the group before it: TRANFILE is
      *>     not in batch-id sequence, so no group from here on can
      *>     be proven complete.  The pass ends.  The batch the
      *>     stray record belongs to is failed even if its group
      *>     had already closed clean - its subtotal comes back out
      *>     of the grand total - and every scheduled batch still
      *>     open is failed as unproven.  Batches closed clean
      *>     before the break tied out to their own trailers and
      *>     stand.
      *>----------------------------------------------------------
       2270-REPORT-SEQUENCE-BREAK.
           MOVE "Y" TO WS_DETAIL_SEQUENCE_SWITCH.
           MOVE "Y" TO WS_DETAIL_PASS_SWITCH.
           DISPLAY "SUM-EXAMPLE TRANSACTION DETAIL FILE OUT OF "
               "SEQUENCE - BATCH " WS_TRAN_BATCH_ID " AT RECORD "
               WS_DETAIL_POSITION " FOLLOWS BATCH " WS_DETAIL_GROUP_ID.
      *>     The open group's own failure, if it had one, is already
      *>     reported.
           IF WS_DETAIL_GROUP_IDX > 0
               AND WS_DETAIL_BATCH_FAILED
               MOVE "E" TO WS_BATCH_ERROR_STATUS (WS_DETAIL_GROUP_IDX)
               MOVE "Y" TO WS_BATCH_DETAIL_CLOSED (WS_DETAIL_GROUP_IDX)
           END-IF.
           MOVE 0 TO WS_DETAIL_GROUP_IDX.
           MOVE "TRANSACTION DETAIL FILE OUT OF BATCH-ID SEQUENCE"
               TO WS_ERR_MESSAGE.
           PERFORM 2217-SCAN-BATCH-ID THRU 2217-EXIT
               VARYING WS_DETAIL_LOOKUP_IDX FROM 1 BY 1
               UNTIL WS_DETAIL_LOOKUP_IDX > WS_BATCH_COUNT
                   OR WS_BATCH_ID (WS_DETAIL_LOOKUP_IDX)
                       = WS_TRAN_BATCH_ID.
           IF WS_DETAIL_LOOKUP_IDX NOT > WS_BATCH_COUNT
               IF WS_BATCH_SCHEDULED (WS_DETAIL_LOOKUP_IDX) NOT = "N"
                   AND WS_BATCH_DETAIL_CLOSED (WS_DETAIL_LOOKUP_IDX) = "Y"
                   AND WS_BATCH_ERROR_STATUS (WS_DETAIL_LOOKUP_IDX) = " "
                   SUBTRACT WS_BATCH_SUBTOTAL (WS_DETAIL_LOOKUP_IDX)
                       FROM WS_ADD
                   MOVE WS_DETAIL_LOOKUP_IDX TO WS_BATCH_IDX
                   MOVE WS_BATCH_RECORD_COUNT (WS_BATCH_IDX) TO WD_INDEX
                   PERFORM 2250-REPORT-DETAIL-ERROR THRU 2250-EXIT
                   MOVE "E" TO WS_BATCH_ERROR_STATUS (WS_BATCH_IDX)
               END-IF
           END-IF.
           PERFORM 2260-FAIL-UNPROVEN-BATCHES THRU 2260-EXIT.
       2270-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2280-GET-EXCHANGE-RATE
      *>     Supplies in WS_RATE_LOOKUP_VALUE the business date's
      *>     rate for the currency in WS_RATE_LOOKUP_CURRENCY.  The
      *>     functional currency converts at one without a rate
      *>     record.  A rate file that will not open, no record, or
      *>     a zero or non-numeric rate all leave WS_RATE_FOUND off.
      *>----------------------------------------------------------
       2280-GET-EXCHANGE-RATE.
           MOVE "N" TO WS_RATE_FOUND_SWITCH.
           MOVE 0   TO WS_RATE_LOOKUP_VALUE.
           IF WS_RATE_LOOKUP_CURRENCY = WS_FUNCTIONAL_CURRENCY
               MOVE 1   TO WS_RATE_LOOKUP_VALUE
               MOVE "Y" TO WS_RATE_FOUND_SWITCH
               GO TO 2280-EXIT
           END-IF.
           IF WS_RATE_LOOKUP_CURRENCY = WS_RATE_LAST_CURRENCY
               AND WS_PROCESS_DATE = WS_RATE_LAST_DATE
               MOVE WS_RATE_LAST_VALUE        TO WS_RATE_LOOKUP_VALUE
               MOVE WS_RATE_LAST_FOUND_SWITCH TO WS_RATE_FOUND_SWITCH
               GO TO 2280-EXIT
           END-IF.
           OPEN INPUT RATE-FILE.
           IF WS_RATE_FILE_OK
               MOVE WS_RATE_LOOKUP_CURRENCY TO WS_RATE_CURRENCY
               MOVE WS_PROCESS_DATE         TO WS_RATE_BUSINESS_DATE
               READ RATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS_RATE_VALUE NUMERIC
                           AND WS_RATE_VALUE > 0
                           MOVE WS_RATE_VALUE TO WS_RATE_LOOKUP_VALUE
                           MOVE "Y" TO WS_RATE_FOUND_SWITCH
                       END-IF
               END-READ
               CLOSE RATE-FILE
           END-IF.
           MOVE WS_RATE_LOOKUP_CURRENCY TO WS_RATE_LAST_CURRENCY.
           MOVE WS_PROCESS_DATE         TO WS_RATE_LAST_DATE.
           MOVE WS_RATE_LOOKUP_VALUE    TO WS_RATE_LAST_VALUE.
           MOVE WS_RATE_FOUND_SWITCH    TO WS_RATE_LAST_FOUND_SWITCH.
       2280-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8000-FINALIZE
      *>     Computes the elapsed run time and reports the total.
           IF WS_FINAL_CYCLE
               PERFORM 8060-RECONCILE-CONTROL-TOTAL THRU 8060-EXIT
           END-IF.
           PERFORM 8090-CHECK-SUBTOTAL-BANDS THRU 8090-EXIT.
           PERFORM 8100-WRITE-HISTORY-RECORD THRU 8100-EXIT.
           PERFORM 8097-RECORD-HELD-BATCHES THRU 8097-EXIT.
           PERFORM 8110-WRITE-GL-RECORD THRU 8110-EXIT.
           PERFORM 8180-UPDATE-PERIOD-BALANCES THRU 8180-EXIT.
           PERFORM 8140-PROCESS-SUSPENSE THRU 8140-EXIT.
           PERFORM 8150-CLEAR-CHECKPOINT THRU 8150-EXIT.
           PERFORM 8160-MARK-RUN-COMPLETE THRU 8160-EXIT.
       8060-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8090-CHECK-SUBTOTAL-BANDS
      *>     Before the history record and the GL feed are written,
      *>     compares each batch posting tonight with its own
      *>     recent history on BHISTFIL: its last WS_HOLD_RUNS runs
      *>     of the same frequency that reached the ledger as they
      *>     summed (not unscheduled, not failed, not held, not
      *>     released as an exception - a confirmed batch is normal
      *>     history).  BHISTFIL is read forward once from far
      *>     enough back to reach that many runs of the least
      *>     frequent batch on tonight's schedule, up to but not
      *>     including tonight's business date.  A batch outside
      *>     its band is marked held; 8097 records it once the run
      *>     sequence is known.  No batch history yet means nothing
      *>     can be judged, and the feed goes as it always has.
      *>----------------------------------------------------------
       8090-CHECK-SUBTOTAL-BANDS.
           MOVE 0 TO WS_HOLD_COUNT.
           MOVE 0 TO WS_HOLD_AMOUNT.
           MOVE 0 TO WS_HOLD_LOOKBACK_DAYS.
           PERFORM 8091-RESET-ONE-BAND THRU 8091-EXIT
               VARYING WS_BATCH_IDX FROM 1 BY 1
               UNTIL WS_BATCH_IDX > WS_BATCH_COUNT.
           IF WS_HOLD_LOOKBACK_DAYS = 0
               GO TO 8090-EXIT
           END-IF.
           OPEN INPUT BATCH-HISTORY-FILE.
           IF NOT WS_BHIST_FILE_OK
               DISPLAY "SUM-EXAMPLE WARNING - BATCH HISTORY NOT "
                   "AVAILABLE, STATUS " WS_BHIST_FILE_STATUS
                   " - SUBTOTAL BANDS NOT CHECKED"
               GO TO 8090-EXIT
           END-IF.
           COMPUTE WS_HOLD_DATE_INTEGER =
               FUNCTION INTEGER-OF-DATE (WS_PROCESS_DATE)
               - WS_HOLD_LOOKBACK_DAYS.
           COMPUTE WS_HOLD_START_DATE =
               FUNCTION DATE-OF-INTEGER (WS_HOLD_DATE_INTEGER).
           MOVE "N"                TO WS_HOLD_SCAN_DONE_SWITCH.
           MOVE WS_HOLD_START_DATE TO WS_BHIST_RUN_DATE.
           MOVE ZEROS              TO WS_BHIST_RUN_SEQ.
           MOVE LOW-VALUES         TO WS_BHIST_BATCH_ID.
           START BATCH-HISTORY-FILE KEY NOT < WS_BHIST_KEY
               INVALID KEY
                   MOVE "Y" TO WS_HOLD_SCAN_DONE_SWITCH
           END-START.
           PERFORM 8092-READ-BAND-HISTORY THRU 8092-EXIT
               UNTIL WS_HOLD_SCAN_DONE.
           CLOSE BATCH-HISTORY-FILE.
           PERFORM 8094-TEST-ONE-BAND THRU 8094-EXIT
               VARYING WS_BATCH_IDX FROM 1 BY 1
               UNTIL WS_BATCH_IDX > WS_BATCH_COUNT.
       8090-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8091-RESET-ONE-BAND
      *>     Empties one batch's history ring and, for a batch
      *>     posting tonight, widens the look-back to cover its
      *>     frequency: a month per run for a monthly batch, a
      *>     week per run for a weekly one, and two calendar days
      *>     per run for a daily one to allow for weekends and
      *>     holidays - each with a margin.
      *>----------------------------------------------------------
       8091-RESET-ONE-BAND.
           MOVE " " TO WS_BATCH_GL_HOLD (WS_BATCH_IDX).
           MOVE 0   TO WS_BAND_RUN_COUNT (WS_BATCH_IDX).
           MOVE 1   TO WS_BAND_NEXT_SLOT (WS_BATCH_IDX).
           MOVE 0   TO WS_BAND_LAST_DATE (WS_BATCH_IDX).
           MOVE 0   TO WS_BAND_AVERAGE (WS_BATCH_IDX).
           MOVE 0   TO WS_BAND_SPREAD (WS_BATCH_IDX).
           MOVE 0   TO WS_BAND_LOW (WS_BATCH_IDX).
           MOVE 0   TO WS_BAND_HIGH (WS_BATCH_IDX).
           IF WS_BATCH_SCHEDULED (WS_BATCH_IDX) = "N"
               OR WS_BATCH_ERROR_STATUS (WS_BATCH_IDX) = "E"
               GO TO 8091-EXIT
           END-IF.
           EVALUATE WS_BATCH_FREQUENCY (WS_BATCH_IDX)
               WHEN "M"
                   IF WS_HOLD_LOOKBACK_DAYS < WS_HOLD_RUNS * 31 + 31
                       COMPUTE WS_HOLD_LOOKBACK_DAYS =
                           WS_HOLD_RUNS * 31 + 31
                   END-IF
               WHEN "W"
                   IF WS_HOLD_LOOKBACK_DAYS < WS_HOLD_RUNS * 7 + 14
                       COMPUTE WS_HOLD_LOOKBACK_DAYS =
                           WS_HOLD_RUNS * 7 + 14
                   END-IF
               WHEN OTHER
                   IF WS_HOLD_LOOKBACK_DAYS < WS_HOLD_RUNS * 2 + 14
                       COMPUTE WS_HOLD_LOOKBACK_DAYS =
                           WS_HOLD_RUNS * 2 + 14
                   END-IF
           END-EVALUATE.
       8091-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8092-READ-BAND-HISTORY
      *>     Reads one batch-history record, stopping at tonight's
      *>     business date - an earlier run of the same date (an
      *>     authorized rerun) is not history to judge it by.
      *>----------------------------------------------------------
       8092-READ-BAND-HISTORY.
           READ BATCH-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS_HOLD_SCAN_DONE_SWITCH
               NOT AT END
                   IF WS_BHIST_RUN_DATE NOT < WS_PROCESS_DATE
                       MOVE "Y" TO WS_HOLD_SCAN_DONE_SWITCH
                   ELSE
                       PERFORM 8093-FILE-BAND-AMOUNT THRU 8093-EXIT
                   END-IF
           END-READ.
       8092-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8093-FILE-BAND-AMOUNT
      *>     Files one history subtotal in its batch's ring when
      *>     the batch is on tonight's table with the same
      *>     frequency.  A second run under the same business date
      *>     (an authorized rerun, later in key order) replaces the
      *>     first instead of counting twice.  Records from before
      *>     the frequency was kept count as daily.
      *>----------------------------------------------------------
       8093-FILE-BAND-AMOUNT.
           IF WS_BHIST_SCHEDULED = "N"
               OR WS_BHIST_ERROR_STATUS = "E"
               OR WS_BHIST_GL_HELD
               OR WS_BHIST_GL_RELEASED
               GO TO 8093-EXIT
           END-IF.
           IF WS_BHIST_FREQUENCY = SPACE
               MOVE "D" TO WS_HOLD_WORK_FREQUENCY
           ELSE
               MOVE WS_BHIST_FREQUENCY TO WS_HOLD_WORK_FREQUENCY
           END-IF.
           PERFORM 8149-SCAN-BATCH-TABLE THRU 8149-EXIT
               VARYING WS_HOLD_IDX FROM 1 BY 1
               UNTIL WS_HOLD_IDX > WS_BATCH_COUNT
                   OR WS_BATCH_ID (WS_HOLD_IDX) = WS_BHIST_BATCH_ID.
           IF WS_HOLD_IDX > WS_BATCH_COUNT
               GO TO 8093-EXIT
           END-IF.
           IF WS_BATCH_FREQUENCY (WS_HOLD_IDX)
               NOT = WS_HOLD_WORK_FREQUENCY
               GO TO 8093-EXIT
           END-IF.
           IF WS_BAND_RUN_COUNT (WS_HOLD_IDX) > 0
               AND WS_BAND_LAST_DATE (WS_HOLD_IDX) = WS_BHIST_RUN_DATE
               IF WS_BAND_NEXT_SLOT (WS_HOLD_IDX) = 1
                   MOVE WS_HOLD_RUNS TO WS_HOLD_SLOT
               ELSE
                   COMPUTE WS_HOLD_SLOT =
                       WS_BAND_NEXT_SLOT (WS_HOLD_IDX) - 1
               END-IF
           ELSE
               MOVE WS_BAND_NEXT_SLOT (WS_HOLD_IDX) TO WS_HOLD_SLOT
               IF WS_BAND_NEXT_SLOT (WS_HOLD_IDX) < WS_HOLD_RUNS
                   ADD 1 TO WS_BAND_NEXT_SLOT (WS_HOLD_IDX)
               ELSE
                   MOVE 1 TO WS_BAND_NEXT_SLOT (WS_HOLD_IDX)
               END-IF
               IF WS_BAND_RUN_COUNT (WS_HOLD_IDX) < WS_HOLD_RUNS
                   ADD 1 TO WS_BAND_RUN_COUNT (WS_HOLD_IDX)
               END-IF
           END-IF.
           MOVE WS_BHIST_SUBTOTAL
               TO WS_BAND_AMOUNT (WS_HOLD_IDX, WS_HOLD_SLOT).
           MOVE WS_BHIST_RUN_DATE TO WS_BAND_LAST_DATE (WS_HOLD_IDX).
       8093-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8094-TEST-ONE-BAND
      *>     Works out one batch's band from the runs in its ring
      *>     and holds the batch when tonight's subtotal falls
      *>     outside it.  The band's half-width is the spread
      *>     factor times the average absolute deviation, but never
      *>     less than one percent of the average (nor less than
      *>     one), so a batch that has posted the same amount every
      *>     run is not held over a rounding difference.
      *>----------------------------------------------------------
       8094-TEST-ONE-BAND.
           IF WS_BATCH_SCHEDULED (WS_BATCH_IDX) = "N"
               OR WS_BATCH_ERROR_STATUS (WS_BATCH_IDX) = "E"
               OR WS_BAND_RUN_COUNT (WS_BATCH_IDX) < WS_HOLD_MIN_RUNS
               GO TO 8094-EXIT
           END-IF.
           MOVE 0 TO WS_HOLD_SUM.
           PERFORM 8095-ADD-BAND-AMOUNT THRU 8095-EXIT
               VARYING WS_HOLD_SLOT FROM 1 BY 1
               UNTIL WS_HOLD_SLOT > WS_BAND_RUN_COUNT (WS_BATCH_IDX).
           COMPUTE WS_BAND_AVERAGE (WS_BATCH_IDX) ROUNDED =
               WS_HOLD_SUM / WS_BAND_RUN_COUNT (WS_BATCH_IDX).
           MOVE 0 TO WS_HOLD_SUM.
           PERFORM 8096-ADD-BAND-DEVIATION THRU 8096-EXIT
               VARYING WS_HOLD_SLOT FROM 1 BY 1
               UNTIL WS_HOLD_SLOT > WS_BAND_RUN_COUNT (WS_BATCH_IDX).
           COMPUTE WS_BAND_SPREAD (WS_BATCH_IDX) ROUNDED =
               WS_HOLD_SUM / WS_BAND_RUN_COUNT (WS_BATCH_IDX).
           COMPUTE WS_HOLD_HALF_WIDTH ROUNDED =
               WS_BAND_SPREAD (WS_BATCH_IDX) * WS_HOLD_SPREAD_FACTOR.
           COMPUTE WS_HOLD_FLOOR =
               FUNCTION ABS (WS_BAND_AVERAGE (WS_BATCH_IDX)) / 100.
           IF WS_HOLD_HALF_WIDTH < WS_HOLD_FLOOR
               MOVE WS_HOLD_FLOOR TO WS_HOLD_HALF_WIDTH
           END-IF.
           IF WS_HOLD_HALF_WIDTH < 1
               MOVE 1 TO WS_HOLD_HALF_WIDTH
           END-IF.
           COMPUTE WS_BAND_LOW (WS_BATCH_IDX) =
               WS_BAND_AVERAGE (WS_BATCH_IDX) - WS_HOLD_HALF_WIDTH
               ON SIZE ERROR
                   MOVE -9999999999999999 TO WS_BAND_LOW (WS_BATCH_IDX)
           END-COMPUTE.
           COMPUTE WS_BAND_HIGH (WS_BATCH_IDX) =
               WS_BAND_AVERAGE (WS_BATCH_IDX) + WS_HOLD_HALF_WIDTH
               ON SIZE ERROR
                   MOVE 9999999999999999 TO WS_BAND_HIGH (WS_BATCH_IDX)
           END-COMPUTE.
           IF WS_BATCH_SUBTOTAL (WS_BATCH_IDX)
                   < WS_BAND_LOW (WS_BATCH_IDX)
               OR WS_BATCH_SUBTOTAL (WS_BATCH_IDX)
                   > WS_BAND_HIGH (WS_BATCH_IDX)
               MOVE "H" TO WS_BATCH_GL_HOLD (WS_BATCH_IDX)
               ADD 1 TO WS_HOLD_COUNT
               ADD WS_BATCH_SUBTOTAL (WS_BATCH_IDX) TO WS_HOLD_AMOUNT
           END-IF.
       8094-EXIT.
           EXIT.

       8095-ADD-BAND-AMOUNT.
           ADD WS_BAND_AMOUNT (WS_BATCH_IDX, WS_HOLD_SLOT)
               TO WS_HOLD_SUM.
       8095-EXIT.
           EXIT.

       8096-ADD-BAND-DEVIATION.
           COMPUTE WS_HOLD_DEVIATION =
               WS_BAND_AMOUNT (WS_BATCH_IDX, WS_HOLD_SLOT)
               - WS_BAND_AVERAGE (WS_BATCH_IDX).
           IF WS_HOLD_DEVIATION < 0
               SUBTRACT WS_HOLD_DEVIATION FROM WS_HOLD_SUM
           ELSE
               ADD WS_HOLD_DEVIATION TO WS_HOLD_SUM
           END-IF.
       8096-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8097-RECORD-HELD-BATCHES
      *>     After the history record is written (its run sequence
      *>     is the held-batch record's link back to BHISTFIL):
      *>     prints the held-batch report - every night, so an
      *>     empty one says the check ran - and for each batch
      *>     held writes its HOLDFILE record and a GLHOLD event.
      *>     Any hold raises RETURN-CODE 6 unless something worse
      *>     is already set, so the schedule stops for the operator
      *>     to release or confirm before the GL interface job.
      *>     HOLDFILE is a KSDS like BHISTFIL; the first hold
      *>     creates it.  A hold that cannot be recorded there
      *>     (the file will not open, or the record will not
      *>     write) could never be released, so that batch is not
      *>     held after all: 8098 puts it back on tonight's feed.
      *>----------------------------------------------------------
       8097-RECORD-HELD-BATCHES.
           STRING WS_PROCESS_YEAR  "-"
                  WS_PROCESS_MONTH "-"
                  WS_PROCESS_DAY
                  DELIMITED BY SIZE INTO WS_HOLD_HDG_DATE.
      *>     Like the run report, the held-batch report restarts on
      *>     the first date of the execution and extends across
      *>     the later dates of a catch-up.
           IF WS_HOLD_RPT_OPENED
               OPEN EXTEND HOLD-PRINT-FILE
           ELSE
               OPEN OUTPUT HOLD-PRINT-FILE
           END-IF.
           IF WS_HOLDRPT_FILE_OK
               MOVE "Y" TO WS_HOLD_RPT_OPENED_SWITCH
               PERFORM 8099-HOLD-PAGE-HEADING THRU 8099-EXIT
           ELSE
               DISPLAY "SUM-EXAMPLE ERROR - HELD-BATCH REPORT OPEN "
                   "FAILED, STATUS " WS_HOLDRPT_FILE_STATUS
               MOVE "HOLDRPT"              TO WS_EVT_WORK_VALUE_1
               MOVE WS_HOLDRPT_FILE_STATUS TO WS_EVT_WORK_VALUE_2
               PERFORM 8310-EVENT-OPEN-FAILURE THRU 8310-EXIT
           END-IF.

           MOVE 0 TO WS_HOLD_UNRECORDED_COUNT.
           IF WS_HOLD_COUNT > 0
               MOVE "N" TO WS_HOLD_OPEN_SWITCH
               OPEN I-O HOLD-FILE
               IF WS_HOLD_FILE_NOT_FOUND
                   OPEN OUTPUT HOLD-FILE
               END-IF
               IF WS_HOLD_FILE_OK
                   MOVE "Y" TO WS_HOLD_OPEN_SWITCH
               ELSE
                   DISPLAY "SUM-EXAMPLE ERROR - HELD-BATCH FILE OPEN "
                       "FAILED, STATUS " WS_HOLD_FILE_STATUS
                   MOVE "HOLDFILE"          TO WS_EVT_WORK_VALUE_1
                   MOVE WS_HOLD_FILE_STATUS TO WS_EVT_WORK_VALUE_2
                   PERFORM 8310-EVENT-OPEN-FAILURE THRU 8310-EXIT
               END-IF
               MOVE WS_HOLD_OPEN_SWITCH TO WS_HOLD_USABLE_SWITCH
               PERFORM 8098-RECORD-ONE-HOLD THRU 8098-EXIT
                   VARYING WS_BATCH_IDX FROM 1 BY 1
                   UNTIL WS_BATCH_IDX > WS_BATCH_COUNT
               IF WS_HOLD_FILE_OPENED
                   CLOSE HOLD-FILE
               END-IF
           END-IF.
           IF WS_HOLD_COUNT > 0
               IF WS_RETURN_CODE < 6
                   SET WS_RC_GL_HOLD TO TRUE
               END-IF
               DISPLAY "SUM-EXAMPLE - " WS_HOLD_COUNT
                   " BATCH(ES) HELD OFF THE GL FEED AS OUT OF BAND - "
                   "SEE HOLDRPT, RELEASE OR CONFIRM WITH SUMHLDRL"
           END-IF.

           IF WS_HOLDRPT_FILE_OK
               IF WS_HOLD_COUNT = 0
                   AND WS_HOLD_UNRECORDED_COUNT = 0
                   MOVE WS_HOLD_NONE_LINE TO HOLD_RPT_RECORD
                   WRITE HOLD_RPT_RECORD AFTER ADVANCING 1 LINE
               END-IF
               MOVE SPACES TO HOLD_RPT_RECORD
               WRITE HOLD_RPT_RECORD AFTER ADVANCING 1 LINE
               MOVE WS_HOLD_COUNT  TO WS_HOLD_SUM_COUNT
               MOVE WS_HOLD_AMOUNT TO WS_HOLD_SUM_AMOUNT
               MOVE WS_HOLD_SUMMARY_LINE TO HOLD_RPT_RECORD
               WRITE HOLD_RPT_RECORD AFTER ADVANCING 1 LINE
               CLOSE HOLD-PRINT-FILE
           END-IF.
       8097-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8098-RECORD-ONE-HOLD
      *>     For one held batch: its held-batch record (an earlier
      *>     run of the same business date - an authorized rerun -
      *>     is replaced), its report line and its GLHOLD event.
      *>     When HOLDFILE did not open or the record will not
      *>     write, the batch is taken off hold (8098-NOT-HELD):
      *>     its hold flag is cleared before the GL feed is
      *>     written, it comes out of the held count and amount,
      *>     its BHISTFIL record is marked fed, and its report
      *>     line says so.  The OPENFAIL event carries the file
      *>     status.
      *>----------------------------------------------------------
       8098-RECORD-ONE-HOLD.
           IF WS_BATCH_GL_HOLD (WS_BATCH_IDX) NOT = "H"
               GO TO 8098-EXIT
           END-IF.
           DISPLAY "SUM-EXAMPLE GL HOLD - BATCH "
               WS_BATCH_ID (WS_BATCH_IDX) " SUBTOTAL "
               WS_BATCH_SUBTOTAL (WS_BATCH_IDX) " OUTSIDE BAND "
               WS_BAND_LOW (WS_BATCH_IDX) " TO "
               WS_BAND_HIGH (WS_BATCH_IDX).
           IF NOT WS_HOLD_FILE_USABLE
               GO TO 8098-NOT-HELD
           END-IF.
           MOVE SPACES             TO SUM_HOLD_RECORD.
           MOVE WS_PROCESS_DATE    TO WS_HOLD_RUN_DATE.
           MOVE WS_BATCH_ID (WS_BATCH_IDX) TO WS_HOLD_BATCH_ID.
           MOVE WS_HIST_RUN_SEQ    TO WS_HOLD_RUN_SEQ.
           MOVE WS_GL_SOURCE_IDENTIFIER TO WS_HOLD_SOURCE_ID.
           MOVE WS_BATCH_FREQUENCY (WS_BATCH_IDX)
               TO WS_HOLD_FREQUENCY.
           MOVE "H"                TO WS_HOLD_STATUS.
           MOVE WS_BATCH_SUBTOTAL (WS_BATCH_IDX)
               TO WS_HOLD_SUBTOTAL.
           MOVE WS_BAND_AVERAGE (WS_BATCH_IDX) TO WS_HOLD_AVERAGE.
           MOVE WS_BAND_SPREAD (WS_BATCH_IDX)  TO WS_HOLD_SPREAD.
           MOVE WS_BAND_LOW (WS_BATCH_IDX)     TO WS_HOLD_BAND_LOW.
           MOVE WS_BAND_HIGH (WS_BATCH_IDX)    TO WS_HOLD_BAND_HIGH.
           MOVE WS_BAND_RUN_COUNT (WS_BATCH_IDX)
               TO WS_HOLD_HISTORY_RUNS.
           MOVE 0                  TO WS_HOLD_ACTION_DATE.
           MOVE 0                  TO WS_HOLD_ACTION_TIME.
           MOVE WS_BATCH_IDX       TO WS_CCY_BATCH_IDX.
           PERFORM 8113-GET-BATCH-CURRENCY THRU 8113-EXIT.
           MOVE WS_CCY_WORK_CODE   TO WS_HOLD_CURRENCY.
           MOVE WS_CCY_WORK_ORIGINAL TO WS_HOLD_ORIGINAL_AMOUNT.
           WRITE SUM_HOLD_RECORD
               INVALID KEY
                   REWRITE SUM_HOLD_RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
           IF NOT WS_HOLD_FILE_OK
               DISPLAY "SUM-EXAMPLE ERROR - HELD-BATCH RECORD WRITE FAILED "
                   "FOR BATCH " WS_BATCH_ID (WS_BATCH_IDX) ", STATUS "
                   WS_HOLD_FILE_STATUS
               MOVE "HOLDFILE"          TO WS_EVT_WORK_VALUE_1
               MOVE WS_HOLD_FILE_STATUS TO WS_EVT_WORK_VALUE_2
               PERFORM 8310-EVENT-OPEN-FAILURE THRU 8310-EXIT
               MOVE "N" TO WS_HOLD_USABLE_SWITCH
               GO TO 8098-NOT-HELD
           END-IF.
           IF WS_HOLDRPT_FILE_OK
               MOVE WS_BATCH_ID (WS_BATCH_IDX) TO WS_HOLD_DET_BATCH_ID
               MOVE WS_BATCH_FREQUENCY (WS_BATCH_IDX)
                   TO WS_HOLD_DET_FREQUENCY
               MOVE WS_BATCH_SUBTOTAL (WS_BATCH_IDX)
                   TO WS_HOLD_DET_SUBTOTAL
               MOVE WS_BAND_AVERAGE (WS_BATCH_IDX) TO WS_HOLD_DET_AVERAGE
               MOVE WS_BAND_LOW (WS_BATCH_IDX)     TO WS_HOLD_DET_LOW
               MOVE WS_BAND_HIGH (WS_BATCH_IDX)    TO WS_HOLD_DET_HIGH
               MOVE WS_BAND_RUN_COUNT (WS_BATCH_IDX) TO WS_HOLD_DET_RUNS
               MOVE SPACES TO WS_HOLD_DET_NOTE
               MOVE WS_HOLD_DETAIL_LINE TO HOLD_RPT_RECORD
               WRITE HOLD_RPT_RECORD AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE
                       ADD 1 TO WS_HOLD_RPT_PAGE_NO
                       PERFORM 8099-HOLD-PAGE-HEADING THRU 8099-EXIT
               END-WRITE
           END-IF.
           MOVE SPACES     TO WS_EVT_WORK.
           MOVE "W"        TO WS_EVT_WORK_SEVERITY.
           MOVE "GLHOLD"   TO WS_EVT_WORK_CODE.
           MOVE WS_BATCH_ID (WS_BATCH_IDX) TO WS_EVT_WORK_BATCH.
           MOVE WS_BATCH_SUBTOTAL (WS_BATCH_IDX) TO WS_EVT_EDIT_AMOUNT.
           MOVE WS_EVT_EDIT_AMOUNT TO WS_EVT_WORK_VALUE_1.
           MOVE WS_BAND_AVERAGE (WS_BATCH_IDX) TO WS_EVT_EDIT_AMOUNT.
           MOVE WS_EVT_EDIT_AMOUNT TO WS_EVT_WORK_VALUE_2.
           MOVE "SUBTOTAL OUT OF BAND - HELD OFF THE GL FEED"
               TO WS_EVT_WORK_TEXT.
           PERFORM 8300-WRITE-EVENT-RECORD THRU 8300-EXIT.
           GO TO 8098-EXIT.
       8098-NOT-HELD.
           MOVE " " TO WS_BATCH_GL_HOLD (WS_BATCH_IDX).
           SUBTRACT 1 FROM WS_HOLD_COUNT.
           SUBTRACT WS_BATCH_SUBTOTAL (WS_BATCH_IDX) FROM WS_HOLD_AMOUNT.
           ADD 1 TO WS_HOLD_UNRECORDED_COUNT.
           DISPLAY "SUM-EXAMPLE ERROR - HOLD ON BATCH "
               WS_BATCH_ID (WS_BATCH_IDX) " NOT RECORDED ON HOLDFILE - "
               "BATCH FED TO THE GL".
           OPEN I-O BATCH-HISTORY-FILE.
           IF WS_BHIST_FILE_OK
               MOVE WS_PROCESS_DATE TO WS_BHIST_RUN_DATE
               MOVE WS_HIST_RUN_SEQ TO WS_BHIST_RUN_SEQ
               MOVE WS_BATCH_ID (WS_BATCH_IDX) TO WS_BHIST_BATCH_ID
               READ BATCH-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS_BHIST_FILE_OK
                   MOVE " " TO WS_BHIST_GL_STATUS
                   REWRITE SUM_BHIST_RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               CLOSE BATCH-HISTORY-FILE
           END-IF.
           IF NOT WS_BHIST_FILE_OK
               DISPLAY "SUM-EXAMPLE WARNING - BATCH HISTORY NOT MARKED FED "
                   "FOR BATCH " WS_BATCH_ID (WS_BATCH_IDX) ", STATUS "
                   WS_BHIST_FILE_STATUS
           END-IF.
           IF WS_HOLDRPT_FILE_OK
               MOVE WS_BATCH_ID (WS_BATCH_IDX) TO WS_HOLD_DET_BATCH_ID
               MOVE WS_BATCH_FREQUENCY (WS_BATCH_IDX)
                   TO WS_HOLD_DET_FREQUENCY
               MOVE WS_BATCH_SUBTOTAL (WS_BATCH_IDX)
                   TO WS_HOLD_DET_SUBTOTAL
               MOVE WS_BAND_AVERAGE (WS_BATCH_IDX) TO WS_HOLD_DET_AVERAGE
               MOVE WS_BAND_LOW (WS_BATCH_IDX)     TO WS_HOLD_DET_LOW
               MOVE WS_BAND_HIGH (WS_BATCH_IDX)    TO WS_HOLD_DET_HIGH
               MOVE WS_BAND_RUN_COUNT (WS_BATCH_IDX) TO WS_HOLD_DET_RUNS
               MOVE "FED - HOLD NOT RECORDED" TO WS_HOLD_DET_NOTE
               MOVE WS_HOLD_DETAIL_LINE TO HOLD_RPT_RECORD
               WRITE HOLD_RPT_RECORD AFTER ADVANCING 1 LINE
                   AT END-OF-PAGE
                       ADD 1 TO WS_HOLD_RPT_PAGE_NO
                       PERFORM 8099-HOLD-PAGE-HEADING THRU 8099-EXIT
               END-WRITE
           END-IF.
       8098-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8099-HOLD-PAGE-HEADING
      *>     Writes the held-batch report and column headings at
      *>     the top of a page.
      *>----------------------------------------------------------
       8099-HOLD-PAGE-HEADING.
           MOVE WS_HOLD_RPT_PAGE_NO TO WS_HOLD_HDG_PAGE.
           MOVE WS_HOLD_HEADING_LINE1 TO HOLD_RPT_RECORD.
           WRITE HOLD_RPT_RECORD AFTER ADVANCING PAGE.
           MOVE WS_HOLD_HEADING_LINE2 TO HOLD_RPT_RECORD.
           WRITE HOLD_RPT_RECORD AFTER ADVANCING 2 LINES.
       8099-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8100-WRITE-HISTORY-RECORD
      *>     Adds one record, keyed on run date and run sequence, to
               TO WS_BHIST_SCHEDULED.
           MOVE WS_BATCH_ERROR_STATUS (WS_BHIST_WRITE_IDX)
               TO WS_BHIST_ERROR_STATUS.
           MOVE WS_BATCH_FREQUENCY (WS_BHIST_WRITE_IDX)
               TO WS_BHIST_FREQUENCY.
           MOVE WS_BATCH_GL_HOLD (WS_BHIST_WRITE_IDX)
               TO WS_BHIST_GL_STATUS.
           WRITE SUM_BHIST_RECORD
               INVALID KEY
                   CONTINUE
      *>     posting record per batch processed tonight, coded from
      *>     the account cross-reference, and one type "T"
      *>     balancing total record.  Every record written is also
      *>     appended to the cumulative sent-log for SUMGLACK.  A
      *>     batch held as out of band is left off, and the total
      *>     record balances to what was actually sent - SUMHLDRL
      *>     feeds the held batch separately once it is released.
      *>----------------------------------------------------------
       8110-WRITE-GL-RECORD.
           PERFORM 8105-LOAD-XREF-TABLE THRU 8105-EXIT.
               GO TO 8110-EXIT
           END-IF.
           PERFORM 8115-OPEN-GL-LOG THRU 8115-EXIT.
           PERFORM 8121-LOAD-ALLOCATIONS THRU 8121-EXIT.

           PERFORM 8112-WRITE-GL-POSTING THRU 8112-EXIT
               VARYING WS_GL_WRITE_IDX FROM 1 BY 1
           MOVE WS_PROCESS_DAY          TO WS_GL_RUN_DAY.
           MOVE WS_GL_SOURCE_IDENTIFIER TO WS_GL_SOURCE_ID.
           MOVE "*TOTAL*"               TO WS_GL_BATCH_ID.
           COMPUTE WS_GL_TOTAL_AMOUNT = WS_ADD - WS_HOLD_AMOUNT.
           MOVE WS_FUNCTIONAL_CURRENCY  TO WS_GL_CURRENCY.
           MOVE WS_GL_TOTAL_AMOUNT      TO WS_GL_ORIGINAL_AMOUNT.
           MOVE 0                       TO WS_GL_ALLOC_LINE.
           WRITE SUM_GL_RECORD.
           MOVE "*TOTAL*" TO WS_GLLOG_WORK_BATCH.
           COMPUTE WS_GLLOG_WORK_AMOUNT = WS_ADD - WS_HOLD_AMOUNT.
           MOVE WS_FUNCTIONAL_CURRENCY  TO WS_GLLOG_WORK_CURRENCY.
           MOVE WS_GLLOG_WORK_AMOUNT    TO WS_GLLOG_WORK_ORIGINAL.
           MOVE 0                       TO WS_GLLOG_WORK_LINE.
           PERFORM 8120-WRITE-GL-LOG-RECORD THRU 8120-EXIT.

           PERFORM 8129-CLOSE-ALLOCATION-REPORT THRU 8129-EXIT.
           CLOSE GL-FILE.
           IF WS_GLLOG_FILE_OK
               CLOSE GLLOG-FILE
      *>     sent-log entry.  A batch the calendar did not schedule
      *>     posted nothing; a batch that failed its tie-out is held
      *>     out of the feed the same way it is held out of the
      *>     grand total; a batch held as out of band waits for
      *>     the operator.  A batch with valid allocation rules is
      *>     split into one posting per allocation line instead.
      *>----------------------------------------------------------
       8112-WRITE-GL-POSTING.
           IF WS_BATCH_SCHEDULED (WS_GL_WRITE_IDX) = "N"
               OR WS_BATCH_ERROR_STATUS (WS_GL_WRITE_IDX) = "E"
               OR WS_BATCH_GL_HOLD (WS_GL_WRITE_IDX) = "H"
               GO TO 8112-EXIT
           END-IF.
           MOVE WS_GL_WRITE_IDX         TO WS_CCY_BATCH_IDX.
           PERFORM 8113-GET-BATCH-CURRENCY THRU 8113-EXIT.
           MOVE WS_BATCH_ID (WS_GL_WRITE_IDX) TO WS_ALOC_LOOKUP_ID.
           MOVE WS_BATCH_SUBTOTAL (WS_GL_WRITE_IDX)
               TO WS_ALOC_WORK_AMOUNT.
           MOVE WS_CCY_WORK_CODE        TO WS_ALOC_WORK_CURRENCY.
           MOVE WS_CCY_WORK_ORIGINAL    TO WS_ALOC_WORK_ORIGINAL.
           PERFORM 8123-FIND-ALLOCATION THRU 8123-EXIT.
           IF WS_ALOC_VALID
               ADD 1 TO WS_ALOC_SPLIT_COUNT
               PERFORM 8126-WRITE-ALLOCATION-POSTING THRU 8126-EXIT
                   VARYING WS_ALOC_IDX FROM 1 BY 1
                   UNTIL WS_ALOC_IDX > WS_ALOC_COUNT
               MOVE WS_ALOC_LOOKUP_ID     TO WS_ALOC_TOT_BATCH_ID
               MOVE WS_ALOC_WORK_AMOUNT   TO WS_ALOC_TOT_AMOUNT
               MOVE WS_ALOC_WORK_CURRENCY TO WS_ALOC_TOT_CURRENCY
               MOVE WS_ALOC_WORK_ORIGINAL TO WS_ALOC_TOT_ORIGINAL
               MOVE WS_ALOC_TOTAL_LINE TO ALOC_RPT_RECORD
               PERFORM 8127-WRITE-ALLOCATION-LINE THRU 8127-EXIT
               MOVE SPACES TO ALOC_RPT_RECORD
               PERFORM 8127-WRITE-ALLOCATION-LINE THRU 8127-EXIT
               GO TO 8112-EXIT
           END-IF.
           PERFORM 8107-FIND-XREF THRU 8107-EXIT.
           MOVE WS_GL_WORK_COST_CENTER  TO WS_GL_COST_CENTER.
           MOVE WS_BATCH_SUBTOTAL (WS_GL_WRITE_IDX)
               TO WS_GL_TOTAL_AMOUNT.
           MOVE WS_CCY_WORK_CODE        TO WS_GL_CURRENCY.
           MOVE WS_CCY_WORK_ORIGINAL    TO WS_GL_ORIGINAL_AMOUNT.
           MOVE 0                       TO WS_GL_ALLOC_LINE.
           WRITE SUM_GL_RECORD.
           MOVE WS_BATCH_ID (WS_GL_WRITE_IDX) TO WS_GLLOG_WORK_BATCH.
           MOVE WS_BATCH_SUBTOTAL (WS_GL_WRITE_IDX)
               TO WS_GLLOG_WORK_AMOUNT.
           MOVE WS_CCY_WORK_CODE        TO WS_GLLOG_WORK_CURRENCY.
           MOVE WS_CCY_WORK_ORIGINAL    TO WS_GLLOG_WORK_ORIGINAL.
           MOVE 0                       TO WS_GLLOG_WORK_LINE.
           PERFORM 8120-WRITE-GL-LOG-RECORD THRU 8120-EXIT.
       8112-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8113-GET-BATCH-CURRENCY
      *>     Supplies the currency and the amount as booked of the
      *>     batch at WS_CCY_BATCH_IDX.  A batch in the functional
      *>     currency - which includes every index-mode batch -
      *>     was booked at its subtotal.
      *>----------------------------------------------------------
       8113-GET-BATCH-CURRENCY.
           IF WS_BATCH_CURRENCY (WS_CCY_BATCH_IDX) = SPACES
               OR WS_BATCH_CURRENCY (WS_CCY_BATCH_IDX)
                   = WS_FUNCTIONAL_CURRENCY
               MOVE WS_FUNCTIONAL_CURRENCY TO WS_CCY_WORK_CODE
               MOVE WS_BATCH_SUBTOTAL (WS_CCY_BATCH_IDX)
                   TO WS_CCY_WORK_ORIGINAL
           ELSE
               MOVE WS_BATCH_CURRENCY (WS_CCY_BATCH_IDX)
                   TO WS_CCY_WORK_CODE
               MOVE WS_BATCH_ORIGINAL (WS_CCY_BATCH_IDX)
                   TO WS_CCY_WORK_ORIGINAL
           END-IF.
       8113-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8115-OPEN-GL-LOG
      *>     Opens the cumulative GL sent-log for the feed about to
      *>----------------------------------------------------------
      *> 8120-WRITE-GL-LOG-RECORD
      *>     Appends one sent-log entry for the feed record just
      *>     written, from the batch id, amount, currency, amount
      *>     as booked and allocation line the caller put in the
      *>     work fields.
      *>----------------------------------------------------------
       8120-WRITE-GL-LOG-RECORD.
           IF NOT WS_GLLOG_FILE_OK
           MOVE WS_GLLOG_WORK_BATCH     TO WS_GLLOG_BATCH_ID.
           MOVE WS_GLLOG_WORK_AMOUNT    TO WS_GLLOG_AMOUNT.
           MOVE "O"                     TO WS_GLLOG_FEED_TYPE.
           MOVE WS_GLLOG_WORK_CURRENCY  TO WS_GLLOG_CURRENCY.
           MOVE WS_GLLOG_WORK_ORIGINAL  TO WS_GLLOG_ORIGINAL_AMOUNT.
           MOVE WS_GLLOG_WORK_LINE      TO WS_GLLOG_ALLOC_LINE.
           WRITE SUM_GLLOG_RECORD.
       8120-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8121-LOAD-ALLOCATIONS
      *>     Loads the allocation lines in effect on the business
      *>     date into their table and opens the allocation report
      *>     (ALOCRPT) with its headings.  A missing ALLOCFILE
      *>     simply leaves the table empty - every batch then posts
      *>     unsplit under its cross-reference coding, as before
      *>     allocation rules existed.
      *>----------------------------------------------------------
       8121-LOAD-ALLOCATIONS.
           MOVE 0 TO WS_ALOC_COUNT.
           MOVE 0 TO WS_ALOC_SPLIT_COUNT.
           MOVE 0 TO WS_ALOC_POSTING_COUNT.
           MOVE 0 TO WS_ALOC_UNSPLIT_COUNT.
           MOVE "N" TO WS_ALOC_LOAD_DONE_SWITCH.
           OPEN INPUT ALLOC-FILE.
           IF WS_ALOC_FILE_OK
               PERFORM 8122-READ-ALLOCATION-RECORD THRU 8122-EXIT
                   UNTIL WS_ALOC_LOAD_DONE
               CLOSE ALLOC-FILE
           END-IF.
           STRING WS_PROCESS_YEAR  "-"
                  WS_PROCESS_MONTH "-"
                  WS_PROCESS_DAY
                  DELIMITED BY SIZE INTO WS_ALOC_HDG_DATE.
      *>     Like the held-batch report, the allocation report
      *>     restarts on the first date of the execution and
      *>     extends across the later dates of a catch-up.
           IF WS_ALOC_RPT_OPENED
               OPEN EXTEND ALLOC-PRINT-FILE
           ELSE
               OPEN OUTPUT ALLOC-PRINT-FILE
           END-IF.
           IF WS_ALOCRPT_FILE_OK
               MOVE "Y" TO WS_ALOC_RPT_OPENED_SWITCH
           END-IF.
           IF WS_ALOCRPT_FILE_OK
               PERFORM 8128-ALLOCATION-PAGE-HEADING THRU 8128-EXIT
           ELSE
               DISPLAY "SUM-EXAMPLE ERROR - ALLOCATION REPORT OPEN "
                   "FAILED, STATUS " WS_ALOCRPT_FILE_STATUS
               MOVE "ALOCRPT"              TO WS_EVT_WORK_VALUE_1
               MOVE WS_ALOCRPT_FILE_STATUS TO WS_EVT_WORK_VALUE_2
               PERFORM 8310-EVENT-OPEN-FAILURE THRU 8310-EXIT
           END-IF.
       8121-EXIT.
           EXIT.

       8122-READ-ALLOCATION-RECORD.
           READ ALLOC-FILE
               AT END
                   MOVE "Y" TO WS_ALOC_LOAD_DONE_SWITCH
               NOT AT END
                   IF WS_ALOC_EFFECTIVE_FROM NUMERIC
                       AND WS_ALOC_EFFECTIVE_TO NUMERIC
                       AND WS_ALOC_PERCENT NUMERIC
                       AND WS_ALOC_LINE_NO NUMERIC
                       AND WS_ALOC_EFFECTIVE_FROM NOT > WS_PROCESS_DATE
                       AND (WS_ALOC_EFFECTIVE_TO = 0
                           OR WS_ALOC_EFFECTIVE_TO NOT < WS_PROCESS_DATE)
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
                           MOVE 0 TO WS_ALOC_TAB_AMOUNT (WS_ALOC_COUNT)
                           MOVE 0 TO WS_ALOC_TAB_ORIGINAL (WS_ALOC_COUNT)
                       ELSE
                           DISPLAY "SUM-EXAMPLE WARNING - MORE THAN 200 "
                               "ALLOCATION LINES IN EFFECT, BATCH "
                               WS_ALOC_BATCH_ID " LINE "
                               WS_ALOC_LINE_NO " IGNORED"
                       END-IF
                   END-IF
           END-READ.
       8122-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8123-FIND-ALLOCATION
      *>     Totals the allocation lines in effect for the batch in
      *>     WS_ALOC_LOOKUP_ID.  None leaves WS_ALOC_NONE and the
      *>     batch posts under its cross-reference; lines totalling
      *>     exactly 100% with exactly one remainder line are
      *>     WS_ALOC_VALID, and 8124/8125 have already worked out
      *>     each line's share; anything else is WS_ALOC_INVALID -
      *>     listed, raised as an ALOCBAD event, and posted unsplit.
      *>     Two lines in effect under one line number are invalid
      *>     too: the ledger side matches postings on date, source,
      *>     batch and line, so they would collapse into one.
      *>----------------------------------------------------------
       8123-FIND-ALLOCATION.
           MOVE "N" TO WS_ALOC_STATE.
           MOVE 0   TO WS_ALOC_LINE_COUNT.
           MOVE 0   TO WS_ALOC_REMAINDER_COUNT.
           MOVE 0   TO WS_ALOC_REMAINDER_IDX.
           MOVE 0   TO WS_ALOC_DUP_COUNT.
           MOVE 0   TO WS_ALOC_PERCENT_TOTAL.
           MOVE 0   TO WS_ALOC_SPREAD_AMOUNT.
           MOVE 0   TO WS_ALOC_SPREAD_ORIGINAL.
           PERFORM 8124-COUNT-ALLOCATION-LINE THRU 8124-EXIT
               VARYING WS_ALOC_IDX FROM 1 BY 1
               UNTIL WS_ALOC_IDX > WS_ALOC_COUNT.
           IF WS_ALOC_LINE_COUNT = 0
               GO TO 8123-EXIT
           END-IF.
           IF WS_ALOC_PERCENT_TOTAL NOT = 100
               OR WS_ALOC_REMAINDER_COUNT NOT = 1
               OR WS_ALOC_DUP_COUNT > 0
               MOVE "I" TO WS_ALOC_STATE
               ADD 1 TO WS_ALOC_UNSPLIT_COUNT
               MOVE WS_ALOC_LOOKUP_ID       TO WS_ALOC_BAD_BATCH_ID
               MOVE WS_ALOC_PERCENT_TOTAL   TO WS_ALOC_BAD_PERCENT
               MOVE WS_ALOC_REMAINDER_COUNT TO WS_ALOC_BAD_REMAINDERS
               MOVE WS_ALOC_DUP_COUNT       TO WS_ALOC_BAD_DUPLICATES
               MOVE WS_ALOC_BAD_LINE TO ALOC_RPT_RECORD
               PERFORM 8127-WRITE-ALLOCATION-LINE THRU 8127-EXIT
               MOVE SPACES     TO WS_EVT_WORK
               MOVE "W"        TO WS_EVT_WORK_SEVERITY
               MOVE "ALOCBAD"  TO WS_EVT_WORK_CODE
               MOVE WS_ALOC_LOOKUP_ID     TO WS_EVT_WORK_BATCH
               MOVE WS_ALOC_BAD_PERCENT   TO WS_EVT_WORK_VALUE_1
               MOVE WS_ALOC_BAD_REMAINDERS TO WS_EVT_WORK_VALUE_2
               MOVE "ALLOCATION RULES INVALID - POSTED UNSPLIT"
                   TO WS_EVT_WORK_TEXT
               PERFORM 8300-WRITE-EVENT-RECORD THRU 8300-EXIT
               GO TO 8123-EXIT
           END-IF.
           MOVE "V" TO WS_ALOC_STATE.
           PERFORM 8125-SPLIT-ALLOCATION-LINE THRU 8125-EXIT
               VARYING WS_ALOC_IDX FROM 1 BY 1
               UNTIL WS_ALOC_IDX > WS_ALOC_COUNT.
           COMPUTE WS_ALOC_TAB_AMOUNT (WS_ALOC_REMAINDER_IDX)
               = WS_ALOC_WORK_AMOUNT - WS_ALOC_SPREAD_AMOUNT.
           COMPUTE WS_ALOC_TAB_ORIGINAL (WS_ALOC_REMAINDER_IDX)
               = WS_ALOC_WORK_ORIGINAL - WS_ALOC_SPREAD_ORIGINAL.
       8123-EXIT.
           EXIT.

       8124-COUNT-ALLOCATION-LINE.
           IF WS_ALOC_TAB_BATCH_ID (WS_ALOC_IDX) NOT = WS_ALOC_LOOKUP_ID
               GO TO 8124-EXIT
           END-IF.
           ADD 1 TO WS_ALOC_LINE_COUNT.
           ADD WS_ALOC_TAB_PERCENT (WS_ALOC_IDX) TO WS_ALOC_PERCENT_TOTAL.
           IF WS_ALOC_TAB_REMAINDER (WS_ALOC_IDX) = "Y"
               ADD 1 TO WS_ALOC_REMAINDER_COUNT
               MOVE WS_ALOC_IDX TO WS_ALOC_REMAINDER_IDX
           END-IF.
           PERFORM 8119-SCAN-ALLOCATION-LINES THRU 8119-EXIT
               VARYING WS_ALOC_DUP_IDX FROM 1 BY 1
               UNTIL WS_ALOC_DUP_IDX NOT < WS_ALOC_IDX
                   OR (WS_ALOC_TAB_BATCH_ID (WS_ALOC_DUP_IDX)
                           = WS_ALOC_LOOKUP_ID
                       AND WS_ALOC_TAB_LINE_NO (WS_ALOC_DUP_IDX)
                           = WS_ALOC_TAB_LINE_NO (WS_ALOC_IDX)).
           IF WS_ALOC_DUP_IDX < WS_ALOC_IDX
               ADD 1 TO WS_ALOC_DUP_COUNT
           END-IF.
       8124-EXIT.
           EXIT.

       8119-SCAN-ALLOCATION-LINES.
           CONTINUE.
       8119-EXIT.
           EXIT.

      *>     Each line but the remainder line gets its percentage
      *>     of the amount, rounded; the remainder line gets what
      *>     is left (8123), so the lines add back exactly.
       8125-SPLIT-ALLOCATION-LINE.
           IF WS_ALOC_TAB_BATCH_ID (WS_ALOC_IDX) NOT = WS_ALOC_LOOKUP_ID
               OR WS_ALOC_IDX = WS_ALOC_REMAINDER_IDX
               GO TO 8125-EXIT
           END-IF.
           COMPUTE WS_ALOC_TAB_AMOUNT (WS_ALOC_IDX) ROUNDED
               = WS_ALOC_WORK_AMOUNT * WS_ALOC_TAB_PERCENT (WS_ALOC_IDX)
                   / 100.
           COMPUTE WS_ALOC_TAB_ORIGINAL (WS_ALOC_IDX) ROUNDED
               = WS_ALOC_WORK_ORIGINAL
                   * WS_ALOC_TAB_PERCENT (WS_ALOC_IDX) / 100.
           ADD WS_ALOC_TAB_AMOUNT (WS_ALOC_IDX) TO WS_ALOC_SPREAD_AMOUNT.
           ADD WS_ALOC_TAB_ORIGINAL (WS_ALOC_IDX)
               TO WS_ALOC_SPREAD_ORIGINAL.
       8125-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8126-WRITE-ALLOCATION-POSTING
      *>     Writes the type "D" posting record, sent-log entry and
      *>     report line for one allocation line of the batch in
      *>     WS_ALOC_LOOKUP_ID; lines of other batches are passed
      *>     over.
      *>----------------------------------------------------------
       8126-WRITE-ALLOCATION-POSTING.
           IF WS_ALOC_TAB_BATCH_ID (WS_ALOC_IDX) NOT = WS_ALOC_LOOKUP_ID
               GO TO 8126-EXIT
           END-IF.
           MOVE SPACES                  TO SUM_GL_RECORD.
           MOVE "D"                     TO WS_GL_RECORD_TYPE.
           MOVE WS_PROCESS_YEAR         TO WS_GL_RUN_YEAR.
           MOVE WS_PROCESS_MONTH        TO WS_GL_RUN_MONTH.
           MOVE WS_PROCESS_DAY          TO WS_GL_RUN_DAY.
           MOVE WS_GL_SOURCE_IDENTIFIER TO WS_GL_SOURCE_ID.
           MOVE WS_ALOC_LOOKUP_ID       TO WS_GL_BATCH_ID.
           MOVE WS_ALOC_TAB_ACCOUNT (WS_ALOC_IDX)     TO WS_GL_ACCOUNT.
           MOVE WS_ALOC_TAB_COST_CENTER (WS_ALOC_IDX)
               TO WS_GL_COST_CENTER.
           MOVE WS_ALOC_TAB_AMOUNT (WS_ALOC_IDX) TO WS_GL_TOTAL_AMOUNT.
           MOVE WS_ALOC_WORK_CURRENCY   TO WS_GL_CURRENCY.
           MOVE WS_ALOC_TAB_ORIGINAL (WS_ALOC_IDX)
               TO WS_GL_ORIGINAL_AMOUNT.
           MOVE WS_ALOC_TAB_LINE_NO (WS_ALOC_IDX) TO WS_GL_ALLOC_LINE.
           WRITE SUM_GL_RECORD.
           MOVE WS_ALOC_LOOKUP_ID       TO WS_GLLOG_WORK_BATCH.
           MOVE WS_ALOC_TAB_AMOUNT (WS_ALOC_IDX) TO WS_GLLOG_WORK_AMOUNT.
           MOVE WS_ALOC_WORK_CURRENCY   TO WS_GLLOG_WORK_CURRENCY.
           MOVE WS_ALOC_TAB_ORIGINAL (WS_ALOC_IDX)
               TO WS_GLLOG_WORK_ORIGINAL.
           MOVE WS_ALOC_TAB_LINE_NO (WS_ALOC_IDX) TO WS_GLLOG_WORK_LINE.
           PERFORM 8120-WRITE-GL-LOG-RECORD THRU 8120-EXIT.
           ADD 1 TO WS_ALOC_POSTING_COUNT.

           MOVE WS_ALOC_LOOKUP_ID       TO WS_ALOC_DET_BATCH_ID.
           MOVE WS_ALOC_TAB_LINE_NO (WS_ALOC_IDX) TO WS_ALOC_DET_LINE_NO.
           MOVE WS_ALOC_TAB_ACCOUNT (WS_ALOC_IDX) TO WS_ALOC_DET_ACCOUNT.
           MOVE WS_ALOC_TAB_COST_CENTER (WS_ALOC_IDX)
               TO WS_ALOC_DET_COST_CENTER.
           MOVE WS_ALOC_TAB_PERCENT (WS_ALOC_IDX) TO WS_ALOC_DET_PERCENT.
           MOVE WS_ALOC_TAB_AMOUNT (WS_ALOC_IDX)  TO WS_ALOC_DET_AMOUNT.
           MOVE WS_ALOC_WORK_CURRENCY   TO WS_ALOC_DET_CURRENCY.
           MOVE WS_ALOC_TAB_ORIGINAL (WS_ALOC_IDX)
               TO WS_ALOC_DET_ORIGINAL.
           IF WS_ALOC_IDX = WS_ALOC_REMAINDER_IDX
               MOVE "TAKES REMAINDER" TO WS_ALOC_DET_NOTE
           ELSE
               MOVE SPACES TO WS_ALOC_DET_NOTE
           END-IF.
           MOVE WS_ALOC_DETAIL_LINE TO ALOC_RPT_RECORD.
           PERFORM 8127-WRITE-ALLOCATION-LINE THRU 8127-EXIT.
       8126-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8127-WRITE-ALLOCATION-LINE
      *>     Writes the line already moved to ALOC_RPT_RECORD,
      *>     paging with repeated headings when the page is full.
      *>----------------------------------------------------------
       8127-WRITE-ALLOCATION-LINE.
           IF NOT WS_ALOCRPT_FILE_OK
               GO TO 8127-EXIT
           END-IF.
           WRITE ALOC_RPT_RECORD AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   ADD 1 TO WS_ALOC_RPT_PAGE_NO
                   PERFORM 8128-ALLOCATION-PAGE-HEADING THRU 8128-EXIT
           END-WRITE.
       8127-EXIT.
           EXIT.

       8128-ALLOCATION-PAGE-HEADING.
           MOVE WS_ALOC_RPT_PAGE_NO TO WS_ALOC_HDG_PAGE.
           MOVE WS_ALOC_HEADING_LINE1 TO ALOC_RPT_RECORD.
           WRITE ALOC_RPT_RECORD AFTER ADVANCING PAGE.
           MOVE WS_ALOC_HEADING_LINE2 TO ALOC_RPT_RECORD.
           WRITE ALOC_RPT_RECORD AFTER ADVANCING 2 LINES.
       8128-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8129-CLOSE-ALLOCATION-REPORT
      *>     Writes the allocation report's control counts and
      *>     closes it.
      *>----------------------------------------------------------
       8129-CLOSE-ALLOCATION-REPORT.
           IF NOT WS_ALOCRPT_FILE_OK
               GO TO 8129-EXIT
           END-IF.
           IF WS_ALOC_SPLIT_COUNT = 0
               AND WS_ALOC_UNSPLIT_COUNT = 0
               MOVE WS_ALOC_NONE_LINE TO ALOC_RPT_RECORD
               WRITE ALOC_RPT_RECORD AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO ALOC_RPT_RECORD.
           WRITE ALOC_RPT_RECORD AFTER ADVANCING 1 LINE.
           MOVE "BATCHES SPLIT"               TO WS_ALOC_SUM_LABEL.
           MOVE WS_ALOC_SPLIT_COUNT           TO WS_ALOC_SUM_COUNT.
           MOVE WS_ALOC_SUMMARY_LINE TO ALOC_RPT_RECORD.
           WRITE ALOC_RPT_RECORD AFTER ADVANCING 1 LINE.
           MOVE "ALLOCATION POSTINGS WRITTEN" TO WS_ALOC_SUM_LABEL.
           MOVE WS_ALOC_POSTING_COUNT         TO WS_ALOC_SUM_COUNT.
           MOVE WS_ALOC_SUMMARY_LINE TO ALOC_RPT_RECORD.
           WRITE ALOC_RPT_RECORD AFTER ADVANCING 1 LINE.
           MOVE "BATCHES POSTED UNSPLIT"      TO WS_ALOC_SUM_LABEL.
           MOVE WS_ALOC_UNSPLIT_COUNT         TO WS_ALOC_SUM_COUNT.
           MOVE WS_ALOC_SUMMARY_LINE TO ALOC_RPT_RECORD.
           WRITE ALOC_RPT_RECORD AFTER ADVANCING 1 LINE.
           CLOSE ALLOC-PRINT-FILE.
       8129-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8130-WRITE-PARTIAL-RESULTS
      *>     Split run only: writes this partition's results - one
               TO WS_PART_SCHEDULED.
           MOVE WS_BATCH_ERROR_STATUS (WS_PART_WRITE_IDX)
               TO WS_PART_ERROR_STATUS.
           MOVE WS_BATCH_FREQUENCY (WS_PART_WRITE_IDX)
               TO WS_PART_FREQUENCY.
           MOVE WS_PART_WRITE_IDX    TO WS_CCY_BATCH_IDX.
           PERFORM 8113-GET-BATCH-CURRENCY THRU 8113-EXIT.
           MOVE WS_CCY_WORK_CODE     TO WS_PART_CURRENCY.
           MOVE WS_CCY_WORK_ORIGINAL TO WS_PART_ORIGINAL_AMOUNT.
           WRITE SUM_PART_RECORD.
       8135-EXIT.
           EXIT.
                           MOVE SPACES TO SUM_SUSP_RECORD
                           MOVE WS_TRAN_BATCH_ID TO WS_SUSP_BATCH_ID
                           MOVE WS_TRAN_AMOUNT   TO WS_SUSP_AMOUNT
                           MOVE WS_TRAN_CURRENCY TO WS_SUSP_CURRENCY
                           MOVE WS_PROCESS_DATE
                               TO WS_SUSP_FIRST_SEEN_DATE
                           MOVE 0 TO WS_SUSP_AGE_DAYS
                           PERFORM 8142-CONVERT-SUSPENSE THRU 8142-EXIT
                           PERFORM 8145-CARRY-SUSPENSE-RECORD
                               THRU 8145-EXIT
                       END-IF
       8141-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8142-CONVERT-SUSPENSE
      *>     Converts the suspense amount in SUM_SUSP_RECORD at
      *>     tonight's rate for its currency, for the report's
      *>     functional column and totals.  The record itself
      *>     keeps the amount as booked.  With no rate tonight the
      *>     amount is listed unconverted and left out of the
      *>     totals.
      *>----------------------------------------------------------
       8142-CONVERT-SUSPENSE.
           MOVE 0 TO WS_SUSP_FUNCTIONAL_AMOUNT.
           MOVE WS_SUSP_CURRENCY TO WS_RATE_LOOKUP_CURRENCY.
           IF WS_RATE_LOOKUP_CURRENCY = SPACES
               MOVE WS_FUNCTIONAL_CURRENCY TO WS_RATE_LOOKUP_CURRENCY
           END-IF.
           PERFORM 2280-GET-EXCHANGE-RATE THRU 2280-EXIT.
           IF WS_RATE_FOUND
               COMPUTE WS_SUSP_FUNCTIONAL_AMOUNT ROUNDED
                   = WS_SUSP_AMOUNT * WS_RATE_LOOKUP_VALUE
                   ON SIZE ERROR
                       MOVE 0 TO WS_SUSP_FUNCTIONAL_AMOUNT
                       MOVE "N" TO WS_RATE_FOUND_SWITCH
               END-COMPUTE
           END-IF.
       8142-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8143-REPRESENT-SUSPENSE
      *>     Reads one prior suspense record and settles its fate
           END-IF.
           MOVE WS_SUSP_BATCH_ID TO WS_SUSP_LOOKUP_ID.
           PERFORM 8147-FIND-POSTED-BATCH THRU 8147-EXIT.
           PERFORM 8142-CONVERT-SUSPENSE THRU 8142-EXIT.
           IF WS_SUSP_BATCH_POSTED
               ADD 1 TO WS_SUSP_APPLIED_COUNT
               ADD WS_SUSP_FUNCTIONAL_AMOUNT TO WS_SUSP_APPLIED_AMOUNT
               MOVE "APPLIED" TO WS_SUSP_DET_DISPOSITION
               COMPUTE WS_SUSP_AGE_DAYS = WS_PROCESS_DATE_INTEGER
                   - FUNCTION INTEGER-OF-DATE
               - FUNCTION INTEGER-OF-DATE (WS_SUSP_FIRST_SEEN_DATE).
           IF WS_SUSP_AGE_DAYS > WS_SUSP_CUTOFF_DAYS
               ADD 1 TO WS_SUSP_WRITEOFF_COUNT
               ADD WS_SUSP_FUNCTIONAL_AMOUNT TO WS_SUSP_WRITEOFF_AMOUNT
               MOVE "WRITE-OFF" TO WS_SUSP_DET_DISPOSITION
               PERFORM 8146-PRINT-SUSPENSE-LINE THRU 8146-EXIT
           ELSE
      *> 8145-CARRY-SUSPENSE-RECORD
      *>     Writes the record in SUM_SUSP_RECORD to the carry-
      *>     forward and lists it as carried; the caller has set
      *>     WS_SUSP_AGE_DAYS and the converted amount.
      *>----------------------------------------------------------
       8145-CARRY-SUSPENSE-RECORD.
           ADD 1 TO WS_SUSP_CARRIED_COUNT.
           ADD WS_SUSP_FUNCTIONAL_AMOUNT TO WS_SUSP_CARRIED_AMOUNT.
           MOVE SUM_SUSP_RECORD TO SUSP_NEW_RECORD.
           WRITE SUSP_NEW_RECORD.
           MOVE "CARRIED" TO WS_SUSP_DET_DISPOSITION.
           END-IF.
           MOVE WS_SUSP_BATCH_ID TO WS_SUSP_DET_BATCH_ID.
           MOVE WS_SUSP_AMOUNT   TO WS_SUSP_DET_AMOUNT.
           MOVE WS_RATE_LOOKUP_CURRENCY TO WS_SUSP_DET_CURRENCY.
           IF WS_RATE_FOUND
               MOVE WS_SUSP_FUNCTIONAL_AMOUNT TO WS_SUSP_DET_FUNCTIONAL
           ELSE
               MOVE "         NO RATE" TO WS_SUSP_DET_FUNCTIONAL_X
           END-IF.
           MOVE WS_SUSP_FIRST_SEEN_DATE TO WS_SUSP_EDIT_DATE.
           STRING WS_SUSP_EDIT_YEAR  "-"
                  WS_SUSP_EDIT_MONTH "-"
       8170-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8180-UPDATE-PERIOD-BALANCES
      *>     Adds every batch subtotal posted to the GL feed tonight
      *>     to the batch's balance record for the business date's
      *>     fiscal period, creating the record on the batch's first
      *>     posting of the period.  BALFILE is a KSDS like
      *>     HISTORY-FILE; the first run creates it.  A balance file
      *>     that will not open is reported and the night carries
      *>     on - the feed has already gone - so the close must not
      *>     run until the period's balances are put right.  On an
      *>     override rerun the date's earlier posting for each
      *>     batch is taken off before tonight's is added (8181,
      *>     8186), so the rerun replaces it rather than doubling it.
      *>----------------------------------------------------------
       8180-UPDATE-PERIOD-BALANCES.
           COMPUTE WS_BAL_POST_PERIOD =
               WS_PROCESS_YEAR * 100 + WS_PROCESS_MONTH.
           OPEN I-O BALANCE-FILE.
           IF WS_BAL_FILE_NOT_FOUND
               OPEN OUTPUT BALANCE-FILE
               CLOSE BALANCE-FILE
               OPEN I-O BALANCE-FILE
           END-IF.
           IF NOT WS_BAL_FILE_OK
               DISPLAY "SUM-EXAMPLE ERROR - BALANCE FILE OPEN FAILED, "
                   "STATUS " WS_BAL_FILE_STATUS
               MOVE "BALFILE"          TO WS_EVT_WORK_VALUE_1
               MOVE WS_BAL_FILE_STATUS TO WS_EVT_WORK_VALUE_2
               PERFORM 8310-EVENT-OPEN-FAILURE THRU 8310-EXIT
               GO TO 8180-EXIT
           END-IF.
           MOVE "N" TO WS_BAL_RERUN_SWITCH.
           IF WS_RUN_LOCKED_DATE = WS_PROCESS_DATE
               PERFORM 8181-LIST-PRIOR-RUNS THRU 8181-EXIT
           END-IF.
           PERFORM 8185-POST-ONE-BALANCE THRU 8185-EXIT
               VARYING WS_BAL_WRITE_IDX FROM 1 BY 1
               UNTIL WS_BAL_WRITE_IDX > WS_BATCH_COUNT.
           CLOSE BALANCE-FILE.
           IF WS_BAL_RERUN
               CLOSE BATCH-HISTORY-FILE
           END-IF.
       8180-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8181-LIST-PRIOR-RUNS
      *>     On an override rerun (the run-control record already
      *>     shows the business date completed) lists the date's
      *>     earlier runs from HISTFILE - every run of the date but
      *>     this one, whose history record 8100 has just written -
      *>     and opens BHISTFIL to read their batches.  History that
      *>     cannot be read leaves nothing to back out; that is
      *>     reported, since the period's balances then carry both
      *>     runs and must be put right before the close.
      *>----------------------------------------------------------
       8181-LIST-PRIOR-RUNS.
           MOVE WS_HIST_RUN_SEQ TO WS_BAL_THIS_RUN_SEQ.
           MOVE 0   TO WS_BAL_PRIOR_COUNT.
           MOVE "N" TO WS_BAL_HIST_DONE_SWITCH.
           OPEN INPUT HISTORY-FILE.
           IF NOT WS_HIST_FILE_OK
               DISPLAY "SUM-EXAMPLE ERROR - HISTORY FILE OPEN FAILED ON "
                   "RERUN, STATUS " WS_HIST_FILE_STATUS
                   " - EARLIER POSTINGS NOT BACKED OUT OF BALFILE"
               MOVE "HISTFILE"          TO WS_EVT_WORK_VALUE_1
               MOVE WS_HIST_FILE_STATUS TO WS_EVT_WORK_VALUE_2
               PERFORM 8310-EVENT-OPEN-FAILURE THRU 8310-EXIT
               GO TO 8181-EXIT
           END-IF.
           MOVE WS_PROCESS_DATE TO WS_HIST_RUN_DATE.
           MOVE ZEROS           TO WS_HIST_RUN_SEQ.
           START HISTORY-FILE KEY NOT < WS_HIST_KEY
               INVALID KEY
                   MOVE "Y" TO WS_BAL_HIST_DONE_SWITCH
           END-START.
           PERFORM 8182-READ-PRIOR-RUN THRU 8182-EXIT
               UNTIL WS_BAL_HIST_DONE.
           CLOSE HISTORY-FILE.
           IF WS_BAL_PRIOR_COUNT = 0
               GO TO 8181-EXIT
           END-IF.
           OPEN INPUT BATCH-HISTORY-FILE.
           IF NOT WS_BHIST_FILE_OK
               DISPLAY "SUM-EXAMPLE ERROR - BATCH HISTORY FILE OPEN FAILED "
                   "ON RERUN, STATUS " WS_BHIST_FILE_STATUS
                   " - EARLIER POSTINGS NOT BACKED OUT OF BALFILE"
               MOVE "BHISTFIL"           TO WS_EVT_WORK_VALUE_1
               MOVE WS_BHIST_FILE_STATUS TO WS_EVT_WORK_VALUE_2
               PERFORM 8310-EVENT-OPEN-FAILURE THRU 8310-EXIT
               GO TO 8181-EXIT
           END-IF.
           MOVE "Y" TO WS_BAL_RERUN_SWITCH.
       8181-EXIT.
           EXIT.

       8182-READ-PRIOR-RUN.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS_BAL_HIST_DONE_SWITCH
                   GO TO 8182-EXIT
           END-READ.
           IF WS_HIST_RUN_DATE NOT = WS_PROCESS_DATE
               MOVE "Y" TO WS_BAL_HIST_DONE_SWITCH
               GO TO 8182-EXIT
           END-IF.
           IF WS_HIST_RUN_SEQ = WS_BAL_THIS_RUN_SEQ
               GO TO 8182-EXIT
           END-IF.
           IF WS_BAL_PRIOR_COUNT NOT < 30
               DISPLAY "SUM-EXAMPLE WARNING - MORE THAN 30 EARLIER RUNS OF "
                   WS_PROCESS_DATE ", RUN " WS_HIST_RUN_SEQ
                   " NOT BACKED OUT OF BALFILE"
               GO TO 8182-EXIT
           END-IF.
           ADD 1 TO WS_BAL_PRIOR_COUNT.
           MOVE WS_HIST_RUN_SEQ  TO WS_BAL_PRIOR_SEQ (WS_BAL_PRIOR_COUNT).
           MOVE WS_HIST_END_TIME
               TO WS_BAL_PRIOR_END_TIME (WS_BAL_PRIOR_COUNT).
       8182-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8185-POST-ONE-BALANCE
      *>     Posts one batch's subtotal to its period balance.  The
      *>     same batches the feed skips - not scheduled, failed
      *>     their tie-out, or held as out of band - post nothing
      *>     here either; SUMHLDRL posts a held batch's balance
      *>     when it releases the batch to the ledger.
      *>----------------------------------------------------------
       8185-POST-ONE-BALANCE.
           IF WS_BATCH_SCHEDULED (WS_BAL_WRITE_IDX) = "N"
               OR WS_BATCH_ERROR_STATUS (WS_BAL_WRITE_IDX) = "E"
               OR WS_BATCH_GL_HOLD (WS_BAL_WRITE_IDX) = "H"
               GO TO 8185-EXIT
           END-IF.
           MOVE WS_BATCH_ID (WS_BAL_WRITE_IDX) TO WS_BAL_BATCH_ID.
           MOVE WS_BAL_POST_PERIOD             TO WS_BAL_PERIOD.
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
               MOVE 0      TO WS_BAL_CLOSED_DATE
           END-IF.
           IF WS_BAL_RERUN
               PERFORM 8186-FIND-PRIOR-POSTING THRU 8186-EXIT
               IF WS_BAL_BACKOUT_FOUND
                   SUBTRACT WS_BAL_BACKOUT_AMOUNT
                       FROM WS_BAL_PERIOD_AMOUNT
                   IF WS_BAL_POST_COUNT > 0
                       SUBTRACT 1 FROM WS_BAL_POST_COUNT
                   END-IF
               END-IF
           END-IF.
           ADD WS_BATCH_SUBTOTAL (WS_BAL_WRITE_IDX)
               TO WS_BAL_PERIOD_AMOUNT.
           ADD 1 TO WS_BAL_POST_COUNT.
           MOVE WS_PROCESS_DATE TO WS_BAL_LAST_POSTED_DATE.
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
       8185-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8186-FIND-PRIOR-POSTING
      *>     Finds what the date's earlier runs left on the balance
      *>     for the batch in hand: the subtotal from the latest
      *>     earlier run in which it reached the balance.  A run
      *>     that did not post it (not scheduled, failed its
      *>     tie-out, or still held) is passed over, because the
      *>     posting before it still stands.
      *>----------------------------------------------------------
       8186-FIND-PRIOR-POSTING.
           MOVE "N" TO WS_BAL_BACKOUT_SWITCH.
           MOVE 0   TO WS_BAL_BACKOUT_END_TIME.
           MOVE 0   TO WS_BAL_BACKOUT_AMOUNT.
           PERFORM 8187-CHECK-PRIOR-RUN THRU 8187-EXIT
               VARYING WS_BAL_PRIOR_IDX FROM 1 BY 1
               UNTIL WS_BAL_PRIOR_IDX > WS_BAL_PRIOR_COUNT.
       8186-EXIT.
           EXIT.

       8187-CHECK-PRIOR-RUN.
           IF WS_BAL_BACKOUT_FOUND
               AND WS_BAL_PRIOR_END_TIME (WS_BAL_PRIOR_IDX)
                   < WS_BAL_BACKOUT_END_TIME
               GO TO 8187-EXIT
           END-IF.
           MOVE WS_PROCESS_DATE TO WS_BHIST_RUN_DATE.
           MOVE WS_BAL_PRIOR_SEQ (WS_BAL_PRIOR_IDX) TO WS_BHIST_RUN_SEQ.
           MOVE WS_BATCH_ID (WS_BAL_WRITE_IDX)
               TO WS_BHIST_BATCH_ID.
           READ BATCH-HISTORY-FILE
               INVALID KEY
                   GO TO 8187-EXIT
           END-READ.
           IF WS_BHIST_SCHEDULED = "N"
               OR WS_BHIST_ERROR_STATUS = "E"
               OR WS_BHIST_GL_HELD
               GO TO 8187-EXIT
           END-IF.
           MOVE "Y" TO WS_BAL_BACKOUT_SWITCH.
           MOVE WS_BAL_PRIOR_END_TIME (WS_BAL_PRIOR_IDX)
               TO WS_BAL_BACKOUT_END_TIME.
           MOVE WS_BHIST_SUBTOTAL TO WS_BAL_BACKOUT_AMOUNT.
       8187-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8200-PRINT-REPORT
      *>     Writes the run-date heading and the labeled total and
               MOVE WS_RPT_TOTAL_LINE TO SUM_RPT_RECORD
               WRITE SUM_RPT_RECORD AFTER ADVANCING 2 LINES

               IF WS_MODE_DETAIL
                   PERFORM 8220-PRINT-CURRENCY-TOTALS THRU 8220-EXIT
               END-IF

               CLOSE PRINT-FILE
           ELSE
               DISPLAY "SUM-EXAMPLE ERROR - PRINT-FILE OPEN FAILED, STATUS "

      *>----------------------------------------------------------
      *> 8210-PRINT-BATCH-LINE
      *>     Prints one batch's identifier, subtotal, elapsed time
      *>     and (detail mode) TRAN-FILE record count, marking a
      *>     batch held off the GL feed - or its NOT
      *>     SCHEDULED line when the batch was not due tonight -
      *>     requesting a new page and repeated column headings
      *>     when the current page is full.
      *>----------------------------------------------------------
       8210-PRINT-BATCH-LINE.
           IF WS_BATCH_SCHEDULED (WS_BATCH_IDX) = "N"
           MOVE WS_BATCH_ID (WS_BATCH_IDX)       TO WS_RPT_DET_BATCH_ID.
           MOVE WS_BATCH_SUBTOTAL (WS_BATCH_IDX) TO WS_RPT_DET_TOTAL.
           MOVE WS_BATCH_ELAPSED_TIME (WS_BATCH_IDX) TO WS_RPT_DET_TIME.
           IF WS_MODE_DETAIL
               MOVE WS_BATCH_RECORD_COUNT (WS_BATCH_IDX)
                   TO WS_RPT_DET_RECORDS
           ELSE
               MOVE SPACES TO WS_RPT_DET_RECORDS_X
           END-IF.
           IF WS_BATCH_GL_HOLD (WS_BATCH_IDX) = "H"
               MOVE "** GL HOLD **" TO WS_RPT_DET_NOTE
           ELSE
               MOVE SPACES TO WS_RPT_DET_NOTE
           END-IF.
           MOVE WS_RPT_DETAIL_LINE TO SUM_RPT_RECORD.
       8210-WRITE-LINE.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 1 LINE
       8210-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8220-PRINT-CURRENCY-TOTALS
      *>     Detail mode: totals the batches in the grand total by
      *>     the currency they were booked in and prints one line
      *>     per currency - the batch count, the total as booked
      *>     and the total it converted to.
      *>----------------------------------------------------------
       8220-PRINT-CURRENCY-TOTALS.
           MOVE 0 TO WS_CCY_COUNT.
           PERFORM 8225-ADD-BATCH-CURRENCY THRU 8225-EXIT
               VARYING WS_CCY_BATCH_IDX FROM 1 BY 1
               UNTIL WS_CCY_BATCH_IDX > WS_BATCH_COUNT.
           MOVE WS_FUNCTIONAL_CURRENCY TO WS_RPT_CCY_FUNCTIONAL.
           MOVE WS_RPT_CCY_TITLE_LINE TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 3 LINES.
           MOVE WS_RPT_CCY_HEADING_LINE TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 2 LINES.
           PERFORM 8235-PRINT-CURRENCY-LINE THRU 8235-EXIT
               VARYING WS_CCY_IDX FROM 1 BY 1
               UNTIL WS_CCY_IDX > WS_CCY_COUNT.
       8220-EXIT.
           EXIT.

       8225-ADD-BATCH-CURRENCY.
           IF WS_BATCH_SCHEDULED (WS_CCY_BATCH_IDX) = "N"
               OR WS_BATCH_ERROR_STATUS (WS_CCY_BATCH_IDX) = "E"
               GO TO 8225-EXIT
           END-IF.
           PERFORM 8113-GET-BATCH-CURRENCY THRU 8113-EXIT.
           PERFORM 8230-SCAN-CURRENCY THRU 8230-EXIT
               VARYING WS_CCY_IDX FROM 1 BY 1
               UNTIL WS_CCY_IDX > WS_CCY_COUNT
                   OR WS_CCY_CODE (WS_CCY_IDX) = WS_CCY_WORK_CODE.
           IF WS_CCY_IDX > WS_CCY_COUNT
               IF WS_CCY_COUNT = 50
                   GO TO 8225-EXIT
               END-IF
               ADD 1 TO WS_CCY_COUNT
               MOVE WS_CCY_COUNT     TO WS_CCY_IDX
               MOVE WS_CCY_WORK_CODE TO WS_CCY_CODE (WS_CCY_IDX)
               MOVE 0 TO WS_CCY_BATCHES (WS_CCY_IDX)
               MOVE 0 TO WS_CCY_ORIGINAL (WS_CCY_IDX)
               MOVE 0 TO WS_CCY_FUNCTIONAL (WS_CCY_IDX)
           END-IF.
           ADD 1 TO WS_CCY_BATCHES (WS_CCY_IDX).
           ADD WS_CCY_WORK_ORIGINAL TO WS_CCY_ORIGINAL (WS_CCY_IDX).
           ADD WS_BATCH_SUBTOTAL (WS_CCY_BATCH_IDX)
               TO WS_CCY_FUNCTIONAL (WS_CCY_IDX).
       8225-EXIT.
           EXIT.

       8230-SCAN-CURRENCY.
           CONTINUE.
       8230-EXIT.
           EXIT.

       8235-PRINT-CURRENCY-LINE.
           MOVE WS_CCY_CODE (WS_CCY_IDX)       TO WS_RPT_CCY_CODE.
           MOVE WS_CCY_BATCHES (WS_CCY_IDX)    TO WS_RPT_CCY_BATCHES.
           MOVE WS_CCY_ORIGINAL (WS_CCY_IDX)   TO WS_RPT_CCY_ORIGINAL.
           MOVE WS_CCY_FUNCTIONAL (WS_CCY_IDX) TO WS_RPT_CCY_CONVERTED.
           MOVE WS_RPT_CCY_LINE TO SUM_RPT_RECORD.
           WRITE SUM_RPT_RECORD AFTER ADVANCING 1 LINE
               AT END-OF-PAGE
                   ADD 1 TO WS_RPT_PAGE_NO
                   MOVE WS_RPT_PAGE_NO TO WS_RPT_HDG_PAGE
                   MOVE WS_RPT_HEADING_LINE1 TO SUM_RPT_RECORD
                   WRITE SUM_RPT_RECORD AFTER ADVANCING PAGE
                   MOVE WS_RPT_CCY_HEADING_LINE TO SUM_RPT_RECORD
                   WRITE SUM_RPT_RECORD AFTER ADVANCING 2 LINES
           END-WRITE.
       8235-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8300-WRITE-EVENT-RECORD
      *>     Appends one fixed-format record to the operations-
