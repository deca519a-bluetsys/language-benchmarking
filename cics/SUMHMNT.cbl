      *>================================================================
      *> PROGRAM-ID.    SUMHMNT
      *> AUTHOR.        DATA PROCESSING BATCH SUPPORT
      *> INSTALLATION.  BATCH PROCESSING CENTER
      *> DATE-WRITTEN.  2026-10-15
      *>
      *> REMARKS.
      *>     Online maintenance of the bank-holiday calendar
      *>     (HOLFILE/SUMHOL, a KSDS keyed on the holiday date) that
      *>     sum-example checks its processing date against.  An
      *>     operator can inquire on a date, step through the
      *>     calendar in date order (PF5), and add, change or delete
      *>     a holiday.  A typo here used to surface only as a batch
      *>     run on a bank holiday, so every date keyed must be a
      *>     real calendar date, and one being added, changed or
      *>     deleted must be later than today - dates already past
      *>     have been run against and are left as history.  The
      *>     description is optional.  A delete must follow an
      *>     inquiry on the same date, so the operator has seen
      *>     what goes.
      *>
      *>     Updates follow the SUMMAINT controls: the calendar
      *>     governs every batch, so like the PARMFILE control record
      *>     it takes "C" authority on the operator's OPAUTH profile
      *>     (SUMOPRF) - no profile means inquire only - and every
      *>     add, change, delete and refused attempt is written to
      *>     AUDFILE (SUMAUD, file id "HOLFILE") with the before and
      *>     after images, for SUMAUDRP.
      *>
      *>     Written in the same free-format, WS_-prefixed,
      *>     numbered-paragraph style as SUMMAINT, and like it an
      *>     EXEC CICS/BMS module translated and compiled apart from
      *>     the batch build, using mapset SUMHMNT (cics/SUMHMNT.bms)
      *>     and its symbolic map copybook (copybooks/SUMHMNT.cpy).
      *>
      *> MODIFICATION HISTORY.
      *>     2026-10-15  RLB  Original program.
      *>     2026-10-15  RLB  PF5 browses from the COMMAREA alone, as
      *>                      SUMMAINT does; an un-keyed screen no
      *>                      longer MAPFAILs back to the first holiday.
      *>================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMHMNT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS_MAPSET                        PIC X(08) VALUE "SUMHMNT".
           01 WS_MAPNAME                       PIC X(08) VALUE "SUMHMNTM".

           COPY SUMHMNT.

      *>----------------------------------------------------------
      *> One HOLFILE entry, read, written, rewritten or deleted
      *> against the live calendar sum-example reads.
      *>----------------------------------------------------------
           COPY SUMHOL.

           COPY SUMAUD.

           COPY SUMOPRF.

           01 WS_OPERATOR_ID                   PIC X(08).
           01 WS_AUTH_SWITCH                   PIC X(01) VALUE "N".
               88  WS_AUTH_GRANTED             VALUE "Y".

           01 WS_RESP                          PIC S9(08) COMP.
           01 WS_FUNCTION                      PIC X(01).
               88  WS_FUNC_INQUIRE             VALUE "1".
               88  WS_FUNC_ADD                 VALUE "2".
               88  WS_FUNC_CHANGE              VALUE "3".
               88  WS_FUNC_DELETE              VALUE "4".

           01 WS_MESSAGE                       PIC X(79) VALUE SPACES.

      *>----------------------------------------------------------
      *> The operator's input, with unkeyed (LOW-VALUES) fields
      *> read as blank.  The date is edited through its year,
      *> month and day view.
      *>----------------------------------------------------------
           01 WS_IN_DATE.
               05 WS_IN_YEAR                   PIC 9(04).
               05 WS_IN_MONTH                  PIC 9(02).
               05 WS_IN_DAY                    PIC 9(02).
           01 WS_IN_DATE_X REDEFINES WS_IN_DATE
                                               PIC X(08).
           01 WS_IN_DESCRIPTION                PIC X(20).

      *>----------------------------------------------------------
      *> Calendar edit work areas.
      *>----------------------------------------------------------
           01 WS_TODAY                         PIC X(08).
           01 WS_MONTH_DAYS                    PIC 9(02).
           01 WS_YEAR_QUOTIENT                 PIC 9(04).
           01 WS_YEAR_REM_4                    PIC 9(03).
           01 WS_YEAR_REM_100                  PIC 9(03).
           01 WS_YEAR_REM_400                  PIC 9(03).

      *>----------------------------------------------------------
      *> Audit-trail working storage, as in SUMMAINT.  The before
      *> image is LOW-VALUES on an add; the after image is LOW-
      *> VALUES on a delete.
      *>----------------------------------------------------------
           01 WS_ABSTIME                       PIC S9(15) COMP-3.
           01 WS_TIME_AREA                     PIC X(08).
           01 WS_AUD_ACTION_SAVE               PIC X(01).
           01 WS_AUD_BEFORE_SAVE               PIC X(83).
           01 WS_AUD_AFTER_SAVE                PIC X(83).

      *>----------------------------------------------------------
      *> COMMAREA carried between pseudo-conversational sends:
      *> the date of the holiday last shown, LOW-VALUES before any
      *> has been.  PF5 browses on from it, and a delete must name
      *> it.
      *>----------------------------------------------------------
           01 WS_COMMAREA.
               05 WS_COMM_LAST_DATE            PIC X(08).

       LINKAGE SECTION.
           01 DFHCOMMAREA.
               05 FILLER                       PIC X(08).

       PROCEDURE DIVISION.

      *>----------------------------------------------------------
      *> 0000-MAINLINE
      *>     First entry (EIBCALEN = 0) sends the blank map.  Every
      *>     later entry picks up the COMMAREA, acts on the PF key
      *>     or function keyed, and re-sends the map until PF3.
      *>----------------------------------------------------------
       0000-MAINLINE.
           IF EIBCALEN = 0
               GO TO 1100-SEND-INITIAL-MAP
           END-IF.
           MOVE DFHCOMMAREA TO WS_COMMAREA.

           EVALUATE EIBAID
               WHEN DFHPF3
                   GO TO 9100-END-TRANSACTION
               WHEN DFHPF5
                   MOVE SPACES TO WS_MESSAGE
                   PERFORM 2000-BROWSE-NEXT THRU 2000-EXIT
                   GO TO 8000-SEND-MAP-AND-RETURN
               WHEN DFHENTER
                   PERFORM 1000-RECEIVE-MAP THRU 1000-EXIT
                   PERFORM 3000-PROCESS-FUNCTION THRU 3000-EXIT
                   GO TO 8000-SEND-MAP-AND-RETURN
               WHEN OTHER
                   MOVE "INVALID KEY - USE ENTER, PF3 OR PF5"
                       TO WS_MESSAGE
                   GO TO 8000-SEND-MAP-AND-RETURN
           END-EVALUATE.

       0000-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 1000-RECEIVE-MAP
      *>     Receives the operator's input and edits it.  A bare
      *>     ENTER (MAPFAIL) goes back to the blank map.  Every
      *>     function needs a real calendar date; an add, change
      *>     or delete needs one later than today.
      *>----------------------------------------------------------
       1000-RECEIVE-MAP.
           EXEC CICS RECEIVE MAP(WS_MAPNAME)
                              MAPSET(WS_MAPSET)
                              INTO(SUMHMNTI)
                              RESP(WS_RESP)
           END-EXEC.

           IF WS_RESP = DFHRESP(MAPFAIL)
               GO TO 1100-SEND-INITIAL-MAP
           END-IF.

           MOVE FUNCI   TO WS_FUNCTION.
           MOVE HOLDTI  TO WS_IN_DATE_X.
           MOVE HOLDSCI TO WS_IN_DESCRIPTION.
           INSPECT WS_IN_DATE_X      REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS_IN_DESCRIPTION REPLACING ALL LOW-VALUE BY SPACE.
           MOVE SPACES TO WS_MESSAGE.

           IF NOT WS_FUNC_INQUIRE
               AND NOT WS_FUNC_ADD
               AND NOT WS_FUNC_CHANGE
               AND NOT WS_FUNC_DELETE
               MOVE "FUNCTION MUST BE 1, 2, 3 OR 4" TO WS_MESSAGE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1050-EDIT-DATE THRU 1050-EXIT.
           IF WS_MESSAGE NOT = SPACES
               GO TO 1000-EXIT
           END-IF.
           IF NOT WS_FUNC_INQUIRE
               PERFORM 1060-CHECK-FUTURE-DATE THRU 1060-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 1050-EDIT-DATE
      *>     The date must be eight digits, YYYYMMDD, naming a day
      *>     that exists: month 01-12 and a day within that month,
      *>     29 February only in a leap year (every fourth year,
      *>     but centuries only when divisible by 400).
      *>----------------------------------------------------------
       1050-EDIT-DATE.
           IF WS_IN_DATE_X NOT NUMERIC
               MOVE "HOLIDAY DATE MUST BE KEYED AS YYYYMMDD"
                   TO WS_MESSAGE
               GO TO 1050-EXIT
           END-IF.
           IF WS_IN_YEAR < 1900
               OR WS_IN_MONTH < 1 OR WS_IN_MONTH > 12
               OR WS_IN_DAY < 1
               MOVE "HOLIDAY DATE IS NOT A VALID CALENDAR DATE"
                   TO WS_MESSAGE
               GO TO 1050-EXIT
           END-IF.

           EVALUATE WS_IN_MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS_MONTH_DAYS
               WHEN 2
                   PERFORM 1055-SET-FEBRUARY-DAYS THRU 1055-EXIT
               WHEN OTHER
                   MOVE 31 TO WS_MONTH_DAYS
           END-EVALUATE.

           IF WS_IN_DAY > WS_MONTH_DAYS
               MOVE "HOLIDAY DATE IS NOT A VALID CALENDAR DATE"
                   TO WS_MESSAGE
           END-IF.
       1050-EXIT.
           EXIT.

       1055-SET-FEBRUARY-DAYS.
           DIVIDE WS_IN_YEAR BY 4   GIVING WS_YEAR_QUOTIENT
                                    REMAINDER WS_YEAR_REM_4.
           DIVIDE WS_IN_YEAR BY 100 GIVING WS_YEAR_QUOTIENT
                                    REMAINDER WS_YEAR_REM_100.
           DIVIDE WS_IN_YEAR BY 400 GIVING WS_YEAR_QUOTIENT
                                    REMAINDER WS_YEAR_REM_400.
           IF WS_YEAR_REM_400 = 0
               OR (WS_YEAR_REM_4 = 0 AND WS_YEAR_REM_100 NOT = 0)
               MOVE 29 TO WS_MONTH_DAYS
           ELSE
               MOVE 28 TO WS_MONTH_DAYS
           END-IF.
       1055-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 1060-CHECK-FUTURE-DATE
      *>     Only dates still to come may be added, changed or
      *>     deleted; today's run and earlier ones have already
      *>     been decided against the calendar.
      *>----------------------------------------------------------
       1060-CHECK-FUTURE-DATE.
           EXEC CICS ASKTIME ABSTIME(WS_ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS_ABSTIME)
                                 YYYYMMDD(WS_TODAY)
           END-EXEC.
           IF WS_IN_DATE_X NOT > WS_TODAY
               MOVE "HOLIDAY DATE MUST BE LATER THAN TODAY TO BE MAINTAINED"
                   TO WS_MESSAGE
           END-IF.
       1060-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 1100-SEND-INITIAL-MAP
      *>     First screen of the conversation - blank map, browse
      *>     position cleared.
      *>----------------------------------------------------------
       1100-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO SUMHMNTO.
           MOVE "SUMHMNT - KEY A FUNCTION AND HOLIDAY DATE, OR PF5 TO BROWSE"
               TO MSGLINEO.

           EXEC CICS SEND MAP(WS_MAPNAME)
                           MAPSET(WS_MAPSET)
                           FROM(SUMHMNTO)
                           ERASE
           END-EXEC.

           MOVE LOW-VALUES TO WS_COMM_LAST_DATE.
           GO TO 9000-RETURN-TO-CICS.

       1100-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2000-BROWSE-NEXT
      *>     PF5 shows the holiday after the one last shown, in
      *>     date order.  STARTBR/ENDBR are issued fresh every time,
      *>     as in SUMMAINT; GTEQ lands on the last-shown date if it
      *>     is still there, so that one is read past - but only if
      *>     it is the same date, since a delete may have taken it.
      *>     The map is not received: the position comes from the
      *>     COMMAREA alone, so a screen with nothing keyed browses.
      *>----------------------------------------------------------
       2000-BROWSE-NEXT.
           MOVE WS_COMM_LAST_DATE TO WS_HOL_KEY.
           EXEC CICS STARTBR FILE("HOLFILE")
                             RIDFLD(WS_HOL_KEY)
                             GTEQ
                             RESP(WS_RESP)
           END-EXEC.
           IF WS_RESP NOT = DFHRESP(NORMAL)
               PERFORM 2300-BROWSE-END THRU 2300-EXIT
               GO TO 2000-EXIT
           END-IF.

           EXEC CICS READNEXT FILE("HOLFILE")
                               INTO(SUM_HOL_RECORD)
                               RIDFLD(WS_HOL_KEY)
                               RESP(WS_RESP)
           END-EXEC.
           IF WS_RESP = DFHRESP(NORMAL)
               AND WS_HOL_KEY = WS_COMM_LAST_DATE
               EXEC CICS READNEXT FILE("HOLFILE")
                                   INTO(SUM_HOL_RECORD)
                                   RIDFLD(WS_HOL_KEY)
                                   RESP(WS_RESP)
               END-EXEC
           END-IF.

           EXEC CICS ENDBR FILE("HOLFILE") END-EXEC.

           IF WS_RESP = DFHRESP(NORMAL)
               PERFORM 2100-DISPLAY-ENTRY THRU 2100-EXIT
               MOVE "HOLIDAY DISPLAYED - PF5 FOR NEXT"
                   TO WS_MESSAGE
           ELSE
               PERFORM 2300-BROWSE-END THRU 2300-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2100-DISPLAY-ENTRY
      *>     Puts the holiday in SUM_HOL_RECORD on the screen and
      *>     remembers it as the one last shown.
      *>----------------------------------------------------------
       2100-DISPLAY-ENTRY.
           MOVE WS_HOL_KEY         TO WS_IN_DATE_X
                                      WS_COMM_LAST_DATE.
           MOVE WS_HOL_DESCRIPTION TO WS_IN_DESCRIPTION.
       2100-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2300-BROWSE-END
      *>     The browse ran off the end of HOLFILE (or found it
      *>     empty); the next PF5 starts over from the first date.
      *>----------------------------------------------------------
       2300-BROWSE-END.
           MOVE LOW-VALUES TO WS_COMM_LAST_DATE.
           MOVE "END OF HOLIDAY CALENDAR REACHED - PF5 STARTS OVER"
               TO WS_MESSAGE.
       2300-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3000-PROCESS-FUNCTION
      *>     Dispatches ENTER to the function keyed.  The update
      *>     functions pass the authority check first.
      *>----------------------------------------------------------
       3000-PROCESS-FUNCTION.
           IF WS_MESSAGE NOT = SPACES
               GO TO 3000-EXIT
           END-IF.

           IF WS_FUNC_INQUIRE
               PERFORM 3100-INQUIRE-ENTRY THRU 3100-EXIT
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3600-CHECK-AUTHORITY THRU 3600-EXIT.
           IF NOT WS_AUTH_GRANTED
               GO TO 3000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS_FUNC_ADD
                   PERFORM 3200-ADD-ENTRY THRU 3200-EXIT
               WHEN WS_FUNC_CHANGE
                   PERFORM 3300-CHANGE-ENTRY THRU 3300-EXIT
               WHEN WS_FUNC_DELETE
                   PERFORM 3400-DELETE-ENTRY THRU 3400-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.

       3100-INQUIRE-ENTRY.
           MOVE WS_IN_DATE_X TO WS_HOL_KEY.
           EXEC CICS READ FILE("HOLFILE")
                           INTO(SUM_HOL_RECORD)
                           RIDFLD(WS_HOL_KEY)
                           RESP(WS_RESP)
           END-EXEC.
           EVALUATE WS_RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 2100-DISPLAY-ENTRY THRU 2100-EXIT
                   MOVE "HOLIDAY DISPLAYED - 3 TO CHANGE, 4 TO DELETE, PF5 FOR NEXT"
                       TO WS_MESSAGE
               WHEN DFHRESP(NOTFND)
                   MOVE "DATE IS NOT ON THE HOLIDAY CALENDAR"
                       TO WS_MESSAGE
               WHEN OTHER
                   MOVE "HOLIDAY CALENDAR FILE NOT AVAILABLE"
                       TO WS_MESSAGE
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3200-ADD-ENTRY
      *>     Adds a holiday; a date already on the calendar is left
      *>     alone and the operator told to change it instead.
      *>----------------------------------------------------------
       3200-ADD-ENTRY.
           MOVE SPACES            TO SUM_HOL_RECORD.
           MOVE WS_IN_DATE_X      TO WS_HOL_KEY.
           MOVE WS_IN_DESCRIPTION TO WS_HOL_DESCRIPTION.
           EXEC CICS WRITE FILE("HOLFILE")
                            FROM(SUM_HOL_RECORD)
                            RIDFLD(WS_HOL_KEY)
                            RESP(WS_RESP)
           END-EXEC.
           EVALUATE WS_RESP
               WHEN DFHRESP(NORMAL)
                   MOVE WS_IN_DATE_X TO WS_COMM_LAST_DATE
                   MOVE "HOLIDAY ADDED" TO WS_MESSAGE
                   MOVE "A"            TO WS_AUD_ACTION_SAVE
                   MOVE LOW-VALUES     TO WS_AUD_BEFORE_SAVE
                   MOVE SUM_HOL_RECORD TO WS_AUD_AFTER_SAVE
                   PERFORM 3500-WRITE-AUDIT-RECORD THRU 3500-EXIT
               WHEN DFHRESP(DUPREC)
                   MOVE "DATE IS ALREADY A HOLIDAY - USE 3 TO CHANGE IT"
                       TO WS_MESSAGE
               WHEN OTHER
                   MOVE "ADD FAILED - HOLIDAY CALENDAR FILE I/O ERROR"
                       TO WS_MESSAGE
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3300-CHANGE-ENTRY
      *>     Rewrites the description of an existing holiday, the
      *>     before image captured off the READ UPDATE.  To move a
      *>     holiday to another date, delete it and add the new one.
      *>----------------------------------------------------------
       3300-CHANGE-ENTRY.
           MOVE WS_IN_DATE_X TO WS_HOL_KEY.
           EXEC CICS READ FILE("HOLFILE")
                           INTO(SUM_HOL_RECORD)
                           RIDFLD(WS_HOL_KEY)
                           UPDATE
                           RESP(WS_RESP)
           END-EXEC.
           IF WS_RESP = DFHRESP(NOTFND)
               MOVE "DATE IS NOT ON THE HOLIDAY CALENDAR - USE 2 TO ADD IT"
                   TO WS_MESSAGE
               GO TO 3300-EXIT
           END-IF.
           IF WS_RESP NOT = DFHRESP(NORMAL)
               MOVE "CHANGE FAILED - RECORD IN USE OR I/O ERROR"
                   TO WS_MESSAGE
               GO TO 3300-EXIT
           END-IF.

           MOVE SUM_HOL_RECORD    TO WS_AUD_BEFORE_SAVE.
           MOVE WS_IN_DESCRIPTION TO WS_HOL_DESCRIPTION.
           EXEC CICS REWRITE FILE("HOLFILE")
                             FROM(SUM_HOL_RECORD)
                             RESP(WS_RESP)
           END-EXEC.

           IF WS_RESP = DFHRESP(NORMAL)
               MOVE WS_IN_DATE_X TO WS_COMM_LAST_DATE
               MOVE "HOLIDAY CHANGED" TO WS_MESSAGE
               MOVE "U"            TO WS_AUD_ACTION_SAVE
               MOVE SUM_HOL_RECORD TO WS_AUD_AFTER_SAVE
               PERFORM 3500-WRITE-AUDIT-RECORD THRU 3500-EXIT
           ELSE
               MOVE "CHANGE FAILED - RECORD IN USE OR I/O ERROR"
                   TO WS_MESSAGE
           END-IF.
       3300-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3400-DELETE-ENTRY
      *>     Deletes the holiday last shown.  The date keyed must be
      *>     the one on display, so nothing is deleted unseen; the
      *>     batch then runs normally on that date.
      *>----------------------------------------------------------
       3400-DELETE-ENTRY.
           IF WS_IN_DATE_X NOT = WS_COMM_LAST_DATE
               MOVE "INQUIRE ON THE HOLIDAY (1) BEFORE DELETING IT"
                   TO WS_MESSAGE
               GO TO 3400-EXIT
           END-IF.
           MOVE WS_IN_DATE_X TO WS_HOL_KEY.
           EXEC CICS READ FILE("HOLFILE")
                           INTO(SUM_HOL_RECORD)
                           RIDFLD(WS_HOL_KEY)
                           UPDATE
                           RESP(WS_RESP)
           END-EXEC.
           IF WS_RESP = DFHRESP(NOTFND)
               MOVE "DATE IS NOT ON THE HOLIDAY CALENDAR - NOTHING DELETED"
                   TO WS_MESSAGE
               GO TO 3400-EXIT
           END-IF.
           IF WS_RESP NOT = DFHRESP(NORMAL)
               MOVE "DELETE FAILED - RECORD IN USE OR I/O ERROR"
                   TO WS_MESSAGE
               GO TO 3400-EXIT
           END-IF.

           MOVE SUM_HOL_RECORD TO WS_AUD_BEFORE_SAVE.
           EXEC CICS DELETE FILE("HOLFILE")
                            RESP(WS_RESP)
           END-EXEC.

           IF WS_RESP = DFHRESP(NORMAL)
               MOVE "HOLIDAY DELETED - THE BATCH WILL RUN ON THAT DATE"
                   TO WS_MESSAGE
               MOVE "D"        TO WS_AUD_ACTION_SAVE
               MOVE LOW-VALUES TO WS_AUD_AFTER_SAVE
               PERFORM 3500-WRITE-AUDIT-RECORD THRU 3500-EXIT
           ELSE
               MOVE "DELETE FAILED - RECORD IN USE OR I/O ERROR"
                   TO WS_MESSAGE
           END-IF.
       3400-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3500-WRITE-AUDIT-RECORD
      *>     Writes one AUDFILE record for the change just made (or
      *>     refused), as SUMMAINT does for PARMFILE: who, when,
      *>     the action and the before and after images, under
      *>     file id "HOLFILE".  A failed audit write is reported
      *>     on the message line.
      *>----------------------------------------------------------
       3500-WRITE-AUDIT-RECORD.
           MOVE LOW-VALUES TO SUM_AUD_RECORD.
           EXEC CICS ASKTIME ABSTIME(WS_ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS_ABSTIME)
                                 YYYYMMDD(WS_AUD_DATE)
                                 TIME(WS_TIME_AREA)
           END-EXEC.
           MOVE WS_TIME_AREA (1:6) TO WS_AUD_TIME.
           MOVE EIBTASKN TO WS_AUD_TASK.
           EXEC CICS ASSIGN USERID(WS_AUD_OPERATOR) END-EXEC.
           MOVE EIBTRMID TO WS_AUD_TERMINAL.
           MOVE WS_AUD_ACTION_SAVE TO WS_AUD_ACTION.
           MOVE WS_AUD_BEFORE_SAVE TO WS_AUD_BEFORE_IMAGE.
           MOVE WS_AUD_AFTER_SAVE  TO WS_AUD_AFTER_IMAGE.
           MOVE "HOLFILE"          TO WS_AUD_FILE_ID.

           EXEC CICS WRITE FILE("AUDFILE")
                            FROM(SUM_AUD_RECORD)
                            RIDFLD(WS_AUD_KEY)
                            RESP(WS_RESP)
           END-EXEC.

           IF WS_RESP NOT = DFHRESP(NORMAL)
               IF WS_AUD_ACTION_REFUSED
                   MOVE "UPDATE REFUSED BUT AUDIT RECORD WRITE FAILED - ADVISE AUDIT"
                       TO WS_MESSAGE
               ELSE
                   MOVE "UPDATE DONE BUT AUDIT RECORD WRITE FAILED - ADVISE AUDIT"
                       TO WS_MESSAGE
               END-IF
           END-IF.
       3500-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3600-CHECK-AUTHORITY
      *>     The calendar decides whether any batch runs at all, so
      *>     it takes the authority the PARMFILE control record
      *>     does: "C" on the operator's profile.  No profile, or a
      *>     profile file that will not read, refuses the update -
      *>     fail closed - and the attempt is recorded on AUDFILE.
      *>----------------------------------------------------------
       3600-CHECK-AUTHORITY.
           MOVE "N" TO WS_AUTH_SWITCH.
           EXEC CICS ASSIGN USERID(WS_OPERATOR_ID) END-EXEC.
           EXEC CICS READ FILE("OPAUTH")
                           INTO(SUM_OPRF_RECORD)
                           RIDFLD(WS_OPERATOR_ID)
                           RESP(WS_RESP)
           END-EXEC.
           IF WS_RESP = DFHRESP(NORMAL)
               IF WS_OPRF_AUTH_CONTROL
                   MOVE "Y" TO WS_AUTH_SWITCH
               END-IF
           END-IF.
           IF NOT WS_AUTH_GRANTED
               MOVE "NOT AUTHORIZED TO UPDATE THE HOLIDAY CALENDAR - REFUSED AND RECORDED"
                   TO WS_MESSAGE
               PERFORM 3700-RECORD-REFUSAL THRU 3700-EXIT
           END-IF.
       3600-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3700-RECORD-REFUSAL
      *>     Records the refused attempt: action "R", LOW-VALUES
      *>     before image, and the holiday it aimed at - the date
      *>     with whatever description was keyed - as the after
      *>     image.
      *>----------------------------------------------------------
       3700-RECORD-REFUSAL.
           MOVE SPACES            TO SUM_HOL_RECORD.
           MOVE WS_IN_DATE_X      TO WS_HOL_KEY.
           MOVE WS_IN_DESCRIPTION TO WS_HOL_DESCRIPTION.
           MOVE "R"               TO WS_AUD_ACTION_SAVE.
           MOVE LOW-VALUES        TO WS_AUD_BEFORE_SAVE.
           MOVE SUM_HOL_RECORD    TO WS_AUD_AFTER_SAVE.
           PERFORM 3500-WRITE-AUDIT-RECORD THRU 3500-EXIT.
       3700-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8000-SEND-MAP-AND-RETURN
      *>     Re-sends the map with the message and the holiday's
      *>     fields, then returns to CICS with the COMMAREA.
      *>----------------------------------------------------------
       8000-SEND-MAP-AND-RETURN.
           MOVE LOW-VALUES        TO SUMHMNTO.
           MOVE WS_MESSAGE        TO MSGLINEO.
           MOVE WS_FUNCTION       TO FUNCO.
           MOVE WS_IN_DATE_X      TO HOLDTO.
           MOVE WS_IN_DESCRIPTION TO HOLDSCO.

           EXEC CICS SEND MAP(WS_MAPNAME)
                           MAPSET(WS_MAPSET)
                           FROM(SUMHMNTO)
                           DATAONLY
                           CURSOR
           END-EXEC.

           GO TO 9000-RETURN-TO-CICS.
       8000-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 9000-RETURN-TO-CICS
      *>     Common pseudo-conversational return, passing the last
      *>     holiday shown forward as the COMMAREA.
      *>----------------------------------------------------------
       9000-RETURN-TO-CICS.
           EXEC CICS RETURN TRANSID("SHOL")
                             COMMAREA(WS_COMMAREA)
                             LENGTH(LENGTH OF WS_COMMAREA)
           END-EXEC.
       9000-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 9100-END-TRANSACTION
      *>     PF3: clears the screen and ends the conversation.
      *>----------------------------------------------------------
       9100-END-TRANSACTION.
           EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC.
           EXEC CICS RETURN END-EXEC.
       9100-EXIT.
           EXIT.
