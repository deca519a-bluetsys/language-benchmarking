      *>================================================================
      *> PROGRAM-ID.    SUMXMNT
      *> AUTHOR.        DATA PROCESSING BATCH SUPPORT
      *> INSTALLATION.  BATCH PROCESSING CENTER
      *> DATE-WRITTEN.  2026-10-15
      *>
      *> REMARKS.
      *>     Online maintenance of the account cross-reference
      *>     (XREFFILE/SUMXREF, a KSDS keyed on batch id) that codes
      *>     each batch's GL postings to an account and cost center.
      *>     An operator can inquire on an entry, step through the
      *>     file in batch-id order (PF5), and add, change or delete
      *>     an entry.  A typo here used to surface only at night as
      *>     an XREFMISS posting to UNASSIGNED, so an add or change
      *>     is edited before it is saved: the batch id must be a
      *>     batch on PARMFILE, and the account and cost center must
      *>     both be keyed.  A delete must follow an inquiry on the
      *>     same entry, so the operator has seen what goes.
      *>
      *>     Updates follow the SUMMAINT controls: the operator's
      *>     OPAUTH profile (SUMOPRF) must grant "B" or "C" - no
      *>     profile means inquire only - and every add, change,
      *>     delete and refused attempt is written to AUDFILE
      *>     (SUMAUD, file id "XREFFILE") with the before and after
      *>     images, for SUMAUDRP.
      *>
      *>     Written in the same free-format, WS_-prefixed,
      *>     numbered-paragraph style as SUMMAINT, and like it an
      *>     EXEC CICS/BMS module translated and compiled apart from
      *>     the batch build, using mapset SUMXMNT (cics/SUMXMNT.bms)
      *>     and its symbolic map copybook (copybooks/SUMXMNT.cpy).
      *>
      *> MODIFICATION HISTORY.
      *>     2026-10-15  RLB  Original program.
      *>     2026-10-15  RLB  PF5 browses from the COMMAREA alone, as
      *>                      SUMMAINT does; an un-keyed screen no
      *>                      longer MAPFAILs back to the first entry.
      *>================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMXMNT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS_MAPSET                        PIC X(08) VALUE "SUMXMNT".
           01 WS_MAPNAME                       PIC X(08) VALUE "SUMXMNTM".

           COPY SUMXMNT.

      *>----------------------------------------------------------
      *> One XREFFILE entry, read, written, rewritten or deleted
      *> against the live file the batch programs read.
      *>----------------------------------------------------------
           COPY SUMXREF.

      *>----------------------------------------------------------
      *> PARMFILE records, browsed to prove the batch id keyed is
      *> a batch the run knows.
      *>----------------------------------------------------------
           COPY SUMPARM.

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
      *> read as blank.
      *>----------------------------------------------------------
           01 WS_IN_BATCH_ID                   PIC X(08).
           01 WS_IN_ACCOUNT                    PIC X(10).
           01 WS_IN_COST_CENTER                PIC X(06).

           01 WS_PARM_BROWSE_SWITCH            PIC X(01) VALUE "N".
               88  WS_PARM_BROWSE_DONE         VALUE "Y".
           01 WS_BATCH_KNOWN_SWITCH            PIC X(01) VALUE "N".
               88  WS_BATCH_KNOWN              VALUE "Y".

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
      *> the batch id of the entry last shown, LOW-VALUES before
      *> any has been.  PF5 browses on from it, and a delete must
      *> name it.
      *>----------------------------------------------------------
           01 WS_COMMAREA.
               05 WS_COMM_LAST_BATCH_ID        PIC X(08).

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
      *>     ENTER (MAPFAIL) goes back to the blank map.  An add or
      *>     change is edited in full before anything is saved;
      *>     the other functions need only the batch id.
      *>----------------------------------------------------------
       1000-RECEIVE-MAP.
           EXEC CICS RECEIVE MAP(WS_MAPNAME)
                              MAPSET(WS_MAPSET)
                              INTO(SUMXMNTI)
                              RESP(WS_RESP)
           END-EXEC.

           IF WS_RESP = DFHRESP(MAPFAIL)
               GO TO 1100-SEND-INITIAL-MAP
           END-IF.

           MOVE FUNCI   TO WS_FUNCTION.
           MOVE XBATCHI TO WS_IN_BATCH_ID.
           MOVE XACCTI  TO WS_IN_ACCOUNT.
           MOVE XCCTRI  TO WS_IN_COST_CENTER.
           INSPECT WS_IN_BATCH_ID    REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS_IN_ACCOUNT     REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS_IN_COST_CENTER REPLACING ALL LOW-VALUE BY SPACE.
           MOVE SPACES TO WS_MESSAGE.

           IF NOT WS_FUNC_INQUIRE
               AND NOT WS_FUNC_ADD
               AND NOT WS_FUNC_CHANGE
               AND NOT WS_FUNC_DELETE
               MOVE "FUNCTION MUST BE 1, 2, 3 OR 4" TO WS_MESSAGE
               GO TO 1000-EXIT
           END-IF.
           IF WS_IN_BATCH_ID = SPACES
               MOVE "BATCH ID MUST BE KEYED" TO WS_MESSAGE
               GO TO 1000-EXIT
           END-IF.
           IF WS_FUNC_ADD OR WS_FUNC_CHANGE
               PERFORM 1050-EDIT-ENTRY THRU 1050-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 1050-EDIT-ENTRY
      *>     Edits an entry about to be added or changed: the
      *>     account and cost center must be keyed - a blank one
      *>     would post under a blank coding - and the batch id
      *>     must be a batch on PARMFILE, or the entry could never
      *>     be used.
      *>----------------------------------------------------------
       1050-EDIT-ENTRY.
           IF WS_IN_ACCOUNT = SPACES
               MOVE "GL ACCOUNT MUST BE KEYED" TO WS_MESSAGE
               GO TO 1050-EXIT
           END-IF.
           IF WS_IN_COST_CENTER = SPACES
               MOVE "COST CENTER MUST BE KEYED" TO WS_MESSAGE
               GO TO 1050-EXIT
           END-IF.
           PERFORM 1060-CHECK-BATCH-ID THRU 1060-EXIT.
       1050-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 1060-CHECK-BATCH-ID
      *>     Browses the PARMFILE batch records (type "2", in key
      *>     order after the control record) for the batch id
      *>     keyed.  A PARMFILE that will not browse refuses the
      *>     edit rather than letting an unproven id through.
      *>----------------------------------------------------------
       1060-CHECK-BATCH-ID.
           MOVE "N" TO WS_BATCH_KNOWN_SWITCH.
           MOVE "N" TO WS_PARM_BROWSE_SWITCH.
           MOVE "2" TO WS_PARM_RECORD_TYPE.
           MOVE 0   TO WS_PARM_SEQUENCE.
           EXEC CICS STARTBR FILE("PARMFILE")
                             RIDFLD(WS_PARM_KEY)
                             GTEQ
                             RESP(WS_RESP)
           END-EXEC.
           IF WS_RESP NOT = DFHRESP(NORMAL)
               MOVE "PARMFILE NOT AVAILABLE - BATCH ID CANNOT BE CHECKED"
                   TO WS_MESSAGE
               GO TO 1060-EXIT
           END-IF.
           PERFORM 1070-READ-PARM-RECORD THRU 1070-EXIT
               UNTIL WS_PARM_BROWSE_DONE.
           EXEC CICS ENDBR FILE("PARMFILE") END-EXEC.
           IF NOT WS_BATCH_KNOWN
               MOVE "BATCH ID IS NOT A BATCH ON PARMFILE"
                   TO WS_MESSAGE
           END-IF.
       1060-EXIT.
           EXIT.

       1070-READ-PARM-RECORD.
           EXEC CICS READNEXT FILE("PARMFILE")
                               INTO(SUM_PARM_RECORD)
                               RIDFLD(WS_PARM_KEY)
                               RESP(WS_RESP)
           END-EXEC.
           IF WS_RESP NOT = DFHRESP(NORMAL)
               OR NOT WS_PARM_TYPE_BATCH
               MOVE "Y" TO WS_PARM_BROWSE_SWITCH
               GO TO 1070-EXIT
           END-IF.
           IF WS_PARM_BATCH_ID = WS_IN_BATCH_ID
               MOVE "Y" TO WS_BATCH_KNOWN_SWITCH
               MOVE "Y" TO WS_PARM_BROWSE_SWITCH
           END-IF.
       1070-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 1100-SEND-INITIAL-MAP
      *>     First screen of the conversation - blank map, browse
      *>     position cleared.
      *>----------------------------------------------------------
       1100-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO SUMXMNTO.
           MOVE "SUMXMNT - KEY A FUNCTION AND BATCH ID, OR PF5 TO BROWSE"
               TO MSGLINEO.

           EXEC CICS SEND MAP(WS_MAPNAME)
                           MAPSET(WS_MAPSET)
                           FROM(SUMXMNTO)
                           ERASE
           END-EXEC.

           MOVE LOW-VALUES TO WS_COMM_LAST_BATCH_ID.
           GO TO 9000-RETURN-TO-CICS.

       1100-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2000-BROWSE-NEXT
      *>     PF5 shows the entry after the one last shown, in batch-
      *>     id order.  STARTBR/ENDBR are issued fresh every time, as
      *>     in SUMMAINT; GTEQ lands on the last-shown entry if it
      *>     is still there, so that one is read past - but only if
      *>     it is the same key, since a delete may have taken it.
      *>     The map is not received: the position comes from the
      *>     COMMAREA alone, so a screen with nothing keyed browses.
      *>----------------------------------------------------------
       2000-BROWSE-NEXT.
           MOVE WS_COMM_LAST_BATCH_ID TO WS_XREF_BATCH_ID.
           EXEC CICS STARTBR FILE("XREFFILE")
                             RIDFLD(WS_XREF_BATCH_ID)
                             GTEQ
                             RESP(WS_RESP)
           END-EXEC.
           IF WS_RESP NOT = DFHRESP(NORMAL)
               PERFORM 2300-BROWSE-END THRU 2300-EXIT
               GO TO 2000-EXIT
           END-IF.

           EXEC CICS READNEXT FILE("XREFFILE")
                               INTO(SUM_XREF_RECORD)
                               RIDFLD(WS_XREF_BATCH_ID)
                               RESP(WS_RESP)
           END-EXEC.
           IF WS_RESP = DFHRESP(NORMAL)
               AND WS_XREF_BATCH_ID = WS_COMM_LAST_BATCH_ID
               EXEC CICS READNEXT FILE("XREFFILE")
                                   INTO(SUM_XREF_RECORD)
                                   RIDFLD(WS_XREF_BATCH_ID)
                                   RESP(WS_RESP)
               END-EXEC
           END-IF.

           EXEC CICS ENDBR FILE("XREFFILE") END-EXEC.

           IF WS_RESP = DFHRESP(NORMAL)
               PERFORM 2100-DISPLAY-ENTRY THRU 2100-EXIT
               MOVE "ENTRY DISPLAYED - PF5 FOR NEXT"
                   TO WS_MESSAGE
           ELSE
               PERFORM 2300-BROWSE-END THRU 2300-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2100-DISPLAY-ENTRY
      *>     Puts the entry in SUM_XREF_RECORD on the screen and
      *>     remembers it as the entry last shown.
      *>----------------------------------------------------------
       2100-DISPLAY-ENTRY.
           MOVE WS_XREF_BATCH_ID    TO WS_IN_BATCH_ID
                                       WS_COMM_LAST_BATCH_ID.
           MOVE WS_XREF_GL_ACCOUNT  TO WS_IN_ACCOUNT.
           MOVE WS_XREF_COST_CENTER TO WS_IN_COST_CENTER.
       2100-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 2300-BROWSE-END
      *>     The browse ran off the end of XREFFILE (or found it
      *>     empty); the next PF5 starts over from the first entry.
      *>----------------------------------------------------------
       2300-BROWSE-END.
           MOVE LOW-VALUES TO WS_COMM_LAST_BATCH_ID.
           MOVE "END OF CROSS-REFERENCE FILE REACHED - PF5 STARTS OVER"
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
           MOVE WS_IN_BATCH_ID TO WS_XREF_BATCH_ID.
           EXEC CICS READ FILE("XREFFILE")
                           INTO(SUM_XREF_RECORD)
                           RIDFLD(WS_XREF_BATCH_ID)
                           RESP(WS_RESP)
           END-EXEC.
           EVALUATE WS_RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 2100-DISPLAY-ENTRY THRU 2100-EXIT
                   MOVE "ENTRY DISPLAYED - 3 TO CHANGE, 4 TO DELETE, PF5 FOR NEXT"
                       TO WS_MESSAGE
               WHEN DFHRESP(NOTFND)
                   MOVE "NO CROSS-REFERENCE ENTRY FOR THAT BATCH ID"
                       TO WS_MESSAGE
               WHEN OTHER
                   MOVE "CROSS-REFERENCE FILE NOT AVAILABLE"
                       TO WS_MESSAGE
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3200-ADD-ENTRY
      *>     Adds a new entry; one already on file for the batch is
      *>     left alone and the operator told to change it instead.
      *>----------------------------------------------------------
       3200-ADD-ENTRY.
           MOVE SPACES            TO SUM_XREF_RECORD.
           MOVE WS_IN_BATCH_ID    TO WS_XREF_BATCH_ID.
           MOVE WS_IN_ACCOUNT     TO WS_XREF_GL_ACCOUNT.
           MOVE WS_IN_COST_CENTER TO WS_XREF_COST_CENTER.
           EXEC CICS WRITE FILE("XREFFILE")
                            FROM(SUM_XREF_RECORD)
                            RIDFLD(WS_XREF_BATCH_ID)
                            RESP(WS_RESP)
           END-EXEC.
           EVALUATE WS_RESP
               WHEN DFHRESP(NORMAL)
                   MOVE WS_IN_BATCH_ID TO WS_COMM_LAST_BATCH_ID
                   MOVE "ENTRY ADDED" TO WS_MESSAGE
                   MOVE "A"             TO WS_AUD_ACTION_SAVE
                   MOVE LOW-VALUES      TO WS_AUD_BEFORE_SAVE
                   MOVE SUM_XREF_RECORD TO WS_AUD_AFTER_SAVE
                   PERFORM 3500-WRITE-AUDIT-RECORD THRU 3500-EXIT
               WHEN DFHRESP(DUPREC)
                   MOVE "BATCH ID ALREADY HAS AN ENTRY - USE 3 TO CHANGE IT"
                       TO WS_MESSAGE
               WHEN OTHER
                   MOVE "ADD FAILED - CROSS-REFERENCE FILE I/O ERROR"
                       TO WS_MESSAGE
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3300-CHANGE-ENTRY
      *>     Rewrites the account and cost center of an existing
      *>     entry, the before image captured off the READ UPDATE.
      *>----------------------------------------------------------
       3300-CHANGE-ENTRY.
           MOVE WS_IN_BATCH_ID TO WS_XREF_BATCH_ID.
           EXEC CICS READ FILE("XREFFILE")
                           INTO(SUM_XREF_RECORD)
                           RIDFLD(WS_XREF_BATCH_ID)
                           UPDATE
                           RESP(WS_RESP)
           END-EXEC.
           IF WS_RESP = DFHRESP(NOTFND)
               MOVE "NO ENTRY FOR THAT BATCH ID - USE 2 TO ADD ONE"
                   TO WS_MESSAGE
               GO TO 3300-EXIT
           END-IF.
           IF WS_RESP NOT = DFHRESP(NORMAL)
               MOVE "CHANGE FAILED - RECORD IN USE OR I/O ERROR"
                   TO WS_MESSAGE
               GO TO 3300-EXIT
           END-IF.

           MOVE SUM_XREF_RECORD   TO WS_AUD_BEFORE_SAVE.
           MOVE WS_IN_ACCOUNT     TO WS_XREF_GL_ACCOUNT.
           MOVE WS_IN_COST_CENTER TO WS_XREF_COST_CENTER.
           EXEC CICS REWRITE FILE("XREFFILE")
                             FROM(SUM_XREF_RECORD)
                             RESP(WS_RESP)
           END-EXEC.

           IF WS_RESP = DFHRESP(NORMAL)
               MOVE WS_IN_BATCH_ID TO WS_COMM_LAST_BATCH_ID
               MOVE "ENTRY CHANGED" TO WS_MESSAGE
               MOVE "U"             TO WS_AUD_ACTION_SAVE
               MOVE SUM_XREF_RECORD TO WS_AUD_AFTER_SAVE
               PERFORM 3500-WRITE-AUDIT-RECORD THRU 3500-EXIT
           ELSE
               MOVE "CHANGE FAILED - RECORD IN USE OR I/O ERROR"
                   TO WS_MESSAGE
           END-IF.
       3300-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3400-DELETE-ENTRY
      *>     Deletes the entry last shown.  The batch id keyed must
      *>     be the one on display, so nothing is deleted unseen;
      *>     the batch then posts UNASSIGNED until an entry is
      *>     added back.
      *>----------------------------------------------------------
       3400-DELETE-ENTRY.
           IF WS_IN_BATCH_ID NOT = WS_COMM_LAST_BATCH_ID
               MOVE "INQUIRE ON THE ENTRY (1) BEFORE DELETING IT"
                   TO WS_MESSAGE
               GO TO 3400-EXIT
           END-IF.
           MOVE WS_IN_BATCH_ID TO WS_XREF_BATCH_ID.
           EXEC CICS READ FILE("XREFFILE")
                           INTO(SUM_XREF_RECORD)
                           RIDFLD(WS_XREF_BATCH_ID)
                           UPDATE
                           RESP(WS_RESP)
           END-EXEC.
           IF WS_RESP = DFHRESP(NOTFND)
               MOVE "NO ENTRY FOR THAT BATCH ID - NOTHING DELETED"
                   TO WS_MESSAGE
               GO TO 3400-EXIT
           END-IF.
           IF WS_RESP NOT = DFHRESP(NORMAL)
               MOVE "DELETE FAILED - RECORD IN USE OR I/O ERROR"
                   TO WS_MESSAGE
               GO TO 3400-EXIT
           END-IF.

           MOVE SUM_XREF_RECORD TO WS_AUD_BEFORE_SAVE.
           EXEC CICS DELETE FILE("XREFFILE")
                            RESP(WS_RESP)
           END-EXEC.

           IF WS_RESP = DFHRESP(NORMAL)
               MOVE "ENTRY DELETED - THE BATCH POSTS UNASSIGNED UNTIL ONE IS ADDED"
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
      *>     file id "XREFFILE".  A failed audit write is reported
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
           MOVE "XREFFILE"         TO WS_AUD_FILE_ID.

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
      *>     The cross-reference is batch-level coding, so it takes
      *>     the authority a PARMFILE batch record does: "B" or "C"
      *>     on the operator's profile.  No profile, or a profile
      *>     file that will not read, refuses the update - fail
      *>     closed - and the attempt is recorded on AUDFILE.
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
               IF WS_OPRF_AUTH_CONTROL OR WS_OPRF_AUTH_BATCH
                   MOVE "Y" TO WS_AUTH_SWITCH
               END-IF
           END-IF.
           IF NOT WS_AUTH_GRANTED
               MOVE "NOT AUTHORIZED TO UPDATE THE CROSS-REFERENCE - REFUSED AND RECORDED"
                   TO WS_MESSAGE
               PERFORM 3700-RECORD-REFUSAL THRU 3700-EXIT
           END-IF.
       3600-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 3700-RECORD-REFUSAL
      *>     Records the refused attempt: action "R", LOW-VALUES
      *>     before image, and the entry it aimed at - the batch id
      *>     with whatever coding was keyed - as the after image.
      *>----------------------------------------------------------
       3700-RECORD-REFUSAL.
           MOVE SPACES            TO SUM_XREF_RECORD.
           MOVE WS_IN_BATCH_ID    TO WS_XREF_BATCH_ID.
           MOVE WS_IN_ACCOUNT     TO WS_XREF_GL_ACCOUNT.
           MOVE WS_IN_COST_CENTER TO WS_XREF_COST_CENTER.
           MOVE "R"               TO WS_AUD_ACTION_SAVE.
           MOVE LOW-VALUES        TO WS_AUD_BEFORE_SAVE.
           MOVE SUM_XREF_RECORD   TO WS_AUD_AFTER_SAVE.
           PERFORM 3500-WRITE-AUDIT-RECORD THRU 3500-EXIT.
       3700-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 8000-SEND-MAP-AND-RETURN
      *>     Re-sends the map with the message and the entry's
      *>     fields, then returns to CICS with the COMMAREA.
      *>----------------------------------------------------------
       8000-SEND-MAP-AND-RETURN.
           MOVE LOW-VALUES        TO SUMXMNTO.
           MOVE WS_MESSAGE        TO MSGLINEO.
           MOVE WS_FUNCTION       TO FUNCO.
           MOVE WS_IN_BATCH_ID    TO XBATCHO.
           MOVE WS_IN_ACCOUNT     TO XACCTO.
           MOVE WS_IN_COST_CENTER TO XCCTRO.

           EXEC CICS SEND MAP(WS_MAPNAME)
                           MAPSET(WS_MAPSET)
                           FROM(SUMXMNTO)
                           DATAONLY
                           CURSOR
           END-EXEC.

           GO TO 9000-RETURN-TO-CICS.
       8000-EXIT.
           EXIT.

      *>----------------------------------------------------------
      *> 9000-RETURN-TO-CICS
      *>     Common pseudo-conversational return, passing the last
      *>     entry shown forward as the COMMAREA.
      *>----------------------------------------------------------
       9000-RETURN-TO-CICS.
           EXEC CICS RETURN TRANSID("SXRF")
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
