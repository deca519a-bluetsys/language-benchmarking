      *> business dates detected and processed in sequence, first
      *> missed date in value 1 and requested date in value 2),
      *> STOPREQ (run stopped on operator request at a checkpoint,
      *> restartable; requesting operator in value 1), PERIODCL
      *> (run refused - its business date falls in a closed fiscal
      *> period; business date in value 1 and the closed-through
      *> period in value 2), GLHOLD (batch held off the GL feed as
      *> outside its history band, subtotal in value 1 and history
      *> average in value 2), ALOCBAD (batch allocation rules in
      *> effect do not total 100% with one remainder line, or
      *> repeat a line number - the batch posts unsplit), INTGBRK
      *> (SUMINTG cross-file integrity exception, business date in
      *> value 1 and GAP, ORPHAN or BREAK in value 2).
      *>--------------------------------------------------------------
      *> 2026-08-22  RLB  Original layout.
      *> 2026-09-02  RLB  Added the SUSPWOFF event code for suspense
      *>                  recovering missed business dates.
      *> 2026-09-02  RLB  Added the STOPREQ event code for a run
      *>                  stopped cleanly on operator request.
      *> 2026-10-15  RLB  Added the PERIODCL event code for a run
      *>                  refused because its period is closed.
      *> 2026-10-15  RLB  Added the GLHOLD event code for a batch
      *>                  held off the GL feed as out of band.
      *> 2026-10-15  RLB  Listed the ALOCBAD event code for a batch
      *>                  whose allocation rules are not valid.
      *> 2026-10-15  RLB  Added the INTGBRK event code for a cross-file
      *>                  integrity exception found by SUMINTG.
      *> 2026-10-15  RLB  ALOCBAD also covers allocation rules that
      *>                  repeat a line number.
      *>--------------------------------------------------------------
       01  SUM_EVT_RECORD.
           05  WS_EVT_STAMP.
