      *>--------------------------------------------------------------
      *> SUMXMNT - Symbolic map for the SUMXMNTM map of mapset
      *> SUMXMNT, as produced by BMS assembly of cics/SUMXMNT.bms.
      *> Hand-maintained here in step with the mapset since this
      *> installation's COBOL build has no BMS translator.
      *>
      *> Only the mapset's labeled fields generate L/F/A/I(/O)
      *> groups here, in the order they are declared; the caption
      *> fields are deliberately unlabeled in the mapset so they do
      *> not take part in the positional correlation at all.
      *>--------------------------------------------------------------
      *> 2026-10-15  RLB  Original copybook.
      *>--------------------------------------------------------------
       01  SUMXMNTI.
           05  FILLER                     PIC X(12).
           05  MSGLINEL                   PIC S9(04) COMP.
           05  MSGLINEF                   PIC X(01).
           05  FILLER REDEFINES MSGLINEF.
               10  MSGLINEA               PIC X(01).
           05  MSGLINEI                   PIC X(79).
           05  FUNCL                      PIC S9(04) COMP.
           05  FUNCF                      PIC X(01).
           05  FILLER REDEFINES FUNCF.
               10  FUNCA                  PIC X(01).
           05  FUNCI                      PIC X(01).
           05  XBATCHL                    PIC S9(04) COMP.
           05  XBATCHF                    PIC X(01).
           05  FILLER REDEFINES XBATCHF.
               10  XBATCHA                PIC X(01).
           05  XBATCHI                    PIC X(08).
           05  XACCTL                     PIC S9(04) COMP.
           05  XACCTF                     PIC X(01).
           05  FILLER REDEFINES XACCTF.
               10  XACCTA                 PIC X(01).
           05  XACCTI                     PIC X(10).
           05  XCCTRL                     PIC S9(04) COMP.
           05  XCCTRF                     PIC X(01).
           05  FILLER REDEFINES XCCTRF.
               10  XCCTRA                 PIC X(01).
           05  XCCTRI                     PIC X(06).

       01  SUMXMNTO REDEFINES SUMXMNTI.
           05  FILLER                     PIC X(12).
           05  FILLER                     PIC X(03).
           05  MSGLINEO                   PIC X(79).
           05  FILLER                     PIC X(03).
           05  FUNCO                      PIC X(01).
           05  FILLER                     PIC X(03).
           05  XBATCHO                    PIC X(08).
           05  FILLER                     PIC X(03).
           05  XACCTO                     PIC X(10).
           05  FILLER                     PIC X(03).
           05  XCCTRO                     PIC X(06).
