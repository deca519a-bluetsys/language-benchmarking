      *>--------------------------------------------------------------
      *> SUMHMNT - Symbolic map for the SUMHMNTM map of mapset
      *> SUMHMNT, as produced by BMS assembly of cics/SUMHMNT.bms.
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
       01  SUMHMNTI.
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
           05  HOLDTL                     PIC S9(04) COMP.
           05  HOLDTF                     PIC X(01).
           05  FILLER REDEFINES HOLDTF.
               10  HOLDTA                 PIC X(01).
           05  HOLDTI                     PIC X(08).
           05  HOLDSCL                    PIC S9(04) COMP.
           05  HOLDSCF                    PIC X(01).
           05  FILLER REDEFINES HOLDSCF.
               10  HOLDSCA                PIC X(01).
           05  HOLDSCI                    PIC X(20).

       01  SUMHMNTO REDEFINES SUMHMNTI.
           05  FILLER                     PIC X(12).
           05  FILLER                     PIC X(03).
           05  MSGLINEO                   PIC X(79).
           05  FILLER                     PIC X(03).
           05  FUNCO                      PIC X(01).
           05  FILLER                     PIC X(03).
           05  HOLDTO                     PIC X(08).
           05  FILLER                     PIC X(03).
           05  HOLDSCO                    PIC X(20).
