      ******************************************************************
      * TRANXFR - symbolic map for mapset TRANXFR, map TRANXSC        *
      *           (see bms/tranxfer.bms).  Hand-maintained rather     *
      *           than BMS-generated, for the same reason TRANMAP.cpy *
      *           is (see the note there) - this shop's COBOL check   *
      *           does not run a BMS translate step.  The byte layout *
      *           matches the mapset field-for-field, so a real BMS   *
      *           translate of tranxfer.bms would not disturb it.     *
      ******************************************************************
       01  TRANXSCI.
           02  FILLER                      PIC X(12).
           02  FROMACL                     COMP PIC S9(4).
           02  FROMACF                     PIC X.
           02  FILLER REDEFINES FROMACF.
               03  FROMACA                 PIC X.
           02  FROMACI                     PIC 9(15).
           02  FROMNML                     COMP PIC S9(4).
           02  FROMNMF                     PIC X.
           02  FILLER REDEFINES FROMNMF.
               03  FROMNMA                 PIC X.
           02  FROMNMI                     PIC X(30).
           02  TOACL                       COMP PIC S9(4).
           02  TOACF                       PIC X.
           02  FILLER REDEFINES TOACF.
               03  TOACA                   PIC X.
           02  TOACI                       PIC 9(15).
           02  TONML                       COMP PIC S9(4).
           02  TONMF                       PIC X.
           02  FILLER REDEFINES TONMF.
               03  TONMA                   PIC X.
           02  TONMI                       PIC X(30).
           02  AMTL                        COMP PIC S9(4).
           02  AMTF                        PIC X.
           02  FILLER REDEFINES AMTF.
               03  AMTA                    PIC X.
           02  AMTI                        PIC X(12).
           02  REFL                        COMP PIC S9(4).
           02  REFF                        PIC X.
           02  FILLER REDEFINES REFF.
               03  REFA                    PIC X.
           02  REFI                        PIC X(20).
           02  FROMBALL                    COMP PIC S9(4).
           02  FROMBALF                    PIC X.
           02  FILLER REDEFINES FROMBALF.
               03  FROMBALA                PIC X.
           02  FROMBALI                    PIC X(13).
           02  TOBALL                      COMP PIC S9(4).
           02  TOBALF                      PIC X.
           02  FILLER REDEFINES TOBALF.
               03  TOBALA                  PIC X.
           02  TOBALI                      PIC X(13).
           02  MSGL                        COMP PIC S9(4).
           02  MSGF                        PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                    PIC X.
           02  MSGI                        PIC X(60).

       01  TRANXSCO REDEFINES TRANXSCI.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(03).
           02  FROMACO                     PIC 9(15).
           02  FILLER                      PIC X(03).
           02  FROMNMO                     PIC X(30).
           02  FILLER                      PIC X(03).
           02  TOACO                       PIC 9(15).
           02  FILLER                      PIC X(03).
           02  TONMO                       PIC X(30).
           02  FILLER                      PIC X(03).
           02  AMTO                        PIC X(12).
           02  FILLER                      PIC X(03).
           02  REFO                        PIC X(20).
           02  FILLER                      PIC X(03).
           02  FROMBALO                    PIC X(13).
           02  FILLER                      PIC X(03).
           02  TOBALO                      PIC X(13).
           02  FILLER                      PIC X(03).
           02  MSGO                        PIC X(60).
