      ******************************************************************
      * TRANALP - symbolic map for mapset TRANALP, map TRANALS        *
      *           (see bms/tranalpf.bms).  Hand-maintained rather     *
      *           than BMS-generated, for the same reason TRANMAP.cpy *
      *           is (see the note there) - this shop's COBOL check   *
      *           does not run a BMS translate step.  The byte layout *
      *           matches the mapset field-for-field, so a real BMS   *
      *           translate of tranalpf.bms would not disturb it.     *
      ******************************************************************
       01  TRANALSI.
           02  FILLER                      PIC X(12).
           02  FUNCL                       COMP PIC S9(4).
           02  FUNCF                       PIC X.
           02  FILLER REDEFINES FUNCF.
               03  FUNCA                   PIC X.
           02  FUNCI                       PIC X(01).
           02  ACCTNOL                     COMP PIC S9(4).
           02  ACCTNOF                     PIC X.
           02  FILLER REDEFINES ACCTNOF.
               03  ACCTNOA                 PIC X.
           02  ACCTNOI                     PIC 9(15).
           02  ACNAMEL                     COMP PIC S9(4).
           02  ACNAMEF                     PIC X.
           02  FILLER REDEFINES ACNAMEF.
               03  ACNAMEA                 PIC X.
           02  ACNAMEI                     PIC X(30).
           02  ASTATL                      COMP PIC S9(4).
           02  ASTATF                      PIC X.
           02  FILLER REDEFINES ASTATF.
               03  ASTATA                  PIC X.
           02  ASTATI                      PIC X(01).
           02  LBFLGL                      COMP PIC S9(4).
           02  LBFLGF                      PIC X.
           02  FILLER REDEFINES LBFLGF.
               03  LBFLGA                  PIC X.
           02  LBFLGI                      PIC X(01).
           02  LBAMTL                      COMP PIC S9(4).
           02  LBAMTF                      PIC X.
           02  FILLER REDEFINES LBAMTF.
               03  LBAMTA                  PIC X.
           02  LBAMTI                      PIC X(12).
           02  LDFLGL                      COMP PIC S9(4).
           02  LDFLGF                      PIC X.
           02  FILLER REDEFINES LDFLGF.
               03  LDFLGA                  PIC X.
           02  LDFLGI                      PIC X(01).
           02  LDAMTL                      COMP PIC S9(4).
           02  LDAMTF                      PIC X.
           02  FILLER REDEFINES LDAMTF.
               03  LDAMTA                  PIC X.
           02  LDAMTI                      PIC X(12).
           02  STFLGL                      COMP PIC S9(4).
           02  STFLGF                      PIC X.
           02  FILLER REDEFINES STFLGF.
               03  STFLGA                  PIC X.
           02  STFLGI                      PIC X(01).
           02  LSTATL                      COMP PIC S9(4).
           02  LSTATF                      PIC X.
           02  FILLER REDEFINES LSTATF.
               03  LSTATA                  PIC X.
           02  LSTATI                      PIC X(01).
           02  CHGBYL                      COMP PIC S9(4).
           02  CHGBYF                      PIC X.
           02  FILLER REDEFINES CHGBYF.
               03  CHGBYA                  PIC X.
           02  CHGBYI                      PIC X(08).
           02  CHGDTL                      COMP PIC S9(4).
           02  CHGDTF                      PIC X.
           02  FILLER REDEFINES CHGDTF.
               03  CHGDTA                  PIC X.
           02  CHGDTI                      PIC X(10).
           02  MSGL                        COMP PIC S9(4).
           02  MSGF                        PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                    PIC X.
           02  MSGI                        PIC X(60).

       01  TRANALSO REDEFINES TRANALSI.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(03).
           02  FUNCO                       PIC X(01).
           02  FILLER                      PIC X(03).
           02  ACCTNOO                     PIC 9(15).
           02  FILLER                      PIC X(03).
           02  ACNAMEO                     PIC X(30).
           02  FILLER                      PIC X(03).
           02  ASTATO                      PIC X(01).
           02  FILLER                      PIC X(03).
           02  LBFLGO                      PIC X(01).
           02  FILLER                      PIC X(03).
           02  LBAMTO                      PIC X(12).
           02  FILLER                      PIC X(03).
           02  LDFLGO                      PIC X(01).
           02  FILLER                      PIC X(03).
           02  LDAMTO                      PIC X(12).
           02  FILLER                      PIC X(03).
           02  STFLGO                      PIC X(01).
           02  FILLER                      PIC X(03).
           02  LSTATO                      PIC X(01).
           02  FILLER                      PIC X(03).
           02  CHGBYO                      PIC X(08).
           02  FILLER                      PIC X(03).
           02  CHGDTO                      PIC X(10).
           02  FILLER                      PIC X(03).
           02  MSGO                        PIC X(60).
