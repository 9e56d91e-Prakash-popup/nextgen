      ******************************************************************
      * TRANCRQ - symbolic map for mapset TRANCRQ, map TRANCRS        *
      *           (see bms/tranclrq.bms).  Hand-maintained rather     *
      *           than BMS-generated, for the same reason TRANMAP.cpy *
      *           is (see the note there) - this shop's COBOL check   *
      *           does not run a BMS translate step.  The byte layout *
      *           matches the mapset field-for-field, so a real BMS   *
      *           translate of tranclrq.bms would not disturb it.     *
      ******************************************************************
       01  TRANCRSI.
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
           02  CURBALL                     COMP PIC S9(4).
           02  CURBALF                     PIC X.
           02  FILLER REDEFINES CURBALF.
               03  CURBALA                 PIC X.
           02  CURBALI                     PIC X(13).
           02  CLSDTL                      COMP PIC S9(4).
           02  CLSDTF                      PIC X.
           02  FILLER REDEFINES CLSDTF.
               03  CLSDTA                  PIC X.
           02  CLSDTI                      PIC X(10).
           02  FEEWVL                      COMP PIC S9(4).
           02  FEEWVF                      PIC X.
           02  FILLER REDEFINES FEEWVF.
               03  FEEWVA                  PIC X.
           02  FEEWVI                      PIC X(01).
           02  RQSTATL                     COMP PIC S9(4).
           02  RQSTATF                     PIC X.
           02  FILLER REDEFINES RQSTATF.
               03  RQSTATA                 PIC X.
           02  RQSTATI                     PIC X(01).
           02  RQBYL                       COMP PIC S9(4).
           02  RQBYF                       PIC X.
           02  FILLER REDEFINES RQBYF.
               03  RQBYA                   PIC X.
           02  RQBYI                       PIC X(08).
           02  RQDTL                       COMP PIC S9(4).
           02  RQDTF                       PIC X.
           02  FILLER REDEFINES RQDTF.
               03  RQDTA                   PIC X.
           02  RQDTI                       PIC X(10).
           02  STLDTL                      COMP PIC S9(4).
           02  STLDTF                      PIC X.
           02  FILLER REDEFINES STLDTF.
               03  STLDTA                  PIC X.
           02  STLDTI                      PIC X(10).
           02  REASONL                     COMP PIC S9(4).
           02  REASONF                     PIC X.
           02  FILLER REDEFINES REASONF.
               03  REASONA                 PIC X.
           02  REASONI                     PIC X(20).
           02  INTAMTL                     COMP PIC S9(4).
           02  INTAMTF                     PIC X.
           02  FILLER REDEFINES INTAMTF.
               03  INTAMTA                 PIC X.
           02  INTAMTI                     PIC X(12).
           02  FEEAMTL                     COMP PIC S9(4).
           02  FEEAMTF                     PIC X.
           02  FILLER REDEFINES FEEAMTF.
               03  FEEAMTA                 PIC X.
           02  FEEAMTI                     PIC X(12).
           02  PAYAMTL                     COMP PIC S9(4).
           02  PAYAMTF                     PIC X.
           02  FILLER REDEFINES PAYAMTF.
               03  PAYAMTA                 PIC X.
           02  PAYAMTI                     PIC X(12).
           02  MSGL                        COMP PIC S9(4).
           02  MSGF                        PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                    PIC X.
           02  MSGI                        PIC X(60).

       01  TRANCRSO REDEFINES TRANCRSI.
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
           02  CURBALO                     PIC X(13).
           02  FILLER                      PIC X(03).
           02  CLSDTO                      PIC X(10).
           02  FILLER                      PIC X(03).
           02  FEEWVO                      PIC X(01).
           02  FILLER                      PIC X(03).
           02  RQSTATO                     PIC X(01).
           02  FILLER                      PIC X(03).
           02  RQBYO                       PIC X(08).
           02  FILLER                      PIC X(03).
           02  RQDTO                       PIC X(10).
           02  FILLER                      PIC X(03).
           02  STLDTO                      PIC X(10).
           02  FILLER                      PIC X(03).
           02  REASONO                     PIC X(20).
           02  FILLER                      PIC X(03).
           02  INTAMTO                     PIC X(12).
           02  FILLER                      PIC X(03).
           02  FEEAMTO                     PIC X(12).
           02  FILLER                      PIC X(03).
           02  PAYAMTO                     PIC X(12).
           02  FILLER                      PIC X(03).
           02  MSGO                        PIC X(60).
