      ******************************************************************
      * TRANCUS - symbolic map for mapset TRANCUS, map TRANCSC        *
      *           (see bms/trancust.bms).  Hand-maintained rather     *
      *           than BMS-generated, for the same reason TRANMAP.cpy *
      *           is (see the note there) - this shop's COBOL check   *
      *           does not run a BMS translate step.  The byte layout *
      *           matches the mapset field-for-field, so a real BMS   *
      *           translate of trancust.bms would not disturb it.     *
      ******************************************************************
       01  TRANCSCI.
           02  FILLER                      PIC X(12).
           02  FUNCL                       COMP PIC S9(4).
           02  FUNCF                       PIC X.
           02  FILLER REDEFINES FUNCF.
               03  FUNCA                   PIC X.
           02  FUNCI                       PIC X(01).
           02  CUSTNOL                     COMP PIC S9(4).
           02  CUSTNOF                     PIC X.
           02  FILLER REDEFINES CUSTNOF.
               03  CUSTNOA                 PIC X.
           02  CUSTNOI                     PIC 9(09).
           02  LNAMEL                      COMP PIC S9(4).
           02  LNAMEF                      PIC X.
           02  FILLER REDEFINES LNAMEF.
               03  LNAMEA                  PIC X.
           02  LNAMEI                      PIC X(40).
           02  TAXIDL                      COMP PIC S9(4).
           02  TAXIDF                      PIC X.
           02  FILLER REDEFINES TAXIDF.
               03  TAXIDA                  PIC X.
           02  TAXIDI                      PIC X(11).
           02  DOBL                        COMP PIC S9(4).
           02  DOBF                        PIC X.
           02  FILLER REDEFINES DOBF.
               03  DOBA                    PIC X.
           02  DOBI                        PIC X(10).
           02  ADDR1L                      COMP PIC S9(4).
           02  ADDR1F                      PIC X.
           02  FILLER REDEFINES ADDR1F.
               03  ADDR1A                  PIC X.
           02  ADDR1I                      PIC X(30).
           02  ADDR2L                      COMP PIC S9(4).
           02  ADDR2F                      PIC X.
           02  FILLER REDEFINES ADDR2F.
               03  ADDR2A                  PIC X.
           02  ADDR2I                      PIC X(30).
           02  ADDR3L                      COMP PIC S9(4).
           02  ADDR3F                      PIC X.
           02  FILLER REDEFINES ADDR3F.
               03  ADDR3A                  PIC X.
           02  ADDR3I                      PIC X(30).
           02  ADDDTL                      COMP PIC S9(4).
           02  ADDDTF                      PIC X.
           02  FILLER REDEFINES ADDDTF.
               03  ADDDTA                  PIC X.
           02  ADDDTI                      PIC X(10).
           02  ACCTNOL                     COMP PIC S9(4).
           02  ACCTNOF                     PIC X.
           02  FILLER REDEFINES ACCTNOF.
               03  ACCTNOA                 PIC X.
           02  ACCTNOI                     PIC 9(15).
           02  ACCTNML                     COMP PIC S9(4).
           02  ACCTNMF                     PIC X.
           02  FILLER REDEFINES ACCTNMF.
               03  ACCTNMA                 PIC X.
           02  ACCTNMI                     PIC X(30).
           02  ROLEL                       COMP PIC S9(4).
           02  ROLEF                       PIC X.
           02  FILLER REDEFINES ROLEF.
               03  ROLEA                   PIC X.
           02  ROLEI                       PIC X(01).
           02  MSGL                        COMP PIC S9(4).
           02  MSGF                        PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                    PIC X.
           02  MSGI                        PIC X(60).

       01  TRANCSCO REDEFINES TRANCSCI.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(03).
           02  FUNCO                       PIC X(01).
           02  FILLER                      PIC X(03).
           02  CUSTNOO                     PIC 9(09).
           02  FILLER                      PIC X(03).
           02  LNAMEO                      PIC X(40).
           02  FILLER                      PIC X(03).
           02  TAXIDO                      PIC X(11).
           02  FILLER                      PIC X(03).
           02  DOBO                        PIC X(10).
           02  FILLER                      PIC X(03).
           02  ADDR1O                      PIC X(30).
           02  FILLER                      PIC X(03).
           02  ADDR2O                      PIC X(30).
           02  FILLER                      PIC X(03).
           02  ADDR3O                      PIC X(30).
           02  FILLER                      PIC X(03).
           02  ADDDTO                      PIC X(10).
           02  FILLER                      PIC X(03).
           02  ACCTNOO                     PIC 9(15).
           02  FILLER                      PIC X(03).
           02  ACCTNMO                     PIC X(30).
           02  FILLER                      PIC X(03).
           02  ROLEO                       PIC X(01).
           02  FILLER                      PIC X(03).
           02  MSGO                        PIC X(60).
