      ******************************************************************
      * TRANRVS - symbolic map for mapset TRANRVS, map TRANRSC        *
      *           (see bms/tranrevs.bms).  Hand-maintained rather     *
      *           than BMS-generated, for the same reason TRANMAP.cpy *
      *           is (see the note there) - this shop's COBOL check   *
      *           does not run a BMS translate step.  The byte layout *
      *           matches the mapset field-for-field, so a real BMS   *
      *           translate of tranrevs.bms would not disturb it.     *
      ******************************************************************
       01  TRANRSCI.
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
           02  ACCTNML                     COMP PIC S9(4).
           02  ACCTNMF                     PIC X.
           02  FILLER REDEFINES ACCTNMF.
               03  ACCTNMA                 PIC X.
           02  ACCTNMI                     PIC X(30).
           02  TRNIDL                      COMP PIC S9(4).
           02  TRNIDF                      PIC X.
           02  FILLER REDEFINES TRNIDF.
               03  TRNIDA                  PIC X.
           02  TRNIDI                      PIC 9(09).
           02  RRSNL                       COMP PIC S9(4).
           02  RRSNF                       PIC X.
           02  FILLER REDEFINES RRSNF.
               03  RRSNA                   PIC X.
           02  RRSNI                       PIC X(20).
           02  OTDTL                       COMP PIC S9(4).
           02  OTDTF                       PIC X.
           02  FILLER REDEFINES OTDTF.
               03  OTDTA                   PIC X.
           02  OTDTI                       PIC X(10).
           02  OTTYL                       COMP PIC S9(4).
           02  OTTYF                       PIC X.
           02  FILLER REDEFINES OTTYF.
               03  OTTYA                   PIC X.
           02  OTTYI                       PIC X(02).
           02  OTAML                       COMP PIC S9(4).
           02  OTAMF                       PIC X.
           02  FILLER REDEFINES OTAMF.
               03  OTAMA                   PIC X.
           02  OTAMI                       PIC X(11).
           02  OTRFL                       COMP PIC S9(4).
           02  OTRFF                       PIC X.
           02  FILLER REDEFINES OTRFF.
               03  OTRFA                   PIC X.
           02  OTRFI                       PIC X(20).
           02  OTSTL                       COMP PIC S9(4).
           02  OTSTF                       PIC X.
           02  FILLER REDEFINES OTSTF.
               03  OTSTA                   PIC X.
           02  OTSTI                       PIC X(40).
           02  CURBALL                     COMP PIC S9(4).
           02  CURBALF                     PIC X.
           02  FILLER REDEFINES CURBALF.
               03  CURBALA                 PIC X.
           02  CURBALI                     PIC X(13).
           02  MSGL                        COMP PIC S9(4).
           02  MSGF                        PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                    PIC X.
           02  MSGI                        PIC X(60).

       01  TRANRSCO REDEFINES TRANRSCI.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(03).
           02  FUNCO                       PIC X(01).
           02  FILLER                      PIC X(03).
           02  ACCTNOO                     PIC 9(15).
           02  FILLER                      PIC X(03).
           02  ACCTNMO                     PIC X(30).
           02  FILLER                      PIC X(03).
           02  TRNIDO                      PIC 9(09).
           02  FILLER                      PIC X(03).
           02  RRSNO                       PIC X(20).
           02  FILLER                      PIC X(03).
           02  OTDTO                       PIC X(10).
           02  FILLER                      PIC X(03).
           02  OTTYO                       PIC X(02).
           02  FILLER                      PIC X(03).
           02  OTAMO                       PIC X(11).
           02  FILLER                      PIC X(03).
           02  OTRFO                       PIC X(20).
           02  FILLER                      PIC X(03).
           02  OTSTO                       PIC X(40).
           02  FILLER                      PIC X(03).
           02  CURBALO                     PIC X(13).
           02  FILLER                      PIC X(03).
           02  MSGO                        PIC X(60).
