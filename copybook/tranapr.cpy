      ******************************************************************
      * TRANAPR - symbolic map for mapset TRANAPR, map TRANASC         *
      *           (see bms/tranaprv.bms).  Hand-maintained rather      *
      *           than BMS-generated, for the same reason TRANMAP.cpy  *
      *           is (see the note there) - this shop's COBOL check    *
      *           does not run a BMS translate step.  The eight        *
      *           pending-row field sets (PLAC01-PLAC08 and so on) are *
      *           collapsed into one OCCURS 8 TIMES table the way      *
      *           TRANHLD.cpy collapses its hold list; the byte layout *
      *           still matches the mapset field-for-field.            *
      ******************************************************************
       01  TRANASCI.
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
           02  PSEQL                       COMP PIC S9(4).
           02  PSEQF                       PIC X.
           02  FILLER REDEFINES PSEQF.
               03  PSEQA                   PIC X.
           02  PSEQI                       PIC 9(05).
           02  PRSNL                       COMP PIC S9(4).
           02  PRSNF                       PIC X.
           02  FILLER REDEFINES PRSNF.
               03  PRSNA                   PIC X.
           02  PRSNI                       PIC X(20).
           02  TRANASC-PND OCCURS 8 TIMES.
               03  PLACL                   COMP PIC S9(4).
               03  PLACF                   PIC X.
               03  FILLER REDEFINES PLACF.
                   04  PLACA               PIC X.
               03  PLACI                   PIC X(15).
               03  PLSQL                   COMP PIC S9(4).
               03  PLSQF                   PIC X.
               03  FILLER REDEFINES PLSQF.
                   04  PLSQA               PIC X.
               03  PLSQI                   PIC X(05).
               03  PLAML                   COMP PIC S9(4).
               03  PLAMF                   PIC X.
               03  FILLER REDEFINES PLAMF.
                   04  PLAMA               PIC X.
               03  PLAMI                   PIC X(11).
               03  PLRFL                   COMP PIC S9(4).
               03  PLRFF                   PIC X.
               03  FILLER REDEFINES PLRFF.
                   04  PLRFA               PIC X.
               03  PLRFI                   PIC X(20).
               03  PLBYL                   COMP PIC S9(4).
               03  PLBYF                   PIC X.
               03  FILLER REDEFINES PLBYF.
                   04  PLBYA               PIC X.
               03  PLBYI                   PIC X(08).
               03  PLDTL                   COMP PIC S9(4).
               03  PLDTF                   PIC X.
               03  FILLER REDEFINES PLDTF.
                   04  PLDTA               PIC X.
               03  PLDTI                   PIC X(10).
           02  MSGL                        COMP PIC S9(4).
           02  MSGF                        PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                    PIC X.
           02  MSGI                        PIC X(60).

       01  TRANASCO REDEFINES TRANASCI.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(03).
           02  FUNCO                       PIC X(01).
           02  FILLER                      PIC X(03).
           02  ACCTNOO                     PIC 9(15).
           02  FILLER                      PIC X(03).
           02  ACCTNMO                     PIC X(30).
           02  FILLER                      PIC X(03).
           02  PSEQO                       PIC 9(05).
           02  FILLER                      PIC X(03).
           02  PRSNO                       PIC X(20).
           02  TRANASC-PND-O OCCURS 8 TIMES.
               03  FILLER                  PIC X(03).
               03  PLACO                   PIC X(15).
               03  FILLER                  PIC X(03).
               03  PLSQO                   PIC X(05).
               03  FILLER                  PIC X(03).
               03  PLAMO                   PIC X(11).
               03  FILLER                  PIC X(03).
               03  PLRFO                   PIC X(20).
               03  FILLER                  PIC X(03).
               03  PLBYO                   PIC X(08).
               03  FILLER                  PIC X(03).
               03  PLDTO                   PIC X(10).
           02  FILLER                      PIC X(03).
           02  MSGO                        PIC X(60).
