      ******************************************************************
      * TRANHLD - symbolic map for mapset TRANHLD, map TRANHSC         *
      *           (see bms/tranhold.bms).  Hand-maintained rather      *
      *           than BMS-generated, for the same reason TRANMAP.cpy  *
      *           is (see the note there) - this shop's COBOL check    *
      *           does not run a BMS translate step.  The five         *
      *           active-hold row field sets (HLSQ01-HLSQ05 and so     *
      *           on) are collapsed into one OCCURS 5 TIMES table the  *
      *           way TRANMAP.cpy collapses its detail grid; the byte  *
      *           layout still matches the mapset field-for-field.     *
      ******************************************************************
       01  TRANHSCI.
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
           02  HSEQL                       COMP PIC S9(4).
           02  HSEQF                       PIC X.
           02  FILLER REDEFINES HSEQF.
               03  HSEQA                   PIC X.
           02  HSEQI                       PIC 9(05).
           02  HAMTL                       COMP PIC S9(4).
           02  HAMTF                       PIC X.
           02  FILLER REDEFINES HAMTF.
               03  HAMTA                   PIC X.
           02  HAMTI                       PIC X(12).
           02  HRSNL                       COMP PIC S9(4).
           02  HRSNF                       PIC X.
           02  FILLER REDEFINES HRSNF.
               03  HRSNA                   PIC X.
           02  HRSNI                       PIC X(20).
           02  HEXPL                       COMP PIC S9(4).
           02  HEXPF                       PIC X.
           02  FILLER REDEFINES HEXPF.
               03  HEXPA                   PIC X.
           02  HEXPI                       PIC X(10).
           02  LDGBALL                     COMP PIC S9(4).
           02  LDGBALF                     PIC X.
           02  FILLER REDEFINES LDGBALF.
               03  LDGBALA                 PIC X.
           02  LDGBALI                     PIC X(11).
           02  HLDTOTL                     COMP PIC S9(4).
           02  HLDTOTF                     PIC X.
           02  FILLER REDEFINES HLDTOTF.
               03  HLDTOTA                 PIC X.
           02  HLDTOTI                     PIC X(11).
           02  AVLBALL                     COMP PIC S9(4).
           02  AVLBALF                     PIC X.
           02  FILLER REDEFINES AVLBALF.
               03  AVLBALA                 PIC X.
           02  AVLBALI                     PIC X(11).
           02  TRANHSC-HLD OCCURS 5 TIMES.
               03  HLSQL                   COMP PIC S9(4).
               03  HLSQF                   PIC X.
               03  FILLER REDEFINES HLSQF.
                   04  HLSQA               PIC X.
               03  HLSQI                   PIC X(05).
               03  HLAML                   COMP PIC S9(4).
               03  HLAMF                   PIC X.
               03  FILLER REDEFINES HLAMF.
                   04  HLAMA               PIC X.
               03  HLAMI                   PIC X(11).
               03  HLRSL                   COMP PIC S9(4).
               03  HLRSF                   PIC X.
               03  FILLER REDEFINES HLRSF.
                   04  HLRSA               PIC X.
               03  HLRSI                   PIC X(20).
               03  HLEXL                   COMP PIC S9(4).
               03  HLEXF                   PIC X.
               03  FILLER REDEFINES HLEXF.
                   04  HLEXA               PIC X.
               03  HLEXI                   PIC X(10).
               03  HLBYL                   COMP PIC S9(4).
               03  HLBYF                   PIC X.
               03  FILLER REDEFINES HLBYF.
                   04  HLBYA               PIC X.
               03  HLBYI                   PIC X(08).
           02  MSGL                        COMP PIC S9(4).
           02  MSGF                        PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                    PIC X.
           02  MSGI                        PIC X(60).

       01  TRANHSCO REDEFINES TRANHSCI.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(03).
           02  FUNCO                       PIC X(01).
           02  FILLER                      PIC X(03).
           02  ACCTNOO                     PIC 9(15).
           02  FILLER                      PIC X(03).
           02  ACCTNMO                     PIC X(30).
           02  FILLER                      PIC X(03).
           02  HSEQO                       PIC 9(05).
           02  FILLER                      PIC X(03).
           02  HAMTO                       PIC X(12).
           02  FILLER                      PIC X(03).
           02  HRSNO                       PIC X(20).
           02  FILLER                      PIC X(03).
           02  HEXPO                       PIC X(10).
           02  FILLER                      PIC X(03).
           02  LDGBALO                     PIC X(11).
           02  FILLER                      PIC X(03).
           02  HLDTOTO                     PIC X(11).
           02  FILLER                      PIC X(03).
           02  AVLBALO                     PIC X(11).
           02  TRANHSC-HLD-O OCCURS 5 TIMES.
               03  FILLER                  PIC X(03).
               03  HLSQO                   PIC X(05).
               03  FILLER                  PIC X(03).
               03  HLAMO                   PIC X(11).
               03  FILLER                  PIC X(03).
               03  HLRSO                   PIC X(20).
               03  FILLER                  PIC X(03).
               03  HLEXO                   PIC X(10).
               03  FILLER                  PIC X(03).
               03  HLBYO                   PIC X(08).
           02  FILLER                      PIC X(03).
           02  MSGO                        PIC X(60).
