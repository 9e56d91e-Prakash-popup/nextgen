      ******************************************************************
      * TRANREL - symbolic map for mapset TRANREL, map TRANRLC        *
      *           (see bms/tranreln.bms).  Hand-maintained rather     *
      *           than BMS-generated, for the same reason TRANMAP.cpy *
      *           is (see the note there); the ten relationship rows  *
      *           the mapset defines individually are collapsed into  *
      *           one OCCURS 10 TIMES table the same way.  The byte   *
      *           layout matches the mapset field-for-field.          *
      ******************************************************************
       01  TRANRLCI.
           02  FILLER                      PIC X(12).
           02  CUSTNOL                     COMP PIC S9(4).
           02  CUSTNOF                     PIC X.
           02  FILLER REDEFINES CUSTNOF.
               03  CUSTNOA                 PIC X.
           02  CUSTNOI                     PIC 9(09).
           02  TAXIDL                      COMP PIC S9(4).
           02  TAXIDF                      PIC X.
           02  FILLER REDEFINES TAXIDF.
               03  TAXIDA                  PIC X.
           02  TAXIDI                      PIC X(11).
           02  LNAMEL                      COMP PIC S9(4).
           02  LNAMEF                      PIC X.
           02  FILLER REDEFINES LNAMEF.
               03  LNAMEA                  PIC X.
           02  LNAMEI                      PIC X(40).
           02  DOBL                        COMP PIC S9(4).
           02  DOBF                        PIC X.
           02  FILLER REDEFINES DOBF.
               03  DOBA                    PIC X.
           02  DOBI                        PIC X(10).
           02  TRANRLC-DTL OCCURS 10 TIMES.
               03  RLACL                   COMP PIC S9(4).
               03  RLACF                   PIC X.
               03  FILLER REDEFINES RLACF.
                   04  RLACA               PIC X.
               03  RLACI                   PIC X(15).
               03  RLRLL                   COMP PIC S9(4).
               03  RLRLF                   PIC X.
               03  FILLER REDEFINES RLRLF.
                   04  RLRLA               PIC X.
               03  RLRLI                   PIC X(09).
               03  RLSTL                   COMP PIC S9(4).
               03  RLSTF                   PIC X.
               03  FILLER REDEFINES RLSTF.
                   04  RLSTA               PIC X.
               03  RLSTI                   PIC X(01).
               03  RLNML                   COMP PIC S9(4).
               03  RLNMF                   PIC X.
               03  FILLER REDEFINES RLNMF.
                   04  RLNMA               PIC X.
               03  RLNMI                   PIC X(30).
               03  RLBLL                   COMP PIC S9(4).
               03  RLBLF                   PIC X.
               03  FILLER REDEFINES RLBLF.
                   04  RLBLA               PIC X.
               03  RLBLI                   PIC X(12).
           02  MSGL                        COMP PIC S9(4).
           02  MSGF                        PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                    PIC X.
           02  MSGI                        PIC X(60).

       01  TRANRLCO REDEFINES TRANRLCI.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(03).
           02  CUSTNOO                     PIC 9(09).
           02  FILLER                      PIC X(03).
           02  TAXIDO                      PIC X(11).
           02  FILLER                      PIC X(03).
           02  LNAMEO                      PIC X(40).
           02  FILLER                      PIC X(03).
           02  DOBO                        PIC X(10).
           02  TRANRLC-DTL-O OCCURS 10 TIMES.
               03  FILLER                  PIC X(03).
               03  RLACO                   PIC X(15).
               03  FILLER                  PIC X(03).
               03  RLRLO                   PIC X(09).
               03  FILLER                  PIC X(03).
               03  RLSTO                   PIC X(01).
               03  FILLER                  PIC X(03).
               03  RLNMO                   PIC X(30).
               03  FILLER                  PIC X(03).
               03  RLBLO                   PIC X(12).
           02  FILLER                      PIC X(03).
           02  MSGO                        PIC X(60).
