               03  FILLER REDEFINES DTBLF.
                   04  DTBLA               PIC X.
               03  DTBLI                   PIC X(11).
               03  DTRVL                   COMP PIC S9(4).
               03  DTRVF                   PIC X.
               03  FILLER REDEFINES DTRVF.
                   04  DTRVA               PIC X.
               03  DTRVI                   PIC X(08).
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

       01  TRANSCRO REDEFINES TRANSCRI.
           02  FILLER                      PIC X(12).
               03  DTTMO                   PIC X(01).
               03  FILLER                  PIC X(03).
               03  DTBLO                   PIC X(11).
               03  FILLER                  PIC X(03).
               03  DTRVO                   PIC X(08).
           02  FILLER                      PIC X(03).
           02  LDGBALO                     PIC X(11).
           02  FILLER                      PIC X(03).
           02  HLDTOTO                     PIC X(11).
           02  FILLER                      PIC X(03).
           02  AVLBALO                     PIC X(11).
