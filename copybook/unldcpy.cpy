      ******************************************************************
      * UNLDCPY - record layout of the nightly PROD.TRANSACTIONS      *
      *           unload written by TRANUNLD and read, in place of    *
      *           the table, by TRANRECN, TRANSTMT, TRANACCR and      *
      *           TRANDUPE.  80 bytes, type byte in column 1 - the    *
      *           same header/detail/trailer shape TRANXTRC writes,   *
      *           the detail carrying every PROD.TRANSACTIONS column  *
      *           with the amounts as signed display.                 *
      *                                                               *
      * The header names the order the details are in - ACCT is       *
      * ACCOUNT-NO/TRANS-ID, DUPE is ACCOUNT-NO, TRANS-DATE,          *
      * TRANS-REF, TRANS-AMOUNT, TRANS-ID (TRANDUPE's) - and the      *
      * business date and DB2 timestamp of the unload.  The trailer   *
      * carries the detail count and the signed TRANS-AMOUNT hash;    *
      * no reader processes a detail until TRANUNPV has proven them.  *
      ******************************************************************
       01  UNLD-RECORD                 PIC X(80).
       01  UNLD-HEADER REDEFINES UNLD-RECORD.
           03 UH-RECORD-TYPE           PIC X(01).
           03 UH-JOB-NAME              PIC X(08).
           03 FILLER                   PIC X(01).
           03 UH-RUN-DATE              PIC X(10).
           03 FILLER                   PIC X(01).
           03 UH-SEQUENCE              PIC X(04).
              88 UH-ACCT-ORDER         VALUE 'ACCT'.
              88 UH-DUPE-ORDER         VALUE 'DUPE'.
           03 FILLER                   PIC X(01).
           03 UH-UNLOAD-TS             PIC X(26).
           03 FILLER                   PIC X(28).
       01  UNLD-DETAIL REDEFINES UNLD-RECORD.
           03 UD-RECORD-TYPE           PIC X(01).
           03 UD-ACCOUNT-NO            PIC 9(09).
           03 UD-TRANS-ID              PIC 9(09).
           03 UD-TRANS-DATE            PIC X(10).
           03 UD-TRANS-REF             PIC X(20).
           03 UD-TRANS-AMOUNT          PIC S9(8)V9(2)
                                        SIGN LEADING SEPARATE.
           03 UD-TRANS-TYPE            PIC X(02).
           03 UD-BALANCE               PIC S9(8)V9(2)
                                        SIGN LEADING SEPARATE.
           03 FILLER                   PIC X(07).
       01  UNLD-TRAILER REDEFINES UNLD-RECORD.
           03 UT-RECORD-TYPE           PIC X(01).
           03 UT-RECORD-COUNT          PIC 9(09).
           03 UT-HASH-TOTAL            PIC S9(14)V9(2)
                                        SIGN LEADING SEPARATE.
           03 FILLER                   PIC X(53).
