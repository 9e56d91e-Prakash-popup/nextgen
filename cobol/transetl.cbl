       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSETL.
      *----------------------------------------------------------------*
      * Nightly account close-out.  Settles every closure request      *
      * TRANCLRQ recorded on PROD.CLOSE_REQUEST that is still pending  *
      * and whose closure date has arrived, in account order:          *
      *                                                                *
      *   - closure interest - the month's interest from the 1st to    *
      *     the closure date, at the rate TRANACCR would price the     *
      *     balance at, prorated on days in the month; an 'IN' row     *
      *     posted only for an open account in credit, and not at all  *
      *     when TRANACCR has already accrued the closure month        *
      *   - the closing fee (PARM), as an 'FE' row, unless the         *
      *     request waived it; never more than the balance left        *
      *   - the final payout, a 'DR' row for whatever remains, which   *
      *     leaves BALANCE at exactly zero                             *
      *   - ACCT-STATUS 'C' on PROD.ACCOUNTS and the request marked    *
      *     closed with the amounts settled                            *
      *   - a FINAL statement (the account's whole history through     *
      *     the payout) to CLSSTMT and PROD.STMT_ARCHIVE with          *
      *     STMT_TYPE 'F', replacing any statement archived for the    *
      *     account and date - TRANSTMT leaves it alone that night     *
      *   - the payee on the payout interface file (CLSPAY) with name  *
      *     and address from the master, and a line on the register    *
      *     (CLSRPT)                                                   *
      *   - the TRAU-shaped audit line to CLSAUDT and a                *
      *     PROD.AUDIT_LOG row, as TRANFRZE writes for its holds       *
      *                                                                *
      * A request is refused rather than closed - listed on the        *
      * exception report (CLSEXCP) and marked 'R' with its reason for  *
      * the branch to see on TRANCLRQ - when the account is not on     *
      * the master, already closed, frozen, carries an active fund     *
      * hold or stands overdrawn.  Nothing is posted for it.           *
      *                                                                *
      * Postings are dated the suite business date from the            *
      * PROD.BUSINESS_DATE control table (see TRANBDTE); a period the  *
      * period-close step (TRANCLOS) has already closed is refused     *
      * outright, as TRANACCR refuses it.                              *
      *                                                                *
      * Run order: TRANUNLD, TRANACCR, TRANSETL, then TRANGLEX and     *
      * TRANTBAL, with TRANALRT after TRANSETL.  TRANSETL must follow  *
      * TRANACCR so a month-end closure sees the month's accrual       *
      * already on (2450), and TRANACCR reads TRANUNLD's unload, so    *
      * the close-out postings are not in that night's unload - the    *
      * unload-fed jobs (TRANRECN, TRANDUPE, TRANACCR, TRANSTMT) pick  *
      * them up the following night.  TRANGLEX and TRANTBAL read the   *
      * table and must run after TRANSETL, or the night's IN/FE/DR     *
      * close-out rows miss the GL journal and the proof breaks.       *
      *                                                                *
      * PARM=                                                          *
      *   cols  1-10  posting date override, ISO, or blank for the     *
      *               control table's business date                    *
      *   col  12-17  monthly interest rate in millionths - the        *
      *               FALLBACK when no PROD.ACCRUAL_SCHEDULE covers    *
      *               the run date, exactly as TRANACCR's              *
      *   col  19-23  closing fee in cents (02500 = 25.00)             *
      *                                                                *
      * The whole run is one unit of recovery, committed only after    *
      * the payout file is closed - the same single-commit shape       *
      * TRANFRZE and TRANALRT use.  A run that dies closes nothing;    *
      * the requests stay pending and the rerun settles them afresh.   *
      *                                                                *
      * Payout file record layouts (80 bytes, type byte in column 1):  *
      *   H  job name X(8), blank, run date YYYY-MM-DD                 *
      *   D  account 9(9), payout S9(8)V99 sign leading separate,      *
      *      closure date YYYY-MM-DD, payee name X(30)                 *
      *   A  account 9(9), address line 9(1), address X(30) - three    *
      *      per payee, following its D                                *
      *   T  payee count 9(9), payout hash S9(14)V99 sign leading      *
      *      separate, account-number hash 9(15), D and A record       *
      *      count 9(9)                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-FILE ASSIGN TO CLSPAY
               ORGANIZATION IS SEQUENTIAL.
           SELECT CRPT-FILE ASSIGN TO CLSRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CEXC-FILE ASSIGN TO CLSEXCP
               ORGANIZATION IS SEQUENTIAL.
           SELECT CSTM-FILE ASSIGN TO CLSSTMT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CAUD-FILE ASSIGN TO CLSAUDT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PAY-RECORD                  PIC X(80).

       FD  CRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CRPT-RECORD                 PIC X(80).

       FD  CEXC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CEXC-RECORD                 PIC X(80).

       FD  CSTM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CSTM-RECORD                 PIC X(80).

      * Sized to the full AUDIT-MSG line below, payout included.
       FD  CAUD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CAUD-RECORD                 PIC X(115).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DB2 communications area                                        *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Row layout for PROD.TRANSACTIONS
           COPY TRANSDCL.

      * Row layout for the PROD.ACCOUNTS account master
           COPY ACCTDCL.

      * Row layout for the PROD.CLOSE_REQUEST closure requests
           COPY CLSRDCL.

      * Row layout for the PROD.ACCRUAL_SCHEDULE pricing schedule
           COPY SCHDDCL.

      * Statement archive row layout for PROD.STMT_ARCHIVE
           COPY STMTDCL.

      * Row layout for the PROD.AUDIT_LOG durable audit store
           COPY AUDTDCL.

      * Run-log interface for the TRANRLOG module
           COPY RLOGCPY.

      * Business-date interface for the TRANBDTE module
           COPY BDTECPY.

       01  WS-SWITCHES.
           03 WS-EOF-SW                PIC X(01) VALUE 'N'.
              88 WS-END-OF-REQUESTS    VALUE 'Y'.
           03 WS-HIST-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-END-OF-HISTORY     VALUE 'Y'.
           03 WS-PARM-SW               PIC X(01) VALUE 'Y'.
              88 WS-VALID-PARM         VALUE 'Y'.
              88 WS-INVALID-PARM       VALUE 'N'.
           03 WS-MASTER-SW             PIC X(01) VALUE 'N'.
              88 WS-ACCT-ON-MASTER     VALUE 'Y'.
           03 WS-ACCRUED-SW            PIC X(01) VALUE 'N'.
              88 WS-MONTH-ACCRUED      VALUE 'Y'.

       01  WS-JOB-NAME                 PIC X(08) VALUE 'TRANSETL'.
       01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
       01  WS-ACCT-NO-NUM              PIC S9(9) COMP VALUE ZERO.
       01  WS-REFUSE-REASON            PIC X(20) VALUE SPACES.

      * The closure date's day of the month and the month's length,
      * from DB2's own calendar - the proration of the month's rate.
       01  WS-CLOSE-DAY                PIC S9(9) COMP VALUE ZERO.
       01  WS-MONTH-DAYS               PIC S9(9) COMP VALUE ZERO.

      * The account's latest stored posting and the postings this
      * run adds on top of it, the TRANPOST way.
       01  WS-LAST-TRANS-ID            PIC S9(9) COMP VALUE ZERO.
       01  WS-CLOSING-BALANCE          PIC S9(8)V9(2) COMP-3
                                                        VALUE ZERO.
       01  WS-RUNNING-BALANCE          PIC S9(8)V9(2) COMP-3
                                                        VALUE ZERO.
       01  WS-ACTIVE-HOLDS             PIC S9(9) COMP VALUE ZERO.
       01  WS-PROBE-ID                 PIC S9(9) COMP VALUE ZERO.

      * The settlement's own posting fields - one row at a time goes
      * through these into 2500-INSERT-POSTING.
       01  WS-SETL-INSERT.
           03 WS-SI-TRANS-ID           PIC S9(9) COMP.
           03 WS-SI-TRANS-REF          PIC X(20).
           03 WS-SI-TRANS-AMOUNT       PIC S9(8)V9(2) COMP-3.
           03 WS-SI-TRANS-TYPE         PIC X(02).

       01  WS-INT-AMOUNT               PIC S9(8)V9(2) COMP-3
                                                        VALUE ZERO.
       01  WS-FEE-AMOUNT               PIC S9(8)V9(2) COMP-3
                                                        VALUE ZERO.
       01  WS-PAYOUT-AMOUNT            PIC S9(8)V9(2) COMP-3
                                                        VALUE ZERO.
       01  WS-MONTHLY-RATE             PIC SV9(6) COMP-3 VALUE ZERO.
       01  WS-CLOSING-FEE              PIC S9(3)V9(2) COMP-3 VALUE ZERO.

      * The pricing schedule in effect for the run date, loaded once
      * at start-up exactly as TRANACCR loads it, so closure interest
      * is priced the way month-end interest would have been.
       01  WS-SCHED-SW                 PIC X(01) VALUE 'N'.
          88 WS-SCHED-LOADED           VALUE 'Y'.
       01  WS-SCHED-EFF-DATE           PIC X(10) VALUE SPACES.
       01  WS-SCHED-COUNT              PIC S9(4) COMP VALUE ZERO.
       01  WS-SCHED-MAX                PIC S9(4) COMP VALUE 20.
       01  WS-SCHED-IDX                PIC S9(4) COMP VALUE ZERO.
       01  WS-SCHED-TAB.
           03 WS-SCHED-BAND OCCURS 20 TIMES.
              05 WS-SB-FLOOR           PIC S9(8)V9(2) COMP-3.
              05 WS-SB-RATE            PIC S9(1)V9(6) COMP-3.

      * The rate applied to the account in hand - its band's, or the
      * PARM fallback when no schedule covers the run date.
       01  WS-ACCT-RATE                PIC S9(1)V9(6) COMP-3
                                                        VALUE ZERO.

       01  WS-REQUEST-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-CLOSED-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-RACED-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-INTEREST           PIC S9(10)V9(2) COMP-3
                                                        VALUE ZERO.
       01  WS-TOTAL-FEES               PIC S9(10)V9(2) COMP-3
                                                        VALUE ZERO.

      * Trailer control totals - sized as TRANALRT's are.
       01  WS-PAYEE-COUNT              PIC 9(09) COMP VALUE ZERO.
       01  WS-RECORD-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-HASH-TOTAL               PIC S9(14)V9(2) COMP-3
                                                        VALUE ZERO.
       01  WS-ACCT-HASH                PIC 9(15) VALUE ZERO.

       01  WS-TRANS-REF-IN.
           03 FILLER                   PIC X(09) VALUE 'INTEREST '.
           03 WS-RI-YYYY-MM            PIC X(07).
           03 FILLER                   PIC X(04) VALUE SPACES.

       01  WS-TRANS-REF-CI.
           03 FILLER                   PIC X(10) VALUE 'CLOSE INT '.
           03 WS-RC-YYYY-MM            PIC X(07).
           03 FILLER                   PIC X(03) VALUE SPACES.

       01  WS-TRANS-REF-CF             PIC X(20) VALUE 'CLOSING FEE'.
       01  WS-TRANS-REF-CP             PIC X(20) VALUE 'CLOSING PAYOUT'.

       01  WS-CLOSE-REF.
           03 FILLER                   PIC X(07) VALUE 'CLOSED '.
           03 WS-CR-CLOSE-DATE         PIC X(10).
           03 FILLER                   PIC X(03) VALUE SPACES.

      * Audit line - the same shape the online TRAU writers emit, so
      * the appended file reads seamlessly in the audit stream.  The
      * timestamp is the DB2 clock; batch has no ASKTIME.
       01  AUDIT-MSG.
           03 AM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 AM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' EXMPCMAN'.
           03 FILLER                   PIC X(11) VALUE ' REQUESTID='.
           03 AM-REQUEST-ID            PIC X(6)  VALUE 'TRSETL'.
           03 FILLER                   PIC X(7)  VALUE ' TERM='.
           03 AM-TERMID                PIC X(4)  VALUE 'BTCH'.
           03 FILLER                   PIC X(7)  VALUE ' ACCT='.
           03 AM-ACCT-NO               PIC 9(15) VALUE ZERO.
           03 FILLER                   PIC X(6)  VALUE ' FUNC='.
           03 AM-FUNCTION              PIC X(6)  VALUE 'CLOSE'.
           03 FILLER                   PIC X(5)  VALUE ' OLD='.
           03 AM-OLD-STATUS            PIC X(1)  VALUE SPACE.
           03 FILLER                   PIC X(5)  VALUE ' NEW='.
           03 AM-NEW-STATUS            PIC X(1)  VALUE 'C'.
           03 FILLER                   PIC X(5)  VALUE ' AMT='.
           03 AM-AMOUNT                PIC -(8)9.99.

       01  WS-CURRENT-TS               PIC X(26) VALUE SPACES.

      *----------------------------------------------------------------*
      * Payout interface record layouts - one 80-byte fixed layout per *
      * record type, discriminated by the record-type byte in column   *
      * 1.  The amounts travel as signed display with a leading        *
      * separate sign so the payments system needs no packed-decimal   *
      * handling.                                                      *
      *----------------------------------------------------------------*
       01  WS-PAY-HEADER.
           03 FILLER                   PIC X(01) VALUE 'H'.
           03 WS-PH-JOB-NAME           PIC X(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-PH-RUN-DATE           PIC X(10).
           03 FILLER                   PIC X(60) VALUE SPACES.

       01  WS-PAY-DETAIL.
           03 FILLER                   PIC X(01) VALUE 'D'.
           03 WS-PD-ACCOUNT-NO         PIC 9(09).
           03 WS-PD-PAYOUT-AMOUNT      PIC S9(8)V9(2)
                                        SIGN LEADING SEPARATE.
           03 WS-PD-CLOSE-DATE         PIC X(10).
           03 WS-PD-PAYEE-NAME         PIC X(30).
           03 FILLER                   PIC X(19) VALUE SPACES.

       01  WS-PAY-ADDRESS.
           03 FILLER                   PIC X(01) VALUE 'A'.
           03 WS-PA-ACCOUNT-NO         PIC 9(09).
           03 WS-PA-LINE-NO            PIC 9(01).
           03 WS-PA-ADDRESS            PIC X(30).
           03 FILLER                   PIC X(39) VALUE SPACES.

       01  WS-PAY-TRAILER.
           03 FILLER                   PIC X(01) VALUE 'T'.
           03 WS-PT-PAYEE-COUNT        PIC 9(09).
           03 WS-PT-HASH-TOTAL         PIC S9(14)V9(2)
                                        SIGN LEADING SEPARATE.
           03 WS-PT-ACCT-HASH          PIC 9(15).
           03 WS-PT-RECORD-COUNT       PIC 9(09).
           03 FILLER                   PIC X(29) VALUE SPACES.

      *----------------------------------------------------------------*
      * Register and exception report lines                            *
      *----------------------------------------------------------------*
       01  WS-RPT-HEADING-1.
           03 FILLER                   PIC X(40) VALUE
              'TRANSETL - ACCOUNT CLOSURE REGISTER'.
           03 FILLER                   PIC X(09) VALUE 'RUN DATE '.
           03 WS-RH-RUN-DATE           PIC X(10).
           03 FILLER                   PIC X(21) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           03 FILLER                   PIC X(09) VALUE 'ACCOUNT  '.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 FILLER                   PIC X(10) VALUE 'CLOSED ON'.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 FILLER                   PIC X(12) VALUE '    INTEREST'.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 FILLER                   PIC X(12) VALUE '         FEE'.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 FILLER                   PIC X(12) VALUE '      PAYOUT'.
           03 FILLER                   PIC X(17) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           03 WS-RD-ACCOUNT-NO         PIC Z(8)9.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-RD-CLOSE-DATE         PIC X(10).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-RD-INT-AMOUNT         PIC -(8)9.99.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-RD-FEE-AMOUNT         PIC -(8)9.99.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-RD-PAYOUT-AMOUNT      PIC -(8)9.99.
           03 FILLER                   PIC X(17) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE-1.
           03 FILLER                   PIC X(15) VALUE
              'REQUESTS READ: '.
           03 WS-RT-REQUEST-COUNT      PIC Z(6)9.
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 FILLER                   PIC X(08) VALUE 'CLOSED: '.
           03 WS-RT-CLOSED-COUNT       PIC Z(6)9.
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 FILLER                   PIC X(09) VALUE 'REFUSED: '.
           03 WS-RT-REFUSED-COUNT      PIC Z(6)9.
           03 FILLER                   PIC X(21) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE-2.
           03 FILLER                   PIC X(10) VALUE 'INTEREST: '.
           03 WS-RT-TOTAL-INTEREST     PIC -(9)9.99.
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 FILLER                   PIC X(06) VALUE 'FEES: '.
           03 WS-RT-TOTAL-FEES         PIC -(9)9.99.
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 FILLER                   PIC X(08) VALUE 'PAYOUT: '.
           03 WS-RT-TOTAL-PAYOUT       PIC -(11)9.99.
           03 FILLER                   PIC X(09) VALUE SPACES.

       01  WS-EXC-HEADING-1.
           03 FILLER                   PIC X(40) VALUE
              'TRANSETL - CLOSURE REQUESTS REFUSED'.
           03 FILLER                   PIC X(09) VALUE 'RUN DATE '.
           03 WS-EH-RUN-DATE           PIC X(10).
           03 FILLER                   PIC X(21) VALUE SPACES.

       01  WS-EXC-HEADING-2.
           03 FILLER                   PIC X(09) VALUE 'ACCOUNT  '.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 FILLER                   PIC X(10) VALUE 'CLOSE DATE'.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 FILLER                   PIC X(20) VALUE 'REASON'.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 FILLER                   PIC X(13) VALUE '      BALANCE'.
           03 FILLER                   PIC X(22) VALUE SPACES.

       01  WS-EXC-DETAIL-LINE.
           03 WS-ED-ACCOUNT-NO         PIC Z(8)9.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-ED-CLOSE-DATE         PIC X(10).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-ED-REASON             PIC X(20).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-ED-BALANCE            PIC -(9)9.99.
           03 FILLER                   PIC X(22) VALUE SPACES.

       01  WS-EXC-TOTAL-LINE.
           03 FILLER                   PIC X(18) VALUE
              'REQUESTS REFUSED: '.
           03 WS-ET-REFUSED-COUNT      PIC Z(6)9.
           03 FILLER                   PIC X(55) VALUE SPACES.

      *----------------------------------------------------------------*
      * Final statement lines - the TRANSTMT statement layout under a  *
      * FINAL banner, so TRANRPRT pages it back like any other.        *
      *----------------------------------------------------------------*
       01  WS-STMT-LINE-OUT            PIC X(80) VALUE SPACES.

       01  WS-STMT-FINAL-LINE.
           03 FILLER                   PIC X(33) VALUE
              'FINAL STATEMENT - ACCOUNT CLOSED '.
           03 WS-SF-CLOSE-DATE         PIC X(10).
           03 FILLER                   PIC X(37) VALUE SPACES.

       01  WS-STMT-NAME-LINE.
           03 WS-SN-ACCT-NAME          PIC X(30).
           03 FILLER                   PIC X(50) VALUE SPACES.

       01  WS-STMT-ADDR-LINE.
           03 WS-SA-ADDR               PIC X(30).
           03 FILLER                   PIC X(50) VALUE SPACES.

       01  WS-STMT-HEADER-LINE.
           03 FILLER                   PIC X(16) VALUE
                                        'ACCOUNT NUMBER: '.
           03 WS-SH-ACCOUNT-NO         PIC 9(15).
           03 FILLER                   PIC X(49) VALUE SPACES.

       01  WS-STMT-COLUMN-LINE.
           03 FILLER                   PIC X(10) VALUE 'TRANS DATE'.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 FILLER                   PIC X(20) VALUE 'REFERENCE'.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 FILLER                   PIC X(13) VALUE 'AMOUNT'.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 FILLER                   PIC X(04) VALUE 'TYPE'.
           03 FILLER                   PIC X(13) VALUE 'BALANCE'.
           03 FILLER                   PIC X(14) VALUE SPACES.

       01  WS-STMT-DETAIL-LINE.
           03 WS-SD-TRANS-DATE         PIC X(10).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-SD-TRANS-REF          PIC X(20).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-SD-TRANS-AMOUNT       PIC -(9)9.99.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-SD-TRANS-TYPE         PIC X(02).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-SD-BALANCE            PIC -(9)9.99.
           03 FILLER                   PIC X(05) VALUE SPACES.

       01  WS-STMT-TRAILER-LINE.
           03 FILLER                   PIC X(17) VALUE
                                        'CLOSING BALANCE: '.
           03 WS-ST-BALANCE            PIC -(9)9.99.
           03 FILLER                   PIC X(50) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
       01  PARM-DATA.
           03 PARM-LENGTH              PIC S9(4) COMP.
           03 PARM-TEXT.
              05 PA-RUN-DATE           PIC X(10).
              05 FILLER                PIC X(01).
              05 PA-RATE-IN            PIC 9(06).
              05 FILLER                PIC X(01).
              05 PA-FEE-IN             PIC 9(05).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION USING PARM-DATA.

       MAINLINE SECTION.

           PERFORM 1000-INITIALIZE.
           IF WS-VALID-PARM
               PERFORM 2000-PROCESS-REQUEST
                  UNTIL WS-END-OF-REQUESTS
               PERFORM 3000-TERMINATE
           END-IF.
           STOP RUN.

       MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE SECTION.

           PERFORM 1200-EDIT-PARM.
           IF WS-INVALID-PARM
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1040-GET-BUSINESS-DATE.
           MOVE BDTE-RUN-DATE TO WS-RUN-DATE.

           PERFORM 1050-LOG-RUN-START.

      *    A month the GL has already closed takes no more postings -
      *    the run stops before the first INSERT and every request
      *    waits, still pending, for a run in an open period.
           IF WS-RUN-DATE(1:7) IS NOT GREATER THAN BDTE-CLOSED-THRU
               DISPLAY 'TRANSETL - PERIOD ' WS-RUN-DATE(1:7)
                       ' IS CLOSED (CLOSED THRU ' BDTE-CLOSED-THRU
                       ') - NOTHING SETTLED'
               MOVE 12 TO RETURN-CODE
               PERFORM 3100-LOG-RUN-END
               STOP RUN
           END-IF.

           PERFORM 1300-LOAD-SCHEDULE.

           OPEN OUTPUT PAY-FILE.
           OPEN OUTPUT CRPT-FILE.
           OPEN OUTPUT CEXC-FILE.
           OPEN OUTPUT CSTM-FILE.
           OPEN OUTPUT CAUD-FILE.

           MOVE WS-JOB-NAME TO WS-PH-JOB-NAME.
           MOVE WS-RUN-DATE TO WS-PH-RUN-DATE.
           MOVE WS-PAY-HEADER TO PAY-RECORD.
           WRITE PAY-RECORD.

           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE.
           MOVE WS-RPT-HEADING-1 TO CRPT-RECORD.
           WRITE CRPT-RECORD.
           MOVE WS-RPT-HEADING-2 TO CRPT-RECORD.
           WRITE CRPT-RECORD.
           MOVE WS-BLANK-LINE TO CRPT-RECORD.
           WRITE CRPT-RECORD.

           MOVE WS-RUN-DATE TO WS-EH-RUN-DATE.
           MOVE WS-EXC-HEADING-1 TO CEXC-RECORD.
           WRITE CEXC-RECORD.
           MOVE WS-EXC-HEADING-2 TO CEXC-RECORD.
           WRITE CEXC-RECORD.
           MOVE WS-BLANK-LINE TO CEXC-RECORD.
           WRITE CEXC-RECORD.

      *    One timestamp for the run's audit lines - the closures land
      *    when the run commits, not per account, and the audit should
      *    say the same thing.
           EXEC SQL
               SET :WS-CURRENT-TS = CURRENT TIMESTAMP
           END-EXEC.
           MOVE WS-CURRENT-TS(1:4)   TO AM-DATE(1:4).
           MOVE WS-CURRENT-TS(6:2)   TO AM-DATE(5:2).
           MOVE WS-CURRENT-TS(9:2)   TO AM-DATE(7:2).
           MOVE WS-CURRENT-TS(12:2)  TO AM-TIME(1:2).
           MOVE WS-CURRENT-TS(15:2)  TO AM-TIME(3:2).
           MOVE WS-CURRENT-TS(18:2)  TO AM-TIME(5:2).

      *    Every pending request whose closure date has come, with the
      *    closure day and the length of its month for the interest
      *    proration.  The run holds no commit until the end, so the
      *    requests it marks closed or refused are never re-read.
           EXEC SQL
               DECLARE TRANSETL CURSOR FOR
               SELECT ACCOUNT_NO, CLOSE_DATE, FEE_WAIVE,
                      DAY(CLOSE_DATE), DAY(LAST_DAY(CLOSE_DATE))
                 FROM PROD.CLOSE_REQUEST
                WHERE REQ_STATUS = 'P'
                  AND CLOSE_DATE <= :WS-RUN-DATE
                ORDER BY ACCOUNT_NO
           END-EXEC.

      *    The account's whole history, settlement postings included,
      *    for the final statement.
           EXEC SQL
               DECLARE TRANSETH CURSOR FOR
               SELECT TRANS_ID, TRANS_DATE, TRANS_REF, TRANS_AMOUNT,
                      TRANS_TYPE, BALANCE
                 FROM PROD.TRANSACTIONS
                WHERE ACCOUNT_NO = :WS-ACCT-NO-NUM
                ORDER BY TRANS_ID
           END-EXEC.

           EXEC SQL OPEN TRANSETL END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               DISPLAY 'TRANSETL - REQUEST CURSOR OPEN FAILED SQLCODE='
                       SQLCODE
               PERFORM 3500-ABORT-RUN
           END-IF.

           PERFORM 1100-FETCH-NEXT-REQUEST.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The suite business date from the PROD.BUSINESS_DATE control   *
      * row through TRANBDTE - a PARM date, when one was keyed, is     *
      * passed in as the explicit override.  No trustworthy date means *
      * nothing is run and nothing is logged.                          *
      *----------------------------------------------------------------*
       1040-GET-BUSINESS-DATE SECTION.

           MOVE WS-JOB-NAME TO BDTE-JOB-NAME.
           CALL 'TRANBDTE' USING BDTE-REQ BDTE-RES.

           IF BDTE-FAILED
               DISPLAY 'TRANSETL - NO BUSINESS DATE, RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1040-GET-BUSINESS-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Start-of-run log - the permanent PROD.BATCH_RUNLOG row this    *
      * execution will close out in 3100, whether it runs clean or     *
      * dies.                                                          *
      *----------------------------------------------------------------*
       1050-LOG-RUN-START SECTION.

           SET RLOG-FUNC-START TO TRUE.
           MOVE WS-JOB-NAME TO RLOG-JOB-NAME.
           MOVE WS-RUN-DATE TO RLOG-RUN-DATE.
           MOVE SPACES      TO RLOG-GUARD-JOB.
           CALL 'TRANRLOG' USING RLOG-REQ RLOG-RES.

       1050-LOG-RUN-START-EXIT.
           EXIT.

       1100-FETCH-NEXT-REQUEST SECTION.

           EXEC SQL
               FETCH TRANSETL
                INTO :CR-ACCOUNT-NO, :CR-CLOSE-DATE, :CR-FEE-WAIVE,
                     :WS-CLOSE-DAY, :WS-MONTH-DAYS
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   ADD 1 TO WS-REQUEST-COUNT
               WHEN SQLCODE IS EQUAL TO +100
                   SET WS-END-OF-REQUESTS TO TRUE
               WHEN OTHER
                   DISPLAY 'TRANSETL - REQUEST FETCH FAILED SQLCODE='
                           SQLCODE
                   PERFORM 3500-ABORT-RUN
           END-EVALUATE.

       1100-FETCH-NEXT-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PARM edits - a bad or missing parameter stops the run before   *
      * anything is settled, with the reason on the job log.           *
      *----------------------------------------------------------------*
       1200-EDIT-PARM SECTION.

           IF PARM-LENGTH IS LESS THAN 23
               SET WS-INVALID-PARM TO TRUE
               DISPLAY 'TRANSETL - PARM MISSING OR TOO SHORT'
               MOVE 12 TO RETURN-CODE
               GO TO 1200-EDIT-PARM-EXIT
           END-IF.

           IF PA-RATE-IN IS NOT NUMERIC
              OR PA-FEE-IN IS NOT NUMERIC
               SET WS-INVALID-PARM TO TRUE
               DISPLAY 'TRANSETL - RATE/FEE PARM NOT NUMERIC'
               MOVE 12 TO RETURN-CODE
               GO TO 1200-EDIT-PARM-EXIT
           END-IF.

      *    A posting date keyed in cols 1-10 overrides the control
      *    table's business date - TRANBDTE refuses one that is not
      *    ISO.  Blank runs under the table date.
           MOVE PA-RUN-DATE TO BDTE-OVERRIDE-DATE.
           COMPUTE WS-MONTHLY-RATE = PA-RATE-IN / 1000000.
           COMPUTE WS-CLOSING-FEE  = PA-FEE-IN / 100.

       1200-EDIT-PARM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Loads the pricing schedule in effect for the run date, the     *
      * same read TRANACCR makes - the rows under the highest          *
      * effective date at or before it, in ascending band-floor order  *
      * so the per-account scan's last match is the account's band.    *
      * No schedule leaves the run on the PARM rate; a schedule wider  *
      * than the table stops the run.                                  *
      *----------------------------------------------------------------*
       1300-LOAD-SCHEDULE SECTION.

      *    COALESCE keeps an empty schedule table from coming back as
      *    a null MAX - the sentinel date reads as "no schedule".
           EXEC SQL
               SELECT COALESCE(MAX(EFF_DATE), DATE('0001-01-01'))
                 INTO :WS-SCHED-EFF-DATE
                 FROM PROD.ACCRUAL_SCHEDULE
                WHERE EFF_DATE <= :WS-RUN-DATE
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               DISPLAY 'TRANSETL - SCHEDULE READ FAILED SQLCODE='
                       SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 16 TO RETURN-CODE
               PERFORM 3100-LOG-RUN-END
               STOP RUN
           END-IF.

           IF WS-SCHED-EFF-DATE IS EQUAL TO '0001-01-01'
               DISPLAY 'TRANSETL - NO SCHEDULE FOR RUN DATE - '
                       'PARM RATE APPLIED'
               GO TO 1300-LOAD-SCHEDULE-EXIT
           END-IF.

           EXEC SQL
               DECLARE SETLSCHD CURSOR FOR
               SELECT BAND_FLOOR, MONTHLY_RATE, MONTHLY_FEE,
                      FEE_WAIVE_BAL
                 FROM PROD.ACCRUAL_SCHEDULE
                WHERE EFF_DATE = :WS-SCHED-EFF-DATE
                ORDER BY BAND_FLOOR
           END-EXEC.

           EXEC SQL OPEN SETLSCHD END-EXEC.

           PERFORM 1310-FETCH-SCHED-ROW
              UNTIL SQLCODE IS NOT EQUAL TO ZERO.

           EXEC SQL CLOSE SETLSCHD END-EXEC.

           IF WS-SCHED-COUNT IS GREATER THAN ZERO
               SET WS-SCHED-LOADED TO TRUE
               DISPLAY 'TRANSETL - PRICING SCHEDULE EFFECTIVE '
                       WS-SCHED-EFF-DATE
           END-IF.

       1300-LOAD-SCHEDULE-EXIT.
           EXIT.

       1310-FETCH-SCHED-ROW SECTION.

           EXEC SQL
               FETCH SETLSCHD
                INTO :SCH-BAND-FLOOR, :SCH-MONTHLY-RATE,
                     :SCH-MONTHLY-FEE, :SCH-FEE-WAIVE-BAL
           END-EXEC.

           IF SQLCODE IS EQUAL TO ZERO
               IF WS-SCHED-COUNT IS NOT LESS THAN WS-SCHED-MAX
                   DISPLAY 'TRANSETL - SCHEDULE HAS MORE THAN '
                           WS-SCHED-MAX ' BANDS'
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 16 TO RETURN-CODE
                   PERFORM 3100-LOG-RUN-END
                   STOP RUN
               END-IF
               ADD 1 TO WS-SCHED-COUNT
               MOVE SCH-BAND-FLOOR    TO WS-SB-FLOOR(WS-SCHED-COUNT)
               MOVE SCH-MONTHLY-RATE  TO WS-SB-RATE(WS-SCHED-COUNT)
           END-IF.

       1310-FETCH-SCHED-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One pass is one pending request in hand.  The account is       *
      * checked against everything that bars a closure - the first     *
      * bar found refuses it - and is otherwise settled.               *
      *----------------------------------------------------------------*
       2000-PROCESS-REQUEST SECTION.

           MOVE CR-ACCOUNT-NO TO WS-ACCT-NO-NUM.
           MOVE ZERO          TO WS-CLOSING-BALANCE.

           PERFORM 2100-READ-ACCOUNT-MASTER.

           IF NOT WS-ACCT-ON-MASTER
               MOVE 'NOT ON MASTER' TO WS-REFUSE-REASON
               PERFORM 2300-REFUSE-REQUEST
               GO TO 2000-PROCESS-REQUEST-NEXT
           END-IF.

           PERFORM 2200-READ-LATEST-ROW.

           EVALUATE TRUE
               WHEN ACCT-STATUS IS EQUAL TO 'C'
                   MOVE 'ALREADY CLOSED' TO WS-REFUSE-REASON
                   PERFORM 2300-REFUSE-REQUEST
                   GO TO 2000-PROCESS-REQUEST-NEXT
               WHEN ACCT-STATUS IS EQUAL TO 'F'
                   MOVE 'ACCOUNT FROZEN' TO WS-REFUSE-REASON
                   PERFORM 2300-REFUSE-REQUEST
                   GO TO 2000-PROCESS-REQUEST-NEXT
           END-EVALUATE.

           PERFORM 2150-CHECK-ACTIVE-HOLDS.
           IF WS-ACTIVE-HOLDS IS GREATER THAN ZERO
               MOVE 'ACTIVE FUND HOLD' TO WS-REFUSE-REASON
               PERFORM 2300-REFUSE-REQUEST
               GO TO 2000-PROCESS-REQUEST-NEXT
           END-IF.

           IF WS-CLOSING-BALANCE IS LESS THAN ZERO
               MOVE 'NEGATIVE BALANCE' TO WS-REFUSE-REASON
               PERFORM 2300-REFUSE-REQUEST
               GO TO 2000-PROCESS-REQUEST-NEXT
           END-IF.

           PERFORM 2400-SETTLE-ACCOUNT.

       2000-PROCESS-REQUEST-NEXT.
           PERFORM 1100-FETCH-NEXT-REQUEST.

       2000-PROCESS-REQUEST-EXIT.
           EXIT.

       2100-READ-ACCOUNT-MASTER SECTION.

           MOVE 'N' TO WS-MASTER-SW.

           EXEC SQL
               SELECT ACCT_NAME, ACCT_ADDR1, ACCT_ADDR2, ACCT_ADDR3,
                      ACCT_STATUS
                 INTO :ACCT-NAME, :ACCT-ADDR1, :ACCT-ADDR2,
                      :ACCT-ADDR3, :ACCT-STATUS
                 FROM PROD.ACCOUNTS
                WHERE ACCOUNT_NO = :WS-ACCT-NO-NUM
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   MOVE 'Y' TO WS-MASTER-SW
               WHEN SQLCODE IS EQUAL TO +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'TRANSETL - MASTER READ FAILED SQLCODE='
                           SQLCODE
                   PERFORM 3500-ABORT-RUN
           END-EVALUATE.

       2100-READ-ACCOUNT-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Fund holds still active on the run date - the money they       *
      * earmark cannot be paid out, so the closure waits until they    *
      * are released or lapse.                                         *
      *----------------------------------------------------------------*
       2150-CHECK-ACTIVE-HOLDS SECTION.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ACTIVE-HOLDS
                 FROM PROD.FUND_HOLD
                WHERE ACCOUNT_NO  = :WS-ACCT-NO-NUM
                  AND HOLD_STATUS = 'A'
                  AND EXPIRY_DATE >= :WS-RUN-DATE
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               DISPLAY 'TRANSETL - FUND HOLD READ FAILED SQLCODE='
                       SQLCODE
               PERFORM 3500-ABORT-RUN
           END-IF.

       2150-CHECK-ACTIVE-HOLDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The latest stored posting - the TRANS-ID the settlement rows   *
      * chain on from and the BALANCE being settled.  An account with  *
      * no history stands at zero.                                     *
      *----------------------------------------------------------------*
       2200-READ-LATEST-ROW SECTION.

           EXEC SQL
               SELECT TRANS_ID, BALANCE
                 INTO :WS-LAST-TRANS-ID, :WS-CLOSING-BALANCE
                 FROM PROD.TRANSACTIONS
                WHERE ACCOUNT_NO = :WS-ACCT-NO-NUM
                ORDER BY TRANS_ID DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   CONTINUE
               WHEN SQLCODE IS EQUAL TO +100
                   MOVE ZERO TO WS-LAST-TRANS-ID
                   MOVE ZERO TO WS-CLOSING-BALANCE
               WHEN OTHER
                   DISPLAY 'TRANSETL - BALANCE READ FAILED SQLCODE='
                           SQLCODE
                   PERFORM 3500-ABORT-RUN
           END-EVALUATE.

       2200-READ-LATEST-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A refused request - on the exception report with its reason,   *
      * and marked 'R' so TRANCLRQ shows the branch why.  Guarded on   *
      * the pending status: a request cancelled on line since the      *
      * fetch is left cancelled and not reported.                      *
      *----------------------------------------------------------------*
       2300-REFUSE-REQUEST SECTION.

           EXEC SQL
               UPDATE PROD.CLOSE_REQUEST
                  SET REQ_STATUS    = 'R',
                      SETTLED_DATE  = :WS-RUN-DATE,
                      REFUSE_REASON = :WS-REFUSE-REASON
                WHERE ACCOUNT_NO = :WS-ACCT-NO-NUM
                  AND REQ_STATUS = 'P'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   CONTINUE
               WHEN SQLCODE IS EQUAL TO +100
                   ADD 1 TO WS-RACED-COUNT
                   GO TO 2300-REFUSE-REQUEST-EXIT
               WHEN OTHER
                   DISPLAY 'TRANSETL - REQUEST UPDATE FAILED SQLCODE='
                           SQLCODE
                   PERFORM 3500-ABORT-RUN
           END-EVALUATE.

           ADD 1 TO WS-REFUSED-COUNT.

           MOVE WS-ACCT-NO-NUM     TO WS-ED-ACCOUNT-NO.
           MOVE CR-CLOSE-DATE      TO WS-ED-CLOSE-DATE.
           MOVE WS-REFUSE-REASON   TO WS-ED-REASON.
           MOVE WS-CLOSING-BALANCE TO WS-ED-BALANCE.
           MOVE WS-EXC-DETAIL-LINE TO CEXC-RECORD.
           WRITE CEXC-RECORD.

       2300-REFUSE-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Settles one account.  The amounts are worked out first and the *
      * request claimed with them - a request cancelled on line since  *
      * the fetch is passed over with nothing posted - then the        *
      * postings go on in order, interest, fee, payout, each with the  *
      * next TRANS-ID and the running balance the TRANPOST way.        *
      *----------------------------------------------------------------*
       2400-SETTLE-ACCOUNT SECTION.

           MOVE WS-CLOSING-BALANCE TO WS-RUNNING-BALANCE.
           MOVE ZERO TO WS-INT-AMOUNT.
           MOVE ZERO TO WS-FEE-AMOUNT.
           MOVE ZERO TO WS-PAYOUT-AMOUNT.

      *    Closure interest - open accounts in credit only (a dormant
      *    account earns nothing, as at month-end), and never on top
      *    of a month TRANACCR has already paid in full.
           MOVE CR-CLOSE-DATE(1:7) TO WS-RI-YYYY-MM.
           MOVE CR-CLOSE-DATE(1:7) TO WS-RC-YYYY-MM.
           IF ACCT-STATUS IS EQUAL TO 'O'
              AND WS-CLOSING-BALANCE IS GREATER THAN ZERO
               PERFORM 2450-CHECK-MONTH-ACCRUED
               IF NOT WS-MONTH-ACCRUED
                   PERFORM 2470-PRICE-ACCOUNT
                   COMPUTE WS-INT-AMOUNT ROUNDED
                         = WS-CLOSING-BALANCE * WS-ACCT-RATE
                         * WS-CLOSE-DAY / WS-MONTH-DAYS
                   ADD WS-INT-AMOUNT TO WS-RUNNING-BALANCE
               END-IF
           END-IF.

      *    The closing fee, unless waived, and never more than is left
      *    - a closure must not leave the customer owing the bank.
           IF CR-FEE-WAIVE IS NOT EQUAL TO 'Y'
               MOVE WS-CLOSING-FEE TO WS-FEE-AMOUNT
               IF WS-FEE-AMOUNT IS GREATER THAN WS-RUNNING-BALANCE
                   MOVE WS-RUNNING-BALANCE TO WS-FEE-AMOUNT
               END-IF
               SUBTRACT WS-FEE-AMOUNT FROM WS-RUNNING-BALANCE
           END-IF.

           MOVE WS-RUNNING-BALANCE TO WS-PAYOUT-AMOUNT.

           EXEC SQL
               UPDATE PROD.CLOSE_REQUEST
                  SET REQ_STATUS    = 'C',
                      SETTLED_DATE  = :WS-RUN-DATE,
                      INT_AMOUNT    = :WS-INT-AMOUNT,
                      FEE_AMOUNT    = :WS-FEE-AMOUNT,
                      PAYOUT_AMOUNT = :WS-PAYOUT-AMOUNT
                WHERE ACCOUNT_NO = :WS-ACCT-NO-NUM
                  AND REQ_STATUS = 'P'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   CONTINUE
               WHEN SQLCODE IS EQUAL TO +100
                   ADD 1 TO WS-RACED-COUNT
                   GO TO 2400-SETTLE-ACCOUNT-EXIT
               WHEN OTHER
                   DISPLAY 'TRANSETL - REQUEST UPDATE FAILED SQLCODE='
                           SQLCODE
                   PERFORM 3500-ABORT-RUN
           END-EVALUATE.

           MOVE WS-CLOSING-BALANCE TO WS-RUNNING-BALANCE.
           MOVE WS-LAST-TRANS-ID   TO WS-SI-TRANS-ID.

           IF WS-INT-AMOUNT IS GREATER THAN ZERO
               ADD WS-INT-AMOUNT TO WS-RUNNING-BALANCE
               MOVE WS-TRANS-REF-CI TO WS-SI-TRANS-REF
               MOVE 'IN'            TO WS-SI-TRANS-TYPE
               MOVE WS-INT-AMOUNT   TO WS-SI-TRANS-AMOUNT
               PERFORM 2500-INSERT-POSTING
               ADD WS-INT-AMOUNT TO WS-TOTAL-INTEREST
           END-IF.

           IF WS-FEE-AMOUNT IS GREATER THAN ZERO
               SUBTRACT WS-FEE-AMOUNT FROM WS-RUNNING-BALANCE
               MOVE WS-TRANS-REF-CF TO WS-SI-TRANS-REF
               MOVE 'FE'            TO WS-SI-TRANS-TYPE
               COMPUTE WS-SI-TRANS-AMOUNT = ZERO - WS-FEE-AMOUNT
               PERFORM 2500-INSERT-POSTING
               ADD WS-FEE-AMOUNT TO WS-TOTAL-FEES
           END-IF.

      *    The payout takes whatever is left - the account ends on a
      *    stored BALANCE of exactly zero.
           IF WS-PAYOUT-AMOUNT IS GREATER THAN ZERO
               MOVE ZERO            TO WS-RUNNING-BALANCE
               MOVE WS-TRANS-REF-CP TO WS-SI-TRANS-REF
               MOVE 'DR'            TO WS-SI-TRANS-TYPE
               COMPUTE WS-SI-TRANS-AMOUNT = ZERO - WS-PAYOUT-AMOUNT
               PERFORM 2500-INSERT-POSTING
               PERFORM 2600-WRITE-PAYOUT
           END-IF.

           EXEC SQL
               UPDATE PROD.ACCOUNTS
                  SET ACCT_STATUS = 'C'
                WHERE ACCOUNT_NO = :WS-ACCT-NO-NUM
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               DISPLAY 'TRANSETL - STATUS UPDATE FAILED SQLCODE='
                       SQLCODE
               PERFORM 3500-ABORT-RUN
           END-IF.

           ADD 1 TO WS-CLOSED-COUNT.

           PERFORM 2700-WRITE-AUDIT.
           PERFORM 2800-WRITE-FINAL-STATEMENT.

           MOVE WS-ACCT-NO-NUM   TO WS-RD-ACCOUNT-NO.
           MOVE CR-CLOSE-DATE    TO WS-RD-CLOSE-DATE.
           MOVE WS-INT-AMOUNT    TO WS-RD-INT-AMOUNT.
           MOVE WS-FEE-AMOUNT    TO WS-RD-FEE-AMOUNT.
           MOVE WS-PAYOUT-AMOUNT TO WS-RD-PAYOUT-AMOUNT.
           MOVE WS-RPT-DETAIL-LINE TO CRPT-RECORD.
           WRITE CRPT-RECORD.

       2400-SETTLE-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * TRANACCR's own 'INTEREST YYYY-MM' row for the closure month    *
      * means the month's interest has been paid in full already - a   *
      * closure dated the last day of the month, settled after the     *
      * month-end run - and no closure interest is added.              *
      *----------------------------------------------------------------*
       2450-CHECK-MONTH-ACCRUED SECTION.

           MOVE 'N' TO WS-ACCRUED-SW.

           EXEC SQL
               SELECT TRANS_ID
                 INTO :WS-PROBE-ID
                 FROM PROD.TRANSACTIONS
                WHERE ACCOUNT_NO = :WS-ACCT-NO-NUM
                  AND TRANS_TYPE = 'IN'
                  AND TRANS_REF  = :WS-TRANS-REF-IN
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   MOVE 'Y' TO WS-ACCRUED-SW
               WHEN SQLCODE IS EQUAL TO +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'TRANSETL - ACCRUAL CHECK FAILED SQLCODE='
                           SQLCODE
                   PERFORM 3500-ABORT-RUN
           END-EVALUATE.

       2450-CHECK-MONTH-ACCRUED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Prices the balance off the loaded schedule the way TRANACCR's  *
      * 2570 does - the last band floor the balance reaches is its     *
      * band - or takes the PARM rate when no schedule is loaded.      *
      *----------------------------------------------------------------*
       2470-PRICE-ACCOUNT SECTION.

           IF NOT WS-SCHED-LOADED
               MOVE WS-MONTHLY-RATE TO WS-ACCT-RATE
               GO TO 2470-PRICE-ACCOUNT-EXIT
           END-IF.

           MOVE WS-SB-RATE(1) TO WS-ACCT-RATE.

           PERFORM 2475-MATCH-ONE-BAND
              VARYING WS-SCHED-IDX FROM 2 BY 1
                UNTIL WS-SCHED-IDX IS GREATER THAN WS-SCHED-COUNT.

       2470-PRICE-ACCOUNT-EXIT.
           EXIT.

       2475-MATCH-ONE-BAND SECTION.

           IF WS-CLOSING-BALANCE IS NOT LESS THAN
                                 WS-SB-FLOOR(WS-SCHED-IDX)
               MOVE WS-SB-RATE(WS-SCHED-IDX) TO WS-ACCT-RATE
           END-IF.

       2475-MATCH-ONE-BAND-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Writes one settlement row through the WS-SETL-INSERT fields at *
      * the next TRANS-ID, carrying the running balance.  A failed     *
      * INSERT backs out the whole run.                                *
      *----------------------------------------------------------------*
       2500-INSERT-POSTING SECTION.

           ADD 1 TO WS-SI-TRANS-ID.

           EXEC SQL
               INSERT INTO PROD.TRANSACTIONS
                      (ACCOUNT_NO, TRANS_ID, TRANS_DATE, TRANS_REF,
                       TRANS_AMOUNT, TRANS_TYPE, BALANCE)
               VALUES (:WS-ACCT-NO-NUM, :WS-SI-TRANS-ID,
                       :WS-RUN-DATE, :WS-SI-TRANS-REF,
                       :WS-SI-TRANS-AMOUNT, :WS-SI-TRANS-TYPE,
                       :WS-RUNNING-BALANCE)
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               DISPLAY 'TRANSETL - INSERT FAILED SQLCODE=' SQLCODE
               DISPLAY 'TRANSETL - ACCOUNT=' WS-ACCT-NO-NUM
                       ' TRANS-ID=' WS-SI-TRANS-ID
               PERFORM 3500-ABORT-RUN
           END-IF.

       2500-INSERT-POSTING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The payee on the payout file - the D record with the amount    *
      * and name, then the three address lines as the master holds     *
      * them, blank or not, so every payee is the same four records.   *
      *----------------------------------------------------------------*
       2600-WRITE-PAYOUT SECTION.

           MOVE WS-ACCT-NO-NUM   TO WS-PD-ACCOUNT-NO.
           MOVE WS-PAYOUT-AMOUNT TO WS-PD-PAYOUT-AMOUNT.
           MOVE CR-CLOSE-DATE    TO WS-PD-CLOSE-DATE.
           MOVE ACCT-NAME        TO WS-PD-PAYEE-NAME.
           MOVE WS-PAY-DETAIL TO PAY-RECORD.
           WRITE PAY-RECORD.
           ADD 1 TO WS-RECORD-COUNT.

           ADD 1                 TO WS-PAYEE-COUNT.
           ADD WS-PAYOUT-AMOUNT  TO WS-HASH-TOTAL.
           ADD WS-PD-ACCOUNT-NO  TO WS-ACCT-HASH.

           MOVE WS-ACCT-NO-NUM TO WS-PA-ACCOUNT-NO.
           MOVE 1          TO WS-PA-LINE-NO.
           MOVE ACCT-ADDR1 TO WS-PA-ADDRESS.
           PERFORM 2650-WRITE-PAYOUT-ADDRESS.
           MOVE 2          TO WS-PA-LINE-NO.
           MOVE ACCT-ADDR2 TO WS-PA-ADDRESS.
           PERFORM 2650-WRITE-PAYOUT-ADDRESS.
           MOVE 3          TO WS-PA-LINE-NO.
           MOVE ACCT-ADDR3 TO WS-PA-ADDRESS.
           PERFORM 2650-WRITE-PAYOUT-ADDRESS.

       2600-WRITE-PAYOUT-EXIT.
           EXIT.

       2650-WRITE-PAYOUT-ADDRESS SECTION.

           MOVE WS-PAY-ADDRESS TO PAY-RECORD.
           WRITE PAY-RECORD.
           ADD 1 TO WS-RECORD-COUNT.

       2650-WRITE-PAYOUT-ADDRESS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The closure's audit line - old status, new 'C' and the payout  *
      * - to CLSAUDT, and the same event on PROD.AUDIT_LOG with the    *
      * closure date in the reference column.  It commits or rolls     *
      * back with the closure itself.                                  *
      *----------------------------------------------------------------*
       2700-WRITE-AUDIT SECTION.

           MOVE WS-ACCT-NO-NUM   TO AM-ACCT-NO.
           MOVE ACCT-STATUS      TO AM-OLD-STATUS.
           MOVE WS-PAYOUT-AMOUNT TO AM-AMOUNT.
           MOVE AUDIT-MSG TO CAUD-RECORD.
           WRITE CAUD-RECORD.

           MOVE CR-CLOSE-DATE    TO WS-CR-CLOSE-DATE.

           MOVE 'TSTL'           TO AUD-TRAN-ID.
           MOVE 'BTCH'           TO AUD-TERM-ID.
           MOVE WS-ACCT-NO-NUM   TO AUD-ACCOUNT-NO.
           MOVE 'CLOSE'          TO AUD-ACTION.
           MOVE WS-PAYOUT-AMOUNT TO AUD-AMOUNT.
           MOVE WS-CLOSE-REF     TO AUD-TRANS-REF.

           EXEC SQL
               INSERT INTO PROD.AUDIT_LOG
                      (AUDIT_TS, TRAN_ID, TERM_ID, ACCOUNT_NO,
                       ACTION, AMOUNT, TRANS_REF)
               VALUES (CURRENT TIMESTAMP, :AUD-TRAN-ID, :AUD-TERM-ID,
                       :AUD-ACCOUNT-NO, :AUD-ACTION, :AUD-AMOUNT,
                       :AUD-TRANS-REF)
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               DISPLAY 'TRANSETL - AUDIT INSERT FAILED SQLCODE='
                       SQLCODE
               PERFORM 3500-ABORT-RUN
           END-IF.

       2700-WRITE-AUDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The FINAL statement - banner, name and address, then the       *
      * TRANSTMT statement body over the account's whole history, the  *
      * settlement rows last, down to the zero closing balance.  Any   *
      * statement already archived for the account and date is         *
      * cleared first so the key holds the final image only.           *
      *----------------------------------------------------------------*
       2800-WRITE-FINAL-STATEMENT SECTION.

           MOVE WS-ACCT-NO-NUM TO SA-ACCOUNT-NO.
           MOVE WS-RUN-DATE    TO SA-STMT-DATE.
           MOVE ZERO           TO SA-LINE-NO.
           MOVE 'F'            TO SA-STMT-TYPE.

           EXEC SQL
               DELETE FROM PROD.STMT_ARCHIVE
                WHERE ACCOUNT_NO = :SA-ACCOUNT-NO
                  AND STMT_DATE  = :SA-STMT-DATE
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
              AND SQLCODE IS NOT EQUAL TO +100
               DISPLAY 'TRANSETL - ARCHIVE DELETE FAILED SQLCODE='
                       SQLCODE
               PERFORM 3500-ABORT-RUN
           END-IF.

           MOVE CR-CLOSE-DATE TO WS-SF-CLOSE-DATE.
           MOVE WS-STMT-FINAL-LINE TO WS-STMT-LINE-OUT.
           PERFORM 2850-PUT-STMT-LINE.

           PERFORM 2810-WRITE-NAME-ADDRESS.

           MOVE WS-ACCT-NO-NUM TO WS-SH-ACCOUNT-NO.
           MOVE WS-STMT-HEADER-LINE TO WS-STMT-LINE-OUT.
           PERFORM 2850-PUT-STMT-LINE.
           MOVE WS-STMT-COLUMN-LINE TO WS-STMT-LINE-OUT.
           PERFORM 2850-PUT-STMT-LINE.

           EXEC SQL OPEN TRANSETH END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               DISPLAY 'TRANSETL - HISTORY CURSOR OPEN FAILED SQLCODE='
                       SQLCODE
               PERFORM 3500-ABORT-RUN
           END-IF.

           MOVE 'N' TO WS-HIST-EOF-SW.
           PERFORM 2820-FETCH-HISTORY-ROW
              UNTIL WS-END-OF-HISTORY.

           EXEC SQL CLOSE TRANSETH END-EXEC.

           MOVE WS-RUNNING-BALANCE TO WS-ST-BALANCE.
           MOVE WS-STMT-TRAILER-LINE TO WS-STMT-LINE-OUT.
           PERFORM 2850-PUT-STMT-LINE.
           MOVE WS-BLANK-LINE TO WS-STMT-LINE-OUT.
           PERFORM 2850-PUT-STMT-LINE.

       2800-WRITE-FINAL-STATEMENT-EXIT.
           EXIT.

       2810-WRITE-NAME-ADDRESS SECTION.

           MOVE ACCT-NAME TO WS-SN-ACCT-NAME.
           MOVE WS-STMT-NAME-LINE TO WS-STMT-LINE-OUT.
           PERFORM 2850-PUT-STMT-LINE.

      *    Blank address lines are skipped so a two-line address does
      *    not leave a hole in the window-envelope block.
           IF ACCT-ADDR1 IS NOT EQUAL TO SPACES
               MOVE ACCT-ADDR1 TO WS-SA-ADDR
               MOVE WS-STMT-ADDR-LINE TO WS-STMT-LINE-OUT
               PERFORM 2850-PUT-STMT-LINE
           END-IF.
           IF ACCT-ADDR2 IS NOT EQUAL TO SPACES
               MOVE ACCT-ADDR2 TO WS-SA-ADDR
               MOVE WS-STMT-ADDR-LINE TO WS-STMT-LINE-OUT
               PERFORM 2850-PUT-STMT-LINE
           END-IF.
           IF ACCT-ADDR3 IS NOT EQUAL TO SPACES
               MOVE ACCT-ADDR3 TO WS-SA-ADDR
               MOVE WS-STMT-ADDR-LINE TO WS-STMT-LINE-OUT
               PERFORM 2850-PUT-STMT-LINE
           END-IF.

       2810-WRITE-NAME-ADDRESS-EXIT.
           EXIT.

       2820-FETCH-HISTORY-ROW SECTION.

           EXEC SQL
               FETCH TRANSETH
                INTO :TRANS-ID, :TRANS-DATE, :TRANS-REF,
                     :TRANS-AMOUNT, :TRANS-TYPE, :BALANCE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   CONTINUE
               WHEN SQLCODE IS EQUAL TO +100
                   SET WS-END-OF-HISTORY TO TRUE
                   GO TO 2820-FETCH-HISTORY-ROW-EXIT
               WHEN OTHER
                   DISPLAY 'TRANSETL - HISTORY FETCH FAILED SQLCODE='
                           SQLCODE
                   PERFORM 3500-ABORT-RUN
           END-EVALUATE.

           MOVE TRANS-DATE   TO WS-SD-TRANS-DATE.
           MOVE TRANS-REF    TO WS-SD-TRANS-REF.
           MOVE TRANS-AMOUNT TO WS-SD-TRANS-AMOUNT.
           MOVE TRANS-TYPE   TO WS-SD-TRANS-TYPE.
           MOVE BALANCE      TO WS-SD-BALANCE.
           MOVE WS-STMT-DETAIL-LINE TO WS-STMT-LINE-OUT.
           PERFORM 2850-PUT-STMT-LINE.

       2820-FETCH-HISTORY-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The one write path every final statement line goes through -   *
      * the print file and PROD.STMT_ARCHIVE, marked FINAL, under the  *
      * account's own line sequence, as TRANSTMT's 2050 writes them.   *
      *----------------------------------------------------------------*
       2850-PUT-STMT-LINE SECTION.

           MOVE WS-STMT-LINE-OUT TO CSTM-RECORD.
           WRITE CSTM-RECORD.

           ADD 1 TO SA-LINE-NO.
           MOVE WS-STMT-LINE-OUT TO SA-STMT-LINE.

           EXEC SQL
               INSERT INTO PROD.STMT_ARCHIVE
                      (ACCOUNT_NO, STMT_DATE, LINE_NO, STMT_LINE,
                       STMT_TYPE)
               VALUES (:SA-ACCOUNT-NO, :SA-STMT-DATE, :SA-LINE-NO,
                       :SA-STMT-LINE, :SA-STMT-TYPE)
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               DISPLAY 'TRANSETL - ARCHIVE INSERT FAILED SQLCODE='
                       SQLCODE
               DISPLAY 'TRANSETL - ACCOUNT=' SA-ACCOUNT-NO
                       ' LINE=' SA-LINE-NO
               PERFORM 3500-ABORT-RUN
           END-IF.

       2850-PUT-STMT-LINE-EXIT.
           EXIT.

       3500-ABORT-RUN SECTION.

           EXEC SQL ROLLBACK END-EXEC.
           CLOSE PAY-FILE.
           CLOSE CRPT-FILE.
           CLOSE CEXC-FILE.
           CLOSE CSTM-FILE.
           CLOSE CAUD-FILE.
           DISPLAY 'TRANSETL - RUN ABORTED, NO ACCOUNTS CLOSED'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 3100-LOG-RUN-END.
           STOP RUN.

       3500-ABORT-RUN-EXIT.
           EXIT.

       3000-TERMINATE SECTION.

           EXEC SQL CLOSE TRANSETL END-EXEC.

           MOVE WS-PAYEE-COUNT  TO WS-PT-PAYEE-COUNT.
           MOVE WS-HASH-TOTAL   TO WS-PT-HASH-TOTAL.
           MOVE WS-ACCT-HASH    TO WS-PT-ACCT-HASH.
           MOVE WS-RECORD-COUNT TO WS-PT-RECORD-COUNT.
           MOVE WS-PAY-TRAILER TO PAY-RECORD.
           WRITE PAY-RECORD.

           MOVE WS-BLANK-LINE TO CRPT-RECORD.
           WRITE CRPT-RECORD.
           MOVE WS-REQUEST-COUNT  TO WS-RT-REQUEST-COUNT.
           MOVE WS-CLOSED-COUNT   TO WS-RT-CLOSED-COUNT.
           MOVE WS-REFUSED-COUNT  TO WS-RT-REFUSED-COUNT.
           MOVE WS-RPT-TOTAL-LINE-1 TO CRPT-RECORD.
           WRITE CRPT-RECORD.
           MOVE WS-TOTAL-INTEREST TO WS-RT-TOTAL-INTEREST.
           MOVE WS-TOTAL-FEES     TO WS-RT-TOTAL-FEES.
           MOVE WS-HASH-TOTAL     TO WS-RT-TOTAL-PAYOUT.
           MOVE WS-RPT-TOTAL-LINE-2 TO CRPT-RECORD.
           WRITE CRPT-RECORD.

           MOVE WS-BLANK-LINE TO CEXC-RECORD.
           WRITE CEXC-RECORD.
           MOVE WS-REFUSED-COUNT TO WS-ET-REFUSED-COUNT.
           MOVE WS-EXC-TOTAL-LINE TO CEXC-RECORD.
           WRITE CEXC-RECORD.

           CLOSE PAY-FILE.
           CLOSE CRPT-FILE.
           CLOSE CEXC-FILE.
           CLOSE CSTM-FILE.
           CLOSE CAUD-FILE.

      *    The single COMMIT - the closures, postings and final
      *    statements land only once the payout file is safely on
      *    disk.  A run that dies before this point closes nothing.
           EXEC SQL COMMIT END-EXEC.

           DISPLAY 'TRANSETL - RUN DATE:          ' WS-RUN-DATE.
           DISPLAY 'TRANSETL - REQUESTS READ:     ' WS-REQUEST-COUNT.
           DISPLAY 'TRANSETL - ACCOUNTS CLOSED:   ' WS-CLOSED-COUNT.
           DISPLAY 'TRANSETL - REQUESTS REFUSED:  ' WS-REFUSED-COUNT.
           DISPLAY 'TRANSETL - CANCELLED IN RUN:  ' WS-RACED-COUNT.
           DISPLAY 'TRANSETL - TOTAL INTEREST:    ' WS-TOTAL-INTEREST.
           DISPLAY 'TRANSETL - TOTAL FEES:        ' WS-TOTAL-FEES.
           DISPLAY 'TRANSETL - TOTAL PAYOUT:      ' WS-HASH-TOTAL.

           PERFORM 3100-LOG-RUN-END.

       3000-TERMINATE-EXIT.
           EXIT.

       3100-LOG-RUN-END SECTION.

           SET RLOG-FUNC-END TO TRUE.
           MOVE RETURN-CODE      TO RLOG-RETURN-CODE.
           MOVE WS-REQUEST-COUNT TO RLOG-COUNT1.
           MOVE WS-CLOSED-COUNT  TO RLOG-COUNT2.
           MOVE WS-REFUSED-COUNT TO RLOG-COUNT3.
           CALL 'TRANRLOG' USING RLOG-REQ RLOG-RES.

       3100-LOG-RUN-END-EXIT.
           EXIT.
