       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANALRT.
      *----------------------------------------------------------------*
      * Nightly customer alert interface.  Builds the outbound file    *
      * (ALRTOUT) the notification vendor sends texts and e-mails      *
      * from, so a customer hears that the account is low, that a big  *
      * debit went through or that it has been frozen, made dormant    *
      * or closed before a statement or a declined payment tells them. *
      * Only accounts registered on PROD.ALERT_PREF (see ALRTDCL,      *
      * maintained through TRANALPF) are looked at, and only for the   *
      * alerts each has opted into:                                    *
      *                                                                *
      *   LB  LOW BALANCE - a posting took BALANCE from at or above    *
      *       the account's threshold to below it.  The balance before *
      *       the posting is its own BALANCE less its TRANS_AMOUNT, so *
      *       an account already below the line is alerted once, on    *
      *       the way down, not on every posting while it stays there. *
      *   LD  LARGE DEBIT - a single debit bigger than the account's   *
      *       threshold.                                               *
      *   ST  STATUS - ACCT_STATUS on PROD.ACCOUNTS is not what this   *
      *       job saw last time (freeze by TRANFRZE, dormancy by       *
      *       TRANDORM, closure by TRANSETL, a change on TRANACCT).    *
      *       TRANDORM leaves no audit row, so the change is found by  *
      *       comparing the master with LAST_STATUS on the preference  *
      *       row, not by reading the audit log.                       *
      *                                                                *
      * Postings are found by per-account TRANS_ID high-water marks on *
      * PROD.ALERT_ACCT_MARK (see ALMKDCL) - the same scheme TRANXTRC  *
      * keys its delta on - so every posting is looked at once and no  *
      * alert is ever sent twice, back-dated postings included.  An    *
      * account registered without a mark row (a row loaded outside    *
      * TRANALPF) has its mark seeded at its latest TRANS_ID before    *
      * the scan, so its history is not alerted.                       *
      *                                                                *
      * The file is wrapped in TRANXTRC's header and trailer control   *
      * records; the trailer carries the alert count, a signed hash of *
      * the alert amounts and an account-number hash.  A night with no *
      * alerts still sends the header/trailer pair (count zero).  The  *
      * register report (ALRTRPT) lists every alert sent with totals   *
      * by type.  The marks and LAST_STATUS only move in the single    *
      * commit taken after both files are closed - a failed run moves  *
      * nothing and the rerun sends the same alerts again.             *
      *                                                                *
      * Record layouts (80 bytes, type byte in column 1):              *
      *   H  job name X(8), blank, run date YYYY-MM-DD                 *
      *   D  account 9(9), alert type X(2), alert date X(10),          *
      *      TRANS_ID 9(9), amount, balance and threshold each         *
      *      S9(8)V99 sign leading separate, old and new status X(1)   *
      *   T  alert count 9(9), amount hash S9(14)V99 sign leading      *
      *      separate, account-number hash 9(15)                       *
      * A status alert carries zero TRANS_ID, amount and balance, and  *
      * the run date as its alert date; a posting alert carries the    *
      * posting's own date and blank status bytes.                     *
      *                                                                *
      * The run is logged under the suite business date from the       *
      * PROD.BUSINESS_DATE control table (see TRANBDTE); PARM cols     *
      * 1-10, when keyed, override it (ISO).  Run it after the day's   *
      * postings and status changes are in - after TRANLOAD, TRANFRZE, *
      * TRANDORM, TRANACCR and TRANSETL.                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALRT-FILE ASSIGN TO ALRTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARPT-FILE ASSIGN TO ALRTRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALRT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ALRT-RECORD                 PIC X(80).

       FD  ARPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ARPT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DB2 communications area                                        *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Row layout for PROD.TRANSACTIONS
           COPY TRANSDCL.

      * Row layout for the PROD.ACCOUNTS account master
           COPY ACCTDCL.

      * Row layout for the PROD.ALERT_PREF alert preferences
           COPY ALRTDCL.

      * Per-account alert high-water-mark row layout
           COPY ALMKDCL.

      * Run-log interface for the TRANRLOG module
           COPY RLOGCPY.

      * Business-date interface for the TRANBDTE module
           COPY BDTECPY.

       01  WS-SWITCHES.
           03 WS-EOF-SW                PIC X(01) VALUE 'N'.
              88 WS-END-OF-TRANS       VALUE 'Y'.
           03 WS-FIRST-ROW-SW          PIC X(01) VALUE 'Y'.
              88 WS-FIRST-ROW          VALUE 'Y'.
           03 WS-STAT-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-END-OF-STATUS      VALUE 'Y'.

       01  WS-JOB-NAME                 PIC X(08) VALUE 'TRANALRT'.
       01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
       01  WS-HOLD-ACCOUNT-NO          PIC S9(9) COMP VALUE ZERO.
       01  WS-LAST-SCAN-ID             PIC S9(9) COMP VALUE ZERO.
       01  WS-PRIOR-BALANCE            PIC S9(9)V9(2) COMP-3
                                                        VALUE ZERO.
       01  WS-DEBIT-SIZE               PIC S9(9)V9(2) COMP-3
                                                        VALUE ZERO.

       01  WS-SCAN-COUNT               PIC 9(09) COMP VALUE ZERO.
       01  WS-MARK-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-STATUS-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-LOWBAL-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-LARGEDR-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-STATALRT-COUNT           PIC 9(07) COMP VALUE ZERO.

      * Trailer control totals - the amount hash is sized as
      * TRANXTRC's is; the account hash as TRANFRZE's is.
       01  WS-RECORD-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-HASH-TOTAL               PIC S9(14)V9(2) COMP-3
                                                        VALUE ZERO.
       01  WS-ACCT-HASH                PIC 9(15) VALUE ZERO.

      *----------------------------------------------------------------*
      * Interface record layouts - one 80-byte fixed layout per record *
      * type, discriminated by the record-type byte in column 1.  The  *
      * amounts travel as signed display with a leading separate sign  *
      * so the vendor needs no packed-decimal handling.                *
      *----------------------------------------------------------------*
       01  WS-ALRT-HEADER.
           03 FILLER                   PIC X(01) VALUE 'H'.
           03 WS-AH-JOB-NAME           PIC X(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-AH-RUN-DATE           PIC X(10).
           03 FILLER                   PIC X(60) VALUE SPACES.

       01  WS-ALRT-DETAIL.
           03 FILLER                   PIC X(01) VALUE 'D'.
           03 WS-AD-ACCOUNT-NO         PIC 9(09).
           03 WS-AD-ALERT-TYPE         PIC X(02).
              88 WS-AD-LOW-BALANCE     VALUE 'LB'.
              88 WS-AD-LARGE-DEBIT     VALUE 'LD'.
              88 WS-AD-STATUS-CHANGE   VALUE 'ST'.
           03 WS-AD-ALERT-DATE         PIC X(10).
           03 WS-AD-TRANS-ID           PIC 9(09).
           03 WS-AD-TRANS-AMOUNT       PIC S9(8)V9(2)
                                        SIGN LEADING SEPARATE.
           03 WS-AD-BALANCE            PIC S9(8)V9(2)
                                        SIGN LEADING SEPARATE.
           03 WS-AD-THRESHOLD          PIC S9(8)V9(2)
                                        SIGN LEADING SEPARATE.
           03 WS-AD-OLD-STATUS         PIC X(01).
           03 WS-AD-NEW-STATUS         PIC X(01).
           03 FILLER                   PIC X(14) VALUE SPACES.

       01  WS-ALRT-TRAILER.
           03 FILLER                   PIC X(01) VALUE 'T'.
           03 WS-AT-RECORD-COUNT       PIC 9(09).
           03 WS-AT-HASH-TOTAL         PIC S9(14)V9(2)
                                        SIGN LEADING SEPARATE.
           03 WS-AT-ACCT-HASH          PIC 9(15).
           03 FILLER                   PIC X(38) VALUE SPACES.

      *----------------------------------------------------------------*
      * Register report lines                                          *
      *----------------------------------------------------------------*
       01  WS-RPT-HEADING-1.
           03 FILLER                   PIC X(40) VALUE
              'TRANALRT - CUSTOMER ALERT REGISTER'.
           03 FILLER                   PIC X(09) VALUE 'RUN DATE '.
           03 WS-RH-RUN-DATE           PIC X(10).
           03 FILLER                   PIC X(21) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           03 FILLER                   PIC X(09) VALUE 'ACCOUNT  '.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 FILLER                   PIC X(10) VALUE 'ALERT'.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 FILLER                   PIC X(10) VALUE 'DATE'.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 FILLER                   PIC X(09) VALUE ' TRANS ID'.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 FILLER                   PIC X(12) VALUE '      AMOUNT'.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 FILLER                   PIC X(12) VALUE '     BALANCE'.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 FILLER                   PIC X(06) VALUE 'STATUS'.

       01  WS-RPT-DETAIL-LINE.
           03 WS-RD-ACCOUNT-NO         PIC Z(8)9.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-RD-ALERT-DESC         PIC X(10).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-RD-ALERT-DATE         PIC X(10).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-RD-TRANS-ID           PIC Z(8)9.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-RD-TRANS-AMOUNT       PIC -(8)9.99.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-RD-BALANCE            PIC -(8)9.99.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-RD-STATUS-MOVE.
              05 WS-RD-OLD-STATUS      PIC X(01).
              05 FILLER                PIC X(04) VALUE ' TO '.
              05 WS-RD-NEW-STATUS      PIC X(01).

       01  WS-RPT-TRAILER-LINE.
           03 FILLER                   PIC X(13) VALUE
              'LOW BALANCE: '.
           03 WS-RT-LOWBAL-COUNT       PIC Z(6)9.
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 FILLER                   PIC X(13) VALUE
              'LARGE DEBIT: '.
           03 WS-RT-LARGEDR-COUNT      PIC Z(6)9.
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 FILLER                   PIC X(08) VALUE 'STATUS: '.
           03 WS-RT-STATALRT-COUNT     PIC Z(6)9.
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 FILLER                   PIC X(07) VALUE 'TOTAL: '.
           03 WS-RT-RECORD-COUNT       PIC Z(6)9.
           03 FILLER                   PIC X(02) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
       01  PARM-DATA.
           03 PARM-LENGTH              PIC S9(4) COMP.
           03 PARM-TEXT.
              05 PA-RUN-DATE           PIC X(10).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION USING PARM-DATA.

       MAINLINE SECTION.

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SCAN-POSTING
              UNTIL WS-END-OF-TRANS.
           PERFORM 2500-STATUS-PASS.
           PERFORM 3000-TERMINATE.
           STOP RUN.

       MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE SECTION.

      *    The suite business date heads the file and the register and
      *    dates the status alerts; a PARM date overrides it.  It
      *    plays no part in which postings are scanned - the marks
      *    decide that.
           MOVE SPACES TO BDTE-OVERRIDE-DATE.
           IF PARM-LENGTH IS NOT LESS THAN 10
               MOVE PA-RUN-DATE TO BDTE-OVERRIDE-DATE
           END-IF.
           PERFORM 1040-GET-BUSINESS-DATE.
           MOVE BDTE-RUN-DATE TO WS-RUN-DATE.

           PERFORM 1050-LOG-RUN-START.

           OPEN OUTPUT ALRT-FILE.
           OPEN OUTPUT ARPT-FILE.

           MOVE WS-JOB-NAME TO WS-AH-JOB-NAME.
           MOVE WS-RUN-DATE TO WS-AH-RUN-DATE.
           MOVE WS-ALRT-HEADER TO ALRT-RECORD.
           WRITE ALRT-RECORD.

           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE.
           MOVE WS-RPT-HEADING-1 TO ARPT-RECORD.
           WRITE ARPT-RECORD.
           MOVE WS-RPT-HEADING-2 TO ARPT-RECORD.
           WRITE ARPT-RECORD.
           MOVE WS-BLANK-LINE TO ARPT-RECORD.
           WRITE ARPT-RECORD.

           PERFORM 1200-SEED-MISSING-MARKS.

      *    Every posting above its account's mark, for registered
      *    accounts only, with the account's thresholds alongside.
      *    1200 has just made sure every registered account has a
      *    mark, so the inner join to the marks drops nobody.
           EXEC SQL
               DECLARE TRANALRT CURSOR FOR
               SELECT T.ACCOUNT_NO, T.TRANS_ID, T.TRANS_DATE,
                      T.TRANS_AMOUNT, T.BALANCE,
                      P.LOW_BAL_ALERT, P.LOW_BAL_AMT,
                      P.LARGE_DR_ALERT, P.LARGE_DR_AMT
                 FROM PROD.TRANSACTIONS T
                 JOIN PROD.ALERT_PREF P
                   ON P.ACCOUNT_NO = T.ACCOUNT_NO
                 JOIN PROD.ALERT_ACCT_MARK M
                   ON M.ACCOUNT_NO = T.ACCOUNT_NO
                WHERE T.TRANS_ID > M.LAST_TRANS_ID
                ORDER BY T.ACCOUNT_NO, T.TRANS_ID
           END-EXEC.

           EXEC SQL OPEN TRANALRT END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               DISPLAY 'TRANALRT - POSTING CURSOR OPEN FAILED SQLCODE='
                       SQLCODE
               PERFORM 3500-ABORT-RUN
           END-IF.

           PERFORM 1100-FETCH-NEXT-ROW.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The suite business date from the PROD.BUSINESS_DATE control   *
      * row through TRANBDTE - a PARM date, when one was keyed, is     *
      * passed in as the explicit override.  No trustworthy date means *
      * nothing is run and nothing is logged.                          *
      *----------------------------------------------------------------*
       1040-GET-BUSINESS-DATE SECTION.

           MOVE 'TRANALRT' TO BDTE-JOB-NAME.
           CALL 'TRANBDTE' USING BDTE-REQ BDTE-RES.

           IF BDTE-FAILED
               DISPLAY 'TRANALRT - NO BUSINESS DATE, RUN STOPPED'
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

       1100-FETCH-NEXT-ROW SECTION.

           EXEC SQL
               FETCH TRANALRT
                INTO :ACCOUNT-NO, :TRANS-ID, :TRANS-DATE,
                     :TRANS-AMOUNT, :BALANCE,
                     :AP-LOW-BAL-ALERT, :AP-LOW-BAL-AMT,
                     :AP-LARGE-DR-ALERT, :AP-LARGE-DR-AMT
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   ADD 1 TO WS-SCAN-COUNT
               WHEN SQLCODE IS EQUAL TO +100
                   SET WS-END-OF-TRANS TO TRUE
               WHEN OTHER
                   DISPLAY 'TRANALRT - POSTING FETCH FAILED SQLCODE='
                           SQLCODE
                   PERFORM 3500-ABORT-RUN
           END-EVALUATE.

       1100-FETCH-NEXT-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A registered account with no mark row - preferences loaded     *
      * some way other than TRANALPF - is marked at its latest         *
      * TRANS_ID (zero if it has none) before the scan, exactly as     *
      * TRANALPF would have marked it, so the first run after it was   *
      * registered does not alert its whole history.  The seed rides   *
      * the run's single unit of recovery like every other mark.       *
      *----------------------------------------------------------------*
       1200-SEED-MISSING-MARKS SECTION.

           EXEC SQL
               INSERT INTO PROD.ALERT_ACCT_MARK
                      (ACCOUNT_NO, LAST_TRANS_ID)
               SELECT P.ACCOUNT_NO,
                      COALESCE((SELECT MAX(T.TRANS_ID)
                                  FROM PROD.TRANSACTIONS T
                                 WHERE T.ACCOUNT_NO = P.ACCOUNT_NO),
                               0)
                 FROM PROD.ALERT_PREF P
                WHERE NOT EXISTS
                      (SELECT 1
                         FROM PROD.ALERT_ACCT_MARK M
                        WHERE M.ACCOUNT_NO = P.ACCOUNT_NO)
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
              AND SQLCODE IS NOT EQUAL TO +100
               DISPLAY 'TRANALRT - MARK SEED FAILED SQLCODE=' SQLCODE
               PERFORM 3500-ABORT-RUN
           END-IF.

       1200-SEED-MISSING-MARKS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One pass is one fetched posting.  A change of ACCOUNT-NO       *
      * closes out the prior account by moving its mark to the last    *
      * TRANS-ID scanned - every posting scanned moves the mark,       *
      * alerted or not.  The mark updates ride the run's single unit   *
      * of recovery, committed in 3000 only after the files close.     *
      *----------------------------------------------------------------*
       2000-SCAN-POSTING SECTION.

           IF WS-FIRST-ROW
              OR ACCOUNT-NO IS NOT EQUAL TO WS-HOLD-ACCOUNT-NO
               IF NOT WS-FIRST-ROW
                   PERFORM 2200-SET-ACCOUNT-MARK
               END-IF
               MOVE ACCOUNT-NO TO WS-HOLD-ACCOUNT-NO
               MOVE 'N' TO WS-FIRST-ROW-SW
           END-IF.

      *    Low balance - the balance before this posting was at or
      *    above the line and the balance after it is below.
           COMPUTE WS-PRIOR-BALANCE = BALANCE - TRANS-AMOUNT.
           IF AP-LOW-BAL-ALERT IS EQUAL TO 'Y'
              AND WS-PRIOR-BALANCE IS NOT LESS THAN AP-LOW-BAL-AMT
              AND BALANCE IS LESS THAN AP-LOW-BAL-AMT
               SET WS-AD-LOW-BALANCE TO TRUE
               MOVE AP-LOW-BAL-AMT TO WS-AD-THRESHOLD
               PERFORM 2100-WRITE-POSTING-ALERT
           END-IF.

      *    Large debit - debits are stored negative, so the size of
      *    the debit is the amount with its sign turned over.
           IF AP-LARGE-DR-ALERT IS EQUAL TO 'Y'
              AND TRANS-AMOUNT IS LESS THAN ZERO
               COMPUTE WS-DEBIT-SIZE = ZERO - TRANS-AMOUNT
               IF WS-DEBIT-SIZE IS GREATER THAN AP-LARGE-DR-AMT
                   SET WS-AD-LARGE-DEBIT TO TRUE
                   MOVE AP-LARGE-DR-AMT TO WS-AD-THRESHOLD
                   PERFORM 2100-WRITE-POSTING-ALERT
               END-IF
           END-IF.

           MOVE TRANS-ID TO WS-LAST-SCAN-ID.

           PERFORM 1100-FETCH-NEXT-ROW.

       2000-SCAN-POSTING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A posting alert - the posting's own identity, date, amount and *
      * resulting balance.  The alert type and threshold are already   *
      * set by the caller.                                             *
      *----------------------------------------------------------------*
       2100-WRITE-POSTING-ALERT SECTION.

           MOVE ACCOUNT-NO   TO WS-AD-ACCOUNT-NO.
           MOVE TRANS-DATE   TO WS-AD-ALERT-DATE.
           MOVE TRANS-ID     TO WS-AD-TRANS-ID.
           MOVE TRANS-AMOUNT TO WS-AD-TRANS-AMOUNT.
           MOVE BALANCE      TO WS-AD-BALANCE.
           MOVE SPACE        TO WS-AD-OLD-STATUS.
           MOVE SPACE        TO WS-AD-NEW-STATUS.

           PERFORM 2400-WRITE-ALERT.

       2100-WRITE-POSTING-ALERT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Moves one account's mark up to the last TRANS-ID scanned.      *
      * 1200 seeded a mark for every registered account, but an UPDATE *
      * finding no row (+100) is still answered with an INSERT the way *
      * TRANXTRC answers it, rather than losing the mark.              *
      *----------------------------------------------------------------*
       2200-SET-ACCOUNT-MARK SECTION.

           MOVE WS-HOLD-ACCOUNT-NO TO AK-ACCOUNT-NO.
           MOVE WS-LAST-SCAN-ID    TO AK-LAST-TRANS-ID.

           EXEC SQL
               UPDATE PROD.ALERT_ACCT_MARK
                  SET LAST_TRANS_ID = :AK-LAST-TRANS-ID
                WHERE ACCOUNT_NO = :AK-ACCOUNT-NO
           END-EXEC.

           IF SQLCODE IS EQUAL TO +100
               EXEC SQL
                   INSERT INTO PROD.ALERT_ACCT_MARK
                          (ACCOUNT_NO, LAST_TRANS_ID)
                   VALUES (:AK-ACCOUNT-NO, :AK-LAST-TRANS-ID)
               END-EXEC
           END-IF.

           IF SQLCODE IS NOT EQUAL TO ZERO
               DISPLAY 'TRANALRT - MARK UPDATE FAILED SQLCODE='
                       SQLCODE
               DISPLAY 'TRANALRT - ACCOUNT=' AK-ACCOUNT-NO
               PERFORM 3500-ABORT-RUN
           END-IF.

           ADD 1 TO WS-MARK-COUNT.

       2200-SET-ACCOUNT-MARK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Writes the alert in WS-ALRT-DETAIL to the interface file, adds *
      * it to the trailer totals and lists it on the register.         *
      *----------------------------------------------------------------*
       2400-WRITE-ALERT SECTION.

           MOVE WS-ALRT-DETAIL TO ALRT-RECORD.
           WRITE ALRT-RECORD.

           ADD 1 TO WS-RECORD-COUNT.
           ADD WS-AD-TRANS-AMOUNT TO WS-HASH-TOTAL.
           ADD WS-AD-ACCOUNT-NO   TO WS-ACCT-HASH.

           EVALUATE TRUE
               WHEN WS-AD-LOW-BALANCE
                   ADD 1 TO WS-LOWBAL-COUNT
                   MOVE 'LOW BAL' TO WS-RD-ALERT-DESC
               WHEN WS-AD-LARGE-DEBIT
                   ADD 1 TO WS-LARGEDR-COUNT
                   MOVE 'LARGE DR' TO WS-RD-ALERT-DESC
               WHEN WS-AD-STATUS-CHANGE
                   ADD 1 TO WS-STATALRT-COUNT
                   MOVE 'STATUS' TO WS-RD-ALERT-DESC
           END-EVALUATE.

           MOVE WS-AD-ACCOUNT-NO   TO WS-RD-ACCOUNT-NO.
           MOVE WS-AD-ALERT-DATE   TO WS-RD-ALERT-DATE.
           MOVE WS-AD-TRANS-ID     TO WS-RD-TRANS-ID.
           MOVE WS-AD-TRANS-AMOUNT TO WS-RD-TRANS-AMOUNT.
           MOVE WS-AD-BALANCE      TO WS-RD-BALANCE.
           IF WS-AD-STATUS-CHANGE
               MOVE WS-AD-OLD-STATUS TO WS-RD-OLD-STATUS
               MOVE ' TO '           TO WS-RD-STATUS-MOVE(2:4)
               MOVE WS-AD-NEW-STATUS TO WS-RD-NEW-STATUS
           ELSE
               MOVE SPACES TO WS-RD-STATUS-MOVE
           END-IF.
           MOVE WS-RPT-DETAIL-LINE TO ARPT-RECORD.
           WRITE ARPT-RECORD.

       2400-WRITE-ALERT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Status pass - every registered account whose master status is  *
      * no longer the one this job last saw.  An account opted into    *
      * status alerts gets an ST alert; every one, opted in or not,    *
      * has LAST_STATUS brought up to date, so the change is never     *
      * found again and a later opt-in does not alert old history.     *
      *----------------------------------------------------------------*
       2500-STATUS-PASS SECTION.

           EXEC SQL
               DECLARE TRANALST CURSOR FOR
               SELECT P.ACCOUNT_NO, P.STATUS_ALERT, P.LAST_STATUS,
                      A.ACCT_STATUS
                 FROM PROD.ALERT_PREF P
                 JOIN PROD.ACCOUNTS A
                   ON A.ACCOUNT_NO = P.ACCOUNT_NO
                WHERE A.ACCT_STATUS <> P.LAST_STATUS
                ORDER BY P.ACCOUNT_NO
           END-EXEC.

           EXEC SQL OPEN TRANALST END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               DISPLAY 'TRANALRT - STATUS CURSOR OPEN FAILED SQLCODE='
                       SQLCODE
               PERFORM 3500-ABORT-RUN
           END-IF.

           PERFORM 2510-FETCH-STATUS-ROW.
           PERFORM 2600-STATUS-CHANGE
              UNTIL WS-END-OF-STATUS.

           EXEC SQL CLOSE TRANALST END-EXEC.

       2500-STATUS-PASS-EXIT.
           EXIT.

       2510-FETCH-STATUS-ROW SECTION.

           EXEC SQL
               FETCH TRANALST
                INTO :AP-ACCOUNT-NO, :AP-STATUS-ALERT,
                     :AP-LAST-STATUS, :ACCT-STATUS
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   CONTINUE
               WHEN SQLCODE IS EQUAL TO +100
                   SET WS-END-OF-STATUS TO TRUE
               WHEN OTHER
                   DISPLAY 'TRANALRT - STATUS FETCH FAILED SQLCODE='
                           SQLCODE
                   PERFORM 3500-ABORT-RUN
           END-EVALUATE.

       2510-FETCH-STATUS-ROW-EXIT.
           EXIT.

       2600-STATUS-CHANGE SECTION.

           ADD 1 TO WS-STATUS-COUNT.

           IF AP-STATUS-ALERT IS EQUAL TO 'Y'
               SET WS-AD-STATUS-CHANGE TO TRUE
               MOVE AP-ACCOUNT-NO  TO WS-AD-ACCOUNT-NO
               MOVE WS-RUN-DATE    TO WS-AD-ALERT-DATE
               MOVE ZERO           TO WS-AD-TRANS-ID
               MOVE ZERO           TO WS-AD-TRANS-AMOUNT
               MOVE ZERO           TO WS-AD-BALANCE
               MOVE ZERO           TO WS-AD-THRESHOLD
               MOVE AP-LAST-STATUS TO WS-AD-OLD-STATUS
               MOVE ACCT-STATUS    TO WS-AD-NEW-STATUS
               PERFORM 2400-WRITE-ALERT
           END-IF.

           EXEC SQL
               UPDATE PROD.ALERT_PREF
                  SET LAST_STATUS = :ACCT-STATUS
                WHERE ACCOUNT_NO = :AP-ACCOUNT-NO
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               DISPLAY 'TRANALRT - LAST STATUS UPDATE FAILED SQLCODE='
                       SQLCODE
               DISPLAY 'TRANALRT - ACCOUNT=' AP-ACCOUNT-NO
               PERFORM 3500-ABORT-RUN
           END-IF.

           PERFORM 2510-FETCH-STATUS-ROW.

       2600-STATUS-CHANGE-EXIT.
           EXIT.

       3500-ABORT-RUN SECTION.

           EXEC SQL ROLLBACK END-EXEC.
           CLOSE ALRT-FILE.
           CLOSE ARPT-FILE.
           DISPLAY 'TRANALRT - RUN ABORTED, NO MARKS MOVED'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 3100-LOG-RUN-END.
           STOP RUN.

       3500-ABORT-RUN-EXIT.
           EXIT.

       3000-TERMINATE SECTION.

           IF NOT WS-FIRST-ROW
               PERFORM 2200-SET-ACCOUNT-MARK
           END-IF.

           EXEC SQL CLOSE TRANALRT END-EXEC.

           MOVE WS-RECORD-COUNT TO WS-AT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL   TO WS-AT-HASH-TOTAL.
           MOVE WS-ACCT-HASH    TO WS-AT-ACCT-HASH.
           MOVE WS-ALRT-TRAILER TO ALRT-RECORD.
           WRITE ALRT-RECORD.

           MOVE WS-BLANK-LINE TO ARPT-RECORD.
           WRITE ARPT-RECORD.
           MOVE WS-LOWBAL-COUNT   TO WS-RT-LOWBAL-COUNT.
           MOVE WS-LARGEDR-COUNT  TO WS-RT-LARGEDR-COUNT.
           MOVE WS-STATALRT-COUNT TO WS-RT-STATALRT-COUNT.
           MOVE WS-RECORD-COUNT   TO WS-RT-RECORD-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO ARPT-RECORD.
           WRITE ARPT-RECORD.

           CLOSE ALRT-FILE.
           CLOSE ARPT-FILE.

      *    The single COMMIT - the marks and LAST_STATUS move only
      *    once the file is safely on disk.  A run that dies before
      *    this point moves nothing and the rerun sends the same
      *    alerts again.
           EXEC SQL COMMIT END-EXEC.

           DISPLAY 'TRANALRT - RUN DATE:         ' WS-RUN-DATE.
           DISPLAY 'TRANALRT - POSTINGS SCANNED: ' WS-SCAN-COUNT.
           DISPLAY 'TRANALRT - ACCOUNTS MARKED:  ' WS-MARK-COUNT.
           DISPLAY 'TRANALRT - STATUS CHANGES:   ' WS-STATUS-COUNT.
           DISPLAY 'TRANALRT - ALERTS WRITTEN:   ' WS-RECORD-COUNT.

           PERFORM 3100-LOG-RUN-END.

       3000-TERMINATE-EXIT.
           EXIT.

       3100-LOG-RUN-END SECTION.

           SET RLOG-FUNC-END TO TRUE.
           MOVE RETURN-CODE     TO RLOG-RETURN-CODE.
           MOVE WS-RECORD-COUNT TO RLOG-COUNT1.
           MOVE WS-MARK-COUNT   TO RLOG-COUNT2.
           MOVE WS-STATUS-COUNT TO RLOG-COUNT3.
           CALL 'TRANRLOG' USING RLOG-REQ RLOG-RES.

       3100-LOG-RUN-END-EXIT.
           EXIT.
