       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANHEXP.
      *----------------------------------------------------------------*
      * Nightly fund hold expiry.  A hold placed through TRANHOLD      *
      * stops counting against the available balance the day after     *
      * its EXPIRY_DATE whether or not anything is done about it -     *
      * TRANPOST, TRANLOAD and the inquiry side all test the date.     *
      * This job makes the lapse permanent and visible: every hold     *
      * still 'A' whose expiry date is before the run date is marked   *
      * 'E' on PROD.FUND_HOLD, released by TRANHEXP on the run date,   *
      * so the table stops carrying dead holds as active and the       *
      * customer-service desk has a list of what came off overnight.   *
      *                                                                *
      * The report (HEXPRPT) lists each hold expired with its account, *
      * sequence, amount, reason, expiry date and who placed it, and   *
      * totals the count and amount released.  Every expiry is also    *
      * written, in the TRAU audit line shape the online programs use, *
      * to HEXPAUDT - batch has no TD queue to write, so operations    *
      * appends that file to the audit stream compliance already       *
      * reads - and landed on PROD.AUDIT_LOG like a TRANHOLD release.  *
      *                                                                *
      * The run date is the suite business date from the             *
      * PROD.BUSINESS_DATE control table (see TRANBDTE) - holds        *
      * expiring before it are lapsed, and it is stamped on the        *
      * PROD.BATCH_RUNLOG row.  PARM cols 1-10, when keyed, override   *
      * it (ISO) for this run only.                                    *
      *                                                                *
      * Reruns are safe: an expired hold is no longer 'A', so a second *
      * run for the same date finds nothing left to do.                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HRPT-FILE ASSIGN TO HEXPRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT HAUD-FILE ASSIGN TO HEXPAUDT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HRPT-RECORD                 PIC X(80).

      * Sized to the full AUDIT-MSG line below, reason included.
       FD  HAUD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HAUD-RECORD                 PIC X(139).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DB2 communications area                                        *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Row layout for the PROD.FUND_HOLD fund-hold table
           COPY HOLDDCL.

      * Row layout for the PROD.AUDIT_LOG durable audit store
           COPY AUDTDCL.

      * Run-log interface for the TRANRLOG module
           COPY RLOGCPY.

      * Business-date interface for the TRANBDTE module
           COPY BDTECPY.

       01  WS-SWITCHES.
           03 WS-EOF-SW                PIC X(01) VALUE 'N'.
              88 WS-END-OF-HOLDS       VALUE 'Y'.

      * Audit line - the same shape TRANHOLD writes to TRAU for a
      * release, so the appended file reads seamlessly in the audit
      * stream.  The timestamp is the DB2 clock; batch has no ASKTIME.
       01  AUDIT-MSG.
           03 AM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 AM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' EXMPCMAN'.
           03 FILLER                   PIC X(11) VALUE ' REQUESTID='.
           03 AM-REQUEST-ID            PIC X(6)  VALUE 'TRHEXP'.
           03 FILLER                   PIC X(7)  VALUE ' TERM='.
           03 AM-TERMID                PIC X(4)  VALUE 'BTCH'.
           03 FILLER                   PIC X(7)  VALUE ' ACCT='.
           03 AM-ACCT-NO               PIC 9(15) VALUE ZERO.
           03 FILLER                   PIC X(6)  VALUE ' FUNC='.
           03 AM-FUNCTION              PIC X(7)  VALUE 'EXPIRE'.
           03 FILLER                   PIC X(5)  VALUE ' SEQ='.
           03 AM-HOLD-SEQ              PIC 9(5)  VALUE ZERO.
           03 FILLER                   PIC X(5)  VALUE ' AMT='.
           03 AM-AMOUNT                PIC -(8)9.99.
           03 FILLER                   PIC X(5)  VALUE ' RSN='.
           03 AM-REASON                PIC X(20) VALUE SPACES.

       01  WS-CURRENT-TS               PIC X(26) VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.

      * Holds between commits, the same cadence TRANDORM keeps.
       01  WS-COMMIT-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-COMMIT-LIMIT             PIC 9(04) COMP VALUE 100.

       01  WS-EXPIRED-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-EXPIRED-AMOUNT           PIC S9(11)V9(2) COMP-3
                                                        VALUE ZERO.
       01  WS-RACED-COUNT              PIC 9(07) COMP VALUE ZERO.

       01  WS-RPT-HEADING-1.
           03 FILLER                   PIC X(34) VALUE
              'TRANHEXP - FUND HOLDS EXPIRED FOR '.
           03 WS-RH-RUN-DATE           PIC X(10).
           03 FILLER                   PIC X(36) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           03 FILLER                   PIC X(09) VALUE 'ACCOUNT  '.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 FILLER                   PIC X(05) VALUE '  SEQ'.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 FILLER                   PIC X(12) VALUE '      AMOUNT'.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 FILLER                   PIC X(20) VALUE 'REASON'.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 FILLER                   PIC X(10) VALUE 'EXPIRED   '.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 FILLER                   PIC X(09) VALUE 'PLACED BY'.
           03 FILLER                   PIC X(10) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           03 WS-RD-ACCOUNT-NO         PIC Z(8)9.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 WS-RD-HOLD-SEQ           PIC Z(4)9.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 WS-RD-AMOUNT             PIC -(8)9.99.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 WS-RD-REASON             PIC X(20).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 WS-RD-EXPIRY-DATE        PIC X(10).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 WS-RD-PLACED-BY          PIC X(08).
           03 FILLER                   PIC X(11) VALUE SPACES.

       01  WS-RPT-TRAILER-LINE.
           03 FILLER                   PIC X(15) VALUE
              'HOLDS EXPIRED: '.
           03 WS-RT-EXPIRED-COUNT      PIC Z(6)9.
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 FILLER                   PIC X(17) VALUE
              'AMOUNT RELEASED: '.
           03 WS-RT-EXPIRED-AMOUNT     PIC -(10)9.99.
           03 FILLER                   PIC X(24) VALUE SPACES.

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
           PERFORM 2000-PROCESS-HOLD
              UNTIL WS-END-OF-HOLDS.
           PERFORM 3000-TERMINATE.
           STOP RUN.

       MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE SECTION.

      *    The suite business date - the control table's, unless
      *    the PARM overrides it.
           MOVE SPACES TO BDTE-OVERRIDE-DATE.
           IF PARM-LENGTH IS NOT LESS THAN 10
               MOVE PA-RUN-DATE TO BDTE-OVERRIDE-DATE
           END-IF.
           PERFORM 1040-GET-BUSINESS-DATE.
           MOVE BDTE-RUN-DATE TO WS-RUN-DATE.

           PERFORM 1050-LOG-RUN-START.

      *    One timestamp for the run's audit lines, the same way
      *    TRANFRZE stamps its own.
           EXEC SQL
               SET :WS-CURRENT-TS = CURRENT TIMESTAMP
           END-EXEC.
           MOVE WS-CURRENT-TS(1:4)   TO AM-DATE(1:4).
           MOVE WS-CURRENT-TS(6:2)   TO AM-DATE(5:2).
           MOVE WS-CURRENT-TS(9:2)   TO AM-DATE(7:2).
           MOVE WS-CURRENT-TS(12:2)  TO AM-TIME(1:2).
           MOVE WS-CURRENT-TS(15:2)  TO AM-TIME(3:2).
           MOVE WS-CURRENT-TS(18:2)  TO AM-TIME(5:2).

           OPEN OUTPUT HRPT-FILE.
           OPEN OUTPUT HAUD-FILE.

           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE.
           MOVE WS-RPT-HEADING-1 TO HRPT-RECORD.
           WRITE HRPT-RECORD.
           MOVE WS-RPT-HEADING-2 TO HRPT-RECORD.
           WRITE HRPT-RECORD.
           MOVE WS-BLANK-LINE TO HRPT-RECORD.
           WRITE HRPT-RECORD.

      *    Active holds whose last day has passed, account by account.
      *    WITH HOLD keeps the position across the periodic commits.
           EXEC SQL
               DECLARE TRANHEXP CURSOR WITH HOLD FOR
               SELECT ACCOUNT_NO, HOLD_SEQ, HOLD_AMOUNT, HOLD_REASON,
                      PLACED_BY, EXPIRY_DATE
                 FROM PROD.FUND_HOLD
                WHERE HOLD_STATUS = 'A'
                  AND EXPIRY_DATE < :WS-RUN-DATE
                ORDER BY ACCOUNT_NO, HOLD_SEQ
           END-EXEC.

           EXEC SQL OPEN TRANHEXP END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               PERFORM 2900-ABORT-RUN
           END-IF.

           PERFORM 1100-FETCH-NEXT-HOLD.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The suite business date from the PROD.BUSINESS_DATE control   *
      * row through TRANBDTE - a PARM date, when one was keyed, is     *
      * passed in as the explicit override.  No trustworthy date means *
      * nothing is run and nothing is logged.                          *
      *----------------------------------------------------------------*
       1040-GET-BUSINESS-DATE SECTION.

           MOVE 'TRANHEXP' TO BDTE-JOB-NAME.
           CALL 'TRANBDTE' USING BDTE-REQ BDTE-RES.

           IF BDTE-FAILED
               DISPLAY 'TRANHEXP - NO BUSINESS DATE, RUN STOPPED'
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
           MOVE 'TRANHEXP' TO RLOG-JOB-NAME.
           MOVE WS-RUN-DATE TO RLOG-RUN-DATE.
           MOVE SPACES      TO RLOG-GUARD-JOB.
           CALL 'TRANRLOG' USING RLOG-REQ RLOG-RES.

       1050-LOG-RUN-START-EXIT.
           EXIT.

       1100-FETCH-NEXT-HOLD SECTION.

           EXEC SQL
               FETCH TRANHEXP
                INTO :FH-ACCOUNT-NO, :FH-HOLD-SEQ, :FH-HOLD-AMOUNT,
                     :FH-HOLD-REASON, :FH-PLACED-BY, :FH-EXPIRY-DATE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   CONTINUE
               WHEN SQLCODE IS EQUAL TO +100
                   SET WS-END-OF-HOLDS TO TRUE
               WHEN OTHER
                   PERFORM 2900-ABORT-RUN
           END-EVALUATE.

       1100-FETCH-NEXT-HOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One lapsed hold in hand.  The UPDATE insists the hold is still *
      * 'A' - a supervisor releasing it through TRANHOLD between the   *
      * fetch and here wins, and the hold is skipped, not re-stamped.  *
      *----------------------------------------------------------------*
       2000-PROCESS-HOLD SECTION.

           EXEC SQL
               UPDATE PROD.FUND_HOLD
                  SET HOLD_STATUS   = 'E',
                      RELEASED_BY   = 'TRANHEXP',
                      RELEASED_DATE = :WS-RUN-DATE
                WHERE ACCOUNT_NO  = :FH-ACCOUNT-NO
                  AND HOLD_SEQ    = :FH-HOLD-SEQ
                  AND HOLD_STATUS = 'A'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   PERFORM 2100-REPORT-EXPIRY
               WHEN SQLCODE IS EQUAL TO +100
                   ADD 1 TO WS-RACED-COUNT
               WHEN OTHER
                   PERFORM 2900-ABORT-RUN
           END-EVALUATE.

           ADD 1 TO WS-COMMIT-COUNT.
           IF WS-COMMIT-COUNT IS NOT LESS THAN WS-COMMIT-LIMIT
               EXEC SQL COMMIT END-EXEC
               MOVE ZERO TO WS-COMMIT-COUNT
           END-IF.

           PERFORM 1100-FETCH-NEXT-HOLD.

       2000-PROCESS-HOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Report line, audit line and PROD.AUDIT_LOG row for one expiry. *
      * The audit row commits or rolls back with the status change     *
      * itself; the hold reason rides in the reference column, as it   *
      * does for a TRANHOLD release.                                   *
      *----------------------------------------------------------------*
       2100-REPORT-EXPIRY SECTION.

           ADD 1 TO WS-EXPIRED-COUNT.
           ADD FH-HOLD-AMOUNT TO WS-EXPIRED-AMOUNT.

           MOVE FH-ACCOUNT-NO      TO WS-RD-ACCOUNT-NO.
           MOVE FH-HOLD-SEQ        TO WS-RD-HOLD-SEQ.
           MOVE FH-HOLD-AMOUNT     TO WS-RD-AMOUNT.
           MOVE FH-HOLD-REASON     TO WS-RD-REASON.
           MOVE FH-EXPIRY-DATE     TO WS-RD-EXPIRY-DATE.
           MOVE FH-PLACED-BY       TO WS-RD-PLACED-BY.
           MOVE WS-RPT-DETAIL-LINE TO HRPT-RECORD.
           WRITE HRPT-RECORD.

           MOVE FH-ACCOUNT-NO  TO AM-ACCT-NO.
           MOVE FH-HOLD-SEQ    TO AM-HOLD-SEQ.
           MOVE FH-HOLD-AMOUNT TO AM-AMOUNT.
           MOVE FH-HOLD-REASON TO AM-REASON.
           MOVE AUDIT-MSG TO HAUD-RECORD.
           WRITE HAUD-RECORD.

           MOVE 'THEX'           TO AUD-TRAN-ID.
           MOVE 'BTCH'           TO AUD-TERM-ID.
           MOVE FH-ACCOUNT-NO    TO AUD-ACCOUNT-NO.
           MOVE 'EXPIRE'         TO AUD-ACTION.
           MOVE FH-HOLD-AMOUNT   TO AUD-AMOUNT.
           MOVE FH-HOLD-REASON   TO AUD-TRANS-REF.

           EXEC SQL
               INSERT INTO PROD.AUDIT_LOG
                      (AUDIT_TS, TRAN_ID, TERM_ID, ACCOUNT_NO,
                       ACTION, AMOUNT, TRANS_REF)
               VALUES (CURRENT TIMESTAMP, :AUD-TRAN-ID, :AUD-TERM-ID,
                       :AUD-ACCOUNT-NO, :AUD-ACTION, :AUD-AMOUNT,
                       :AUD-TRANS-REF)
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               PERFORM 2900-ABORT-RUN
           END-IF.

       2100-REPORT-EXPIRY-EXIT.
           EXIT.

       2900-ABORT-RUN SECTION.

           DISPLAY 'TRANHEXP - DB2 FAILURE SQLCODE=' SQLCODE.
           DISPLAY 'TRANHEXP - ACCOUNT=' FH-ACCOUNT-NO
                   ' HOLD SEQ=' FH-HOLD-SEQ.
           EXEC SQL ROLLBACK END-EXEC.
           CLOSE HRPT-FILE.
           CLOSE HAUD-FILE.
           MOVE 16 TO RETURN-CODE.
           PERFORM 3100-LOG-RUN-END.
           STOP RUN.

       2900-ABORT-RUN-EXIT.
           EXIT.

       3000-TERMINATE SECTION.

           EXEC SQL CLOSE TRANHEXP END-EXEC.
           EXEC SQL COMMIT END-EXEC.

           MOVE WS-BLANK-LINE TO HRPT-RECORD.
           WRITE HRPT-RECORD.
           MOVE WS-EXPIRED-COUNT  TO WS-RT-EXPIRED-COUNT.
           MOVE WS-EXPIRED-AMOUNT TO WS-RT-EXPIRED-AMOUNT.
           MOVE WS-RPT-TRAILER-LINE TO HRPT-RECORD.
           WRITE HRPT-RECORD.

           CLOSE HRPT-FILE.
           CLOSE HAUD-FILE.

           DISPLAY 'TRANHEXP - HOLDS EXPIRED:      ' WS-EXPIRED-COUNT.
           DISPLAY 'TRANHEXP - AMOUNT RELEASED:    '
                   WS-RT-EXPIRED-AMOUNT.
           DISPLAY 'TRANHEXP - RELEASED ELSEWHERE: ' WS-RACED-COUNT.

           PERFORM 3100-LOG-RUN-END.

       3000-TERMINATE-EXIT.
           EXIT.

       3100-LOG-RUN-END SECTION.

           SET RLOG-FUNC-END TO TRUE.
           MOVE RETURN-CODE      TO RLOG-RETURN-CODE.
           MOVE WS-EXPIRED-COUNT TO RLOG-COUNT1.
           MOVE WS-RACED-COUNT   TO RLOG-COUNT2.
           MOVE ZERO             TO RLOG-COUNT3.
           CALL 'TRANRLOG' USING RLOG-REQ RLOG-RES.

       3100-LOG-RUN-END-EXIT.
           EXIT.
