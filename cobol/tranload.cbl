      * through.  Each detail is validated - the account must be open  *
      * on the PROD.ACCOUNTS master, the TRANS-TYPE must be in the     *
      * approved set, the amount must be a well-formed non-zero        *
      * DECIMAL(10,2) and the posting date ISO-shaped and in a period  *
      * the month-end close has not yet locked - then given the next   *
      * TRANS-ID in its account's own sequence with BALANCE chained    *
      * from the account's latest stored posting, exactly the way      *
      * TRANPOST's 2000/2100 sections post an adjustment, so the next  *
      * TRANRECN run reconciles clean.  A debit that would take the    *
      * account's available balance - the chained BALANCE less its     *
      * active PROD.FUND_HOLD holds - below zero is refused the same   *
      * way TRANPOST refuses one online.  Bad details go to the reject *
      * file (LOADREJ) with a reason code and post nothing.            *
      *                                                                *
      * The file wraps its details in the same header/trailer control  *
      * records TRANXTRC writes on its own extract - the trailer's     *
      *   T  detail count 9(9), amount hash S9(14)V99 sign leading     *
      *      separate                                                  *
      *                                                                *
      * The run is logged under the suite business date from the      *
      * PROD.BUSINESS_DATE control table (see TRANBDTE), so a suite   *
      * that crosses midnight still logs every job under the one date *
      * TRANSTAT reports on.  PARM cols 1-10, when keyed, override it *
      * (ISO) for this run only.                                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * Row layout for the PROD.ACCOUNTS account master
           COPY ACCTDCL.

      * Row layout for the PROD.FUND_HOLD fund-hold table
           COPY HOLDDCL.

      * Run-log interface for the TRANRLOG module
           COPY RLOGCPY.

      * Business-date interface for the TRANBDTE module
           COPY BDTECPY.

       01  WS-SWITCHES.
           03 WS-EOF-SW                PIC X(01) VALUE 'N'.
              88 WS-END-OF-FILE        VALUE 'Y'.
      *   AMTN  amount not numeric                                     *
      *   AMTZ  amount zero                                            *
      *   DATE  posting date not ISO YYYY-MM-DD                        *
      *   PCLS  posting date in an accounting period already closed    *
      *   AVBL  debit exceeds the available balance (BALANCE less      *
      *         active fund holds)                                     *
      *----------------------------------------------------------------*

      * Approved transaction-type code table - the same five codes
       01  WS-CHAIN-TRANS-ID           PIC S9(9) COMP VALUE ZERO.
       01  WS-CHAIN-BALANCE            PIC S9(8)V9(2) COMP-3
                                                        VALUE ZERO.
      * The account's active holds, read once with the chain - nothing
      * in this run places or releases a hold, so it holds for every
      * detail on the account.
       01  WS-CHAIN-HOLD-TOTAL         PIC S9(8)V9(2) COMP-3
                                                        VALUE ZERO.
       01  WS-AVAIL-AFTER              PIC S9(9)V9(2) COMP-3
                                                        VALUE ZERO.

       01  WS-ACCT-NO-NUM              PIC S9(9) COMP VALUE ZERO.
       01  WS-POST-AMOUNT              PIC S9(8)V9(2) COMP-3

       1000-INITIALIZE SECTION.

      *    The suite business date for the run log - the control
      *    table's, unless the PARM overrides it.
           MOVE SPACES TO BDTE-OVERRIDE-DATE.
           IF PARM-LENGTH IS NOT LESS THAN 10
               MOVE PA-RUN-DATE TO BDTE-OVERRIDE-DATE
           END-IF.
           PERFORM 1040-GET-BUSINESS-DATE.
           MOVE BDTE-RUN-DATE TO WS-RUN-DATE.

           PERFORM 1050-LOG-RUN-START.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The suite business date from the PROD.BUSINESS_DATE control   *
      * row through TRANBDTE - a PARM date, when one was keyed, is     *
      * passed in as the explicit override.  No trustworthy date means *
      * nothing is run and nothing is logged.                          *
      *----------------------------------------------------------------*
       1040-GET-BUSINESS-DATE SECTION.

           MOVE 'TRANLOAD' TO BDTE-JOB-NAME.
           CALL 'TRANBDTE' USING BDTE-REQ BDTE-RES.

           IF BDTE-FAILED
               DISPLAY 'TRANLOAD - NO BUSINESS DATE, RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1040-GET-BUSINESS-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Start-of-run log - the permanent PROD.BATCH_RUNLOG row this    *
      * execution will close out in 3100, whether it runs clean or     *
               GO TO 2100-PROCESS-DETAIL-EXIT
           END-IF.

      *    A posting dated into a period the month-end close has
      *    locked would back-date into numbers the GL has reported.
           IF WS-LD-TRANS-DATE(1:7) IS NOT GREATER THAN
                                    BDTE-CLOSED-THRU
               MOVE 'PCLS' TO WS-RJ-REASON
               PERFORM 2400-REJECT-RECORD
               GO TO 2100-PROCESS-DETAIL-EXIT
           END-IF.

           PERFORM 2120-VALIDATE-TRAN-TYPE.
           IF NOT WS-TYPE-FOUND
               MOVE 'TYPE' TO WS-RJ-REASON

           MOVE WS-LD-TRANS-AMOUNT TO WS-POST-AMOUNT.
           PERFORM 2200-GET-PRIOR-BALANCE.
           PERFORM 2250-CHECK-AVAILABLE-BALANCE.
           IF WS-INVALID-DETAIL
               PERFORM 2400-REJECT-RECORD
               GO TO 2100-PROCESS-DETAIL-EXIT
           END-IF.
           PERFORM 2300-INSERT-POSTING.

      *    A duplicate TRANS-ID means an online TRPS task (or the
           IF WS-DUP-TRANS-ID
               MOVE 'N' TO WS-CHAIN-SW
               PERFORM 2200-GET-PRIOR-BALANCE
               PERFORM 2250-CHECK-AVAILABLE-BALANCE
               IF WS-INVALID-DETAIL
                   PERFORM 2400-REJECT-RECORD
                   GO TO 2100-PROCESS-DETAIL-EXIT
               END-IF
               PERFORM 2300-INSERT-POSTING
               IF WS-DUP-TRANS-ID
                   DISPLAY 'TRANLOAD - TRANS ID COLLISION, ACCOUNT='
                   PERFORM 3500-ABORT-RUN
           END-EVALUATE.

           EXEC SQL
               SELECT COALESCE(SUM(HOLD_AMOUNT), 0)
                 INTO :WS-CHAIN-HOLD-TOTAL
                 FROM PROD.FUND_HOLD
                WHERE ACCOUNT_NO  = :WS-ACCT-NO-NUM
                  AND HOLD_STATUS = 'A'
                  AND EXPIRY_DATE >= CURRENT DATE
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               DISPLAY 'TRANLOAD - HOLD READ FAILED SQLCODE=' SQLCODE
               PERFORM 3500-ABORT-RUN
           END-IF.

           MOVE WS-ACCT-NO-NUM TO WS-CHAIN-ACCOUNT-NO.
           SET WS-CHAIN-HELD TO TRUE.

       2200-GET-PRIOR-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Available-balance gate - the same test TRANPOST's 2050 puts on *
      * an online debit.  A debit that would leave the chained BALANCE *
      * less the account's active holds below zero is rejected AVBL;   *
      * credits are never refused here.                                *
      *----------------------------------------------------------------*
       2250-CHECK-AVAILABLE-BALANCE SECTION.

           IF WS-POST-AMOUNT IS NOT LESS THAN ZERO
               GO TO 2250-CHECK-AVAILABLE-BALANCE-EXIT
           END-IF.

           COMPUTE WS-AVAIL-AFTER = WS-CHAIN-BALANCE
                                  - WS-CHAIN-HOLD-TOTAL
                                  + WS-POST-AMOUNT.

           IF WS-AVAIL-AFTER IS LESS THAN ZERO
               SET WS-INVALID-DETAIL TO TRUE
               MOVE 'AVBL' TO WS-RJ-REASON
           END-IF.

       2250-CHECK-AVAILABLE-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Writes one feed posting - the next TRANS-ID in the account's   *
      * own sequence, BALANCE carried on from the chain, so the        *
