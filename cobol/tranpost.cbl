      * TRANHIST inquiries already are.  The account must exist open   *
      * on the PROD.ACCOUNTS master - the same gate TRANHIST puts on   *
      * inquiries - so a mistyped account cannot quietly grow a        *
      * history the inquiry side then refuses to show.  A debit is     *
      * also refused when it would take the available balance - the    *
      * latest stored BALANCE less the account's active fund holds on  *
      * PROD.FUND_HOLD (see TRANHOLD) - below zero - and nothing is    *
      * posted into an accounting period the month-end close has       *
      * locked on the PROD.BUSINESS_DATE control row.                  *
      *                                                                *
      * An adjustment larger, either sign, than the approval limit on  *
      * PROD.APPROVAL_LIMIT is not posted here at all: it is queued on *
      * PROD.PENDING_ADJ and waits for a second supervisor to approve  *
      * or reject it through TRANAPRV, which posts it the same way     *
      * this program would.  The submission is audited like a posting. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * Row layout for the PROD.AUDIT_LOG durable audit store
           COPY AUDTDCL.

      * Row layout for the PROD.FUND_HOLD fund-hold table
           COPY HOLDDCL.

      * Row layout for the PROD.PENDING_ADJ maker/checker queue
           COPY PENDDCL.

      * Row layout for the PROD.APPROVAL_LIMIT maker/checker limit
           COPY LMTDCL.

      * Row layout for the PROD.BUSINESS_DATE control row
           COPY BDTDCL.

      * Error Message structure
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
      * Audit log entry - one per posted adjustment, written to TD
      * queue TRAU in the same style as TRANHIST's inquiry audit so
      * compliance can answer who adjusted an account and by how much.
      * An adjustment queued for approval is written the same way with
      * SUBM= in place of POST=.
       01  AUDIT-MSG.
           03 AM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 AM-TERMID                PIC X(4)  VALUE SPACES.
           03 FILLER                   PIC X(7)  VALUE ' ACCT='.
           03 AM-ACCT-NO               PIC 9(15) VALUE ZERO.
           03 AM-ACTION-TAG            PIC X(6)  VALUE ' POST='.
           03 AM-AMOUNT                PIC -(8)9.99.
           03 FILLER                   PIC X(5)  VALUE ' REF='.
           03 AM-TRANS-REF             PIC X(20) VALUE SPACES.
       01 WS-NEXT-TRANS-ID          PIC S9(9) COMP VALUE ZERO.
       01 WS-BALANCE-EDIT           PIC -(8)9.99.

      * Available-balance check on a debit - the account's active
      * holds summed, and what would be left after the debit.
       01 WS-HOLD-TOTAL             PIC S9(8)V9(2) COMP-3 VALUE ZERO.
       01 WS-AVAIL-AFTER            PIC S9(9)V9(2) COMP-3 VALUE ZERO.

      * Maker/checker limit work.  The default applies only while
      * PROD.APPROVAL_LIMIT has no row in effect - it errs toward a
      * second pair of eyes rather than none.
       01 WS-APPROVAL-SW            PIC X(01) VALUE 'N'.
          88 WS-NEEDS-APPROVAL      VALUE 'Y'.
       01 WS-DEFAULT-ADJ-LIMIT      PIC S9(8)V9(2) COMP-3
                                                 VALUE 10000.00.
       01 WS-ADJ-LIMIT              PIC S9(8)V9(2) COMP-3 VALUE ZERO.
       01 WS-ABS-AMOUNT             PIC S9(8)V9(2) COMP-3 VALUE ZERO.
       01 WS-PEND-SEQ               PIC S9(9) COMP VALUE ZERO.
       01 WS-USERID                 PIC X(08) VALUE SPACES.
       01 WS-AUDIT-ACTION           PIC X(08) VALUE SPACES.

      * Result-of-posting status line for the screen.
       01 WS-POSTED-MSG.
           03 FILLER                PIC X(18)
           03 WS-PM-BALANCE         PIC -(8)9.99.
           03 FILLER                PIC X(08) VALUE SPACES.

      * Result-of-queueing status line for the screen.
       01 WS-QUEUED-MSG.
           03 FILLER                PIC X(43)
              VALUE 'OVER APPROVAL LIMIT - QUEUED AS PENDING SEQ'.
           03 FILLER                PIC X(01) VALUE SPACES.
           03 WS-QM-SEQ             PIC Z(4)9.
           03 FILLER                PIC X(11) VALUE SPACES.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
               GO TO 0400-POST-ADJUSTMENT-EXIT
           END-IF.

           PERFORM 1160-CHECK-PERIOD-OPEN.

           IF WS-INVALID-POST
               PERFORM 0900-REDISPLAY-WITH-MSG
               GO TO 0400-POST-ADJUSTMENT-EXIT
           END-IF.

           PERFORM 1170-CHECK-APPROVAL-LIMIT.

           IF WS-INVALID-POST
               PERFORM 0900-REDISPLAY-WITH-MSG
               GO TO 0400-POST-ADJUSTMENT-EXIT
           END-IF.

      *    Over the limit - queue it for a checker instead of posting.
           IF WS-NEEDS-APPROVAL
               PERFORM 2300-SUBMIT-FOR-APPROVAL
               PERFORM 0900-REDISPLAY-WITH-MSG
               GO TO 0400-POST-ADJUSTMENT-EXIT
           END-IF.

           PERFORM 1300-ENQ-ACCOUNT.

           PERFORM 2000-GET-PRIOR-BALANCE.
               GO TO 0400-POST-ADJUSTMENT-EXIT
           END-IF.

           MOVE ' POST='         TO AM-ACTION-TAG.
           MOVE 'POST'           TO WS-AUDIT-ACTION.
           PERFORM 1500-WRITE-AUDIT-LOG.

           MOVE WS-ACCT-NO-NUM   TO WS-CA-LAST-ACCT-NO.
       1150-READ-ACCOUNT-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Period gate - an adjustment is dated today, and a day in a     *
      * period the month-end close (TRANCLOS) has locked on the        *
      * PROD.BUSINESS_DATE control row takes no posting: the GL has    *
      * already reported that month.  No control row is refused the    *
      * same way - the period cannot be proven open.                   *
      *----------------------------------------------------------------*
       1160-CHECK-PERIOD-OPEN SECTION.

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-CURRENT-DATE)
           END-EXEC.
           MOVE WS-CURRENT-DATE(1:4) TO WS-TD-YYYY.
           MOVE WS-CURRENT-DATE(5:2) TO WS-TD-MM.
           MOVE WS-CURRENT-DATE(7:2) TO WS-TD-DD.

           EXEC SQL
               SELECT CLOSED_THRU
                 INTO :BD-CLOSED-THRU
                 FROM PROD.BUSINESS_DATE
                WHERE CONTROL_KEY = 'SUITE'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO +100
                   SET WS-INVALID-POST TO TRUE
                   MOVE 'NO BUSINESS DATE CONTROL ROW - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' BUSINESS DATE CONTROL ROW MISSING'
                                                  TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
               WHEN SQLCODE IS NOT EQUAL TO ZERO
                   SET WS-INVALID-POST TO TRUE
                   MOVE 'DB2 ERROR READING PERIOD - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON BUSINESS DATE READ' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
               WHEN WS-TRANS-DATE-ISO(1:7) IS NOT GREATER THAN
                                           BD-CLOSED-THRU
                   SET WS-INVALID-POST TO TRUE
                   MOVE SPACES TO WS-SCREEN-MSG
                   STRING 'PERIOD ' WS-TRANS-DATE-ISO(1:7)
                          ' IS CLOSED - NOTHING POSTED'
                       DELIMITED BY SIZE INTO WS-SCREEN-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1160-CHECK-PERIOD-OPEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Maker/checker gate - the limit in effect today off             *
      * PROD.APPROVAL_LIMIT (the default above when no row is in       *
      * effect yet), against the adjustment's size either way.  Only   *
      * an amount strictly above the limit needs a checker.            *
      *----------------------------------------------------------------*
       1170-CHECK-APPROVAL-LIMIT SECTION.

           MOVE 'N' TO WS-APPROVAL-SW.

           EXEC SQL
               SELECT ADJ_LIMIT
                 INTO :LMT-ADJ-LIMIT
                 FROM PROD.APPROVAL_LIMIT
                WHERE EFF_DATE <= CURRENT DATE
                ORDER BY EFF_DATE DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   MOVE LMT-ADJ-LIMIT TO WS-ADJ-LIMIT
               WHEN SQLCODE IS EQUAL TO +100
                   MOVE WS-DEFAULT-ADJ-LIMIT TO WS-ADJ-LIMIT
               WHEN OTHER
                   SET WS-INVALID-POST TO TRUE
                   MOVE 'DB2 ERROR READING LIMIT - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON APPROVAL LIMIT READ' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
                   GO TO 1170-CHECK-APPROVAL-LIMIT-EXIT
           END-EVALUATE.

           IF WS-ADJ-AMOUNT IS LESS THAN ZERO
               COMPUTE WS-ABS-AMOUNT = ZERO - WS-ADJ-AMOUNT
           ELSE
               MOVE WS-ADJ-AMOUNT TO WS-ABS-AMOUNT
           END-IF.

           IF WS-ABS-AMOUNT IS GREATER THAN WS-ADJ-LIMIT
               SET WS-NEEDS-APPROVAL TO TRUE
           END-IF.

       1170-CHECK-APPROVAL-LIMIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Builds WS-ADJ-AMOUNT from the free-keyed WS-AMT-IN.  Accepts   *
      * a leading + or -, digits, and at most one decimal point with   *
           EXIT.

      *----------------------------------------------------------------*
      * Audit trail - every adjustment that reaches the INSERT, and    *
      * every one queued for approval, is recorded to TRAU with        *
      * terminal, task number, timestamp, account, signed amount and   *
      * the cited reference.  The caller sets the tag and the action.  *
      *----------------------------------------------------------------*
       1500-WRITE-AUDIT-LOG SECTION.

                     LENGTH(LENGTH OF AUDIT-MSG)
           END-EXEC.

           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           MOVE WS-ACCT-NO-NUM TO AUD-ACCOUNT-NO.
           MOVE WS-ADJ-AMOUNT  TO AUD-AMOUNT.
           MOVE REFI           TO AUD-TRANS-REF.
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

      *    A debit is checked against the available balance on every
      *    read - the -803 retry re-reads, so it is re-checked too.
           IF NOT WS-INVALID-POST
              AND WS-ADJ-AMOUNT IS LESS THAN ZERO
               PERFORM 2050-CHECK-AVAILABLE-BALANCE
           END-IF.

       2000-GET-PRIOR-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Available balance = the prior stored BALANCE less every hold   *
      * on PROD.FUND_HOLD still active today.  A debit that would take *
      * it below zero is refused - the held funds are spoken for.      *
      * The read runs under the account ENQ, so a hold placed through  *
      * TRANHOLD (which takes the same ENQ) cannot slip in between     *
      * this check and the INSERT.                                     *
      *----------------------------------------------------------------*
       2050-CHECK-AVAILABLE-BALANCE SECTION.

           EXEC SQL
               SELECT COALESCE(SUM(HOLD_AMOUNT), 0)
                 INTO :WS-HOLD-TOTAL
                 FROM PROD.FUND_HOLD
                WHERE ACCOUNT_NO  = :WS-ACCT-NO-NUM
                  AND HOLD_STATUS = 'A'
                  AND EXPIRY_DATE >= CURRENT DATE
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               SET WS-INVALID-POST TO TRUE
               MOVE 'DB2 ERROR READING HOLDS - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
               MOVE ' DB2 ERROR ON FUND HOLD READ' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               GO TO 2050-CHECK-AVAILABLE-BALANCE-EXIT
           END-IF.

           COMPUTE WS-AVAIL-AFTER = WS-PRIOR-BALANCE - WS-HOLD-TOTAL
                                  + WS-ADJ-AMOUNT.

           IF WS-AVAIL-AFTER IS LESS THAN ZERO
               SET WS-INVALID-POST TO TRUE
               MOVE 'INSUFFICIENT AVAILABLE BALANCE - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
           END-IF.

       2050-CHECK-AVAILABLE-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Writes the adjustment row.  BALANCE is the prior stored        *
      * balance plus the signed adjustment, so the account's running   *
       2100-INSERT-ADJUSTMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Queues an over-limit adjustment on PROD.PENDING_ADJ as the     *
      * account's next PEND_SEQ, taken under the posting ENQ the same  *
      * way TRANHOLD numbers its holds.  The keyer's user ID goes on   *
      * the row so TRANAPRV can refuse it as the checker.  Nothing     *
      * touches PROD.TRANSACTIONS - balance and available-balance      *
      * checks are made when the item is approved, against the balance *
      * as it then stands.                                             *
      *----------------------------------------------------------------*
       2300-SUBMIT-FOR-APPROVAL SECTION.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-CURRENT-DATE)
           END-EXEC.
           MOVE WS-CURRENT-DATE(1:4) TO WS-TD-YYYY.
           MOVE WS-CURRENT-DATE(5:2) TO WS-TD-MM.
           MOVE WS-CURRENT-DATE(7:2) TO WS-TD-DD.

           PERFORM 1300-ENQ-ACCOUNT.

           EXEC SQL
               SELECT COALESCE(MAX(PEND_SEQ), 0) + 1
                 INTO :WS-PEND-SEQ
                 FROM PROD.PENDING_ADJ
                WHERE ACCOUNT_NO = :WS-ACCT-NO-NUM
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               PERFORM 1400-DEQ-ACCOUNT
               SET WS-INVALID-POST TO TRUE
               MOVE 'DB2 ERROR READING PENDING QUEUE - NOTHING QUEUED'
                                                  TO WS-SCREEN-MSG
               MOVE ' DB2 ERROR ON PENDING SEQUENCE READ' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               GO TO 2300-SUBMIT-FOR-APPROVAL-EXIT
           END-IF.

           MOVE WS-ACCT-NO-NUM    TO PND-ACCOUNT-NO.
           MOVE WS-PEND-SEQ       TO PND-PEND-SEQ.
           MOVE WS-ADJ-AMOUNT     TO PND-ADJ-AMOUNT.
           MOVE REFI              TO PND-TRANS-REF.
           MOVE WS-USERID         TO PND-KEYED-BY.
           MOVE WS-TERMID         TO PND-KEYED-TERM.
           MOVE WS-TRANS-DATE-ISO TO PND-KEYED-DATE.
           MOVE 'P'               TO PND-PEND-STATUS.
           MOVE SPACES            TO PND-ACTIONED-BY.
           MOVE '0001-01-01'      TO PND-ACTIONED-DATE.
           MOVE SPACES            TO PND-REJECT-REASON.
           MOVE ZERO              TO PND-POSTED-TRANS-ID.

           EXEC SQL
               INSERT INTO PROD.PENDING_ADJ
                      (ACCOUNT_NO, PEND_SEQ, ADJ_AMOUNT, TRANS_REF,
                       KEYED_BY, KEYED_TERM, KEYED_DATE, PEND_STATUS,
                       ACTIONED_BY, ACTIONED_DATE, REJECT_REASON,
                       POSTED_TRANS_ID)
               VALUES (:PND-ACCOUNT-NO, :PND-PEND-SEQ, :PND-ADJ-AMOUNT,
                       :PND-TRANS-REF, :PND-KEYED-BY, :PND-KEYED-TERM,
                       :PND-KEYED-DATE, :PND-PEND-STATUS,
                       :PND-ACTIONED-BY, :PND-ACTIONED-DATE,
                       :PND-REJECT-REASON, :PND-POSTED-TRANS-ID)
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               PERFORM 1400-DEQ-ACCOUNT
               SET WS-INVALID-POST TO TRUE
               MOVE 'DB2 ERROR ON QUEUE INSERT - NOTHING QUEUED'
                                                  TO WS-SCREEN-MSG
               MOVE ' DB2 ERROR ON PENDING ADJUSTMENT INSERT'
                                                  TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO 2300-SUBMIT-FOR-APPROVAL-EXIT
           END-IF.

           PERFORM 1400-DEQ-ACCOUNT.

           MOVE ' SUBM='         TO AM-ACTION-TAG.
           MOVE 'SUBMIT'         TO WS-AUDIT-ACTION.
           PERFORM 1500-WRITE-AUDIT-LOG.

           MOVE WS-ACCT-NO-NUM   TO WS-CA-LAST-ACCT-NO.
           MOVE WS-PEND-SEQ      TO WS-QM-SEQ.
           MOVE WS-QUEUED-MSG    TO WS-SCREEN-MSG.

       2300-SUBMIT-FOR-APPROVAL-EXIT.
           EXIT.

       0800-SEND-GOODBYE-MAP SECTION.

           MOVE 'TRANPOST - GOODBYE' TO MSGO.
