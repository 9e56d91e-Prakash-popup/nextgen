      * Row layout for the PROD.ACCOUNTS account master
           COPY ACCTDCL.

      * Row layout for the PROD.TRANS_REVERSAL reversal linkage
           COPY REVLDCL.

      * Work fields used to page the cursor and edit DB2 columns out
      * to the display layout carried back in WS-RES.
       01  WS-WORK.
           03 WS-BALANCE-EDIT          PIC -(7)9.99.
           03 WS-I                     PIC S9(4) COMP VALUE ZERO.
           03 WS-J                     PIC S9(4) COMP VALUE ZERO.
           03 WS-REV-ACCT-NO           PIC 9(15).
           03 WS-REV-IND-DB            PIC X(01).

      * Summary-mode work fields - one GROUP BY pass per request, the
      * grouped count and sum landing here before they are edited out
           03 WS-SUM-BAL-DB            PIC S9(8)V9(2) COMP-3.
           03 WS-SUM-SLOT              PIC S9(4) COMP VALUE ZERO.

      * Balance-block work fields - the ledger balance and the active
      * hold total as DB2 hands them back, and the difference.
       01  WS-BAL-WORK.
           03 WS-LEDGER-BAL-DB         PIC S9(8)V9(2) COMP-3.
           03 WS-HOLD-TOTAL-DB         PIC S9(8)V9(2) COMP-3.
           03 WS-AVAIL-BAL-DB          PIC S9(9)V9(2) COMP-3.

      * The five approved type codes, in the order TRANHIST's
      * WS-VALID-TRAN-TYPES table lists them - the summary block's
      * slots are fixed to this order so callers can index it.
                           PERFORM 2000-FETCH-FORWARD
                       END-IF
                   END-IF
                   PERFORM 2800-FLAG-REVERSAL
                      VARYING WS-I FROM 1 BY 1
                        UNTIL WS-I IS GREATER THAN WS-TRANS-COUNT
               END-IF
           END-IF.

               MOVE ACCT-NAME   TO WS-ACCT-NAME
               MOVE ACCT-STATUS TO WS-ACCT-STATUS
               PERFORM 1600-CHECK-ARCHIVED-HISTORY
               PERFORM 1700-GET-AVAILABLE-BALANCE
           END-IF.

       1500-READ-ACCOUNT-MASTER-EXIT.
       1600-CHECK-ARCHIVED-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Balance block - the ledger balance is the latest stored        *
      * BALANCE (the archive's latest when TRANARCH has left nothing   *
      * live), the hold total is every PROD.FUND_HOLD hold still       *
      * active today, and the available balance is the one less the    *
      * other - the same figure TRANPOST and TRANLOAD refuse a debit   *
      * against.  A failed read shows as zero, as the summary          *
      * balances already do.                                           *
      *----------------------------------------------------------------*
       1700-GET-AVAILABLE-BALANCE SECTION.

           MOVE ZERO TO WS-LEDGER-BAL-DB.
           MOVE ZERO TO WS-HOLD-TOTAL-DB.

           EXEC SQL
               SELECT BALANCE
                 INTO :WS-LEDGER-BAL-DB
                 FROM PROD.TRANSACTIONS
                WHERE ACCOUNT_NO = :WS-ACCT-NO
                ORDER BY TRANS_ID DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               MOVE ZERO TO WS-LEDGER-BAL-DB
               IF SQLCODE IS EQUAL TO +100
                  AND WS-HIST-ARCHIVED
                   EXEC SQL
                       SELECT BALANCE
                         INTO :WS-LEDGER-BAL-DB
                         FROM PROD.TRANSACTIONS_ARCH
                        WHERE ACCOUNT_NO = :WS-ACCT-NO
                        ORDER BY TRANS_ID DESC
                        FETCH FIRST 1 ROW ONLY
                   END-EXEC
                   IF SQLCODE IS NOT EQUAL TO ZERO
                       MOVE ZERO TO WS-LEDGER-BAL-DB
                   END-IF
               END-IF
           END-IF.

           EXEC SQL
               SELECT COALESCE(SUM(HOLD_AMOUNT), 0)
                 INTO :WS-HOLD-TOTAL-DB
                 FROM PROD.FUND_HOLD
                WHERE ACCOUNT_NO  = :WS-ACCT-NO
                  AND HOLD_STATUS = 'A'
                  AND EXPIRY_DATE >= CURRENT DATE
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               MOVE ZERO TO WS-HOLD-TOTAL-DB
           END-IF.

           COMPUTE WS-AVAIL-BAL-DB = WS-LEDGER-BAL-DB
                                   - WS-HOLD-TOTAL-DB.

           MOVE WS-LEDGER-BAL-DB TO WS-BALANCE-EDIT.
           MOVE WS-BALANCE-EDIT  TO WS-LEDGER-BAL.
           MOVE WS-HOLD-TOTAL-DB TO WS-BALANCE-EDIT.
           MOVE WS-BALANCE-EDIT  TO WS-HOLD-TOTAL.
           MOVE WS-AVAIL-BAL-DB  TO WS-BALANCE-EDIT.
           MOVE WS-BALANCE-EDIT  TO WS-AVAIL-BAL.

       1700-GET-AVAILABLE-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Forward page - the first call (no continuation key) and every  *
      * PF8 "next page" call land here.  One extra row is fetched over *
       2710-FETCH-CONSOL-BWD-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Marks a returned row from PROD.TRANS_REVERSAL - 'R' when the   *
      * row has been reversed by TRANREVS, 'V' when the row is itself  *
      * the reversal of an earlier posting.  Looked up against the     *
      * account the row came from, since a consolidated page mixes     *
      * accounts and TRANS-IDs repeat across them.  No link, or a DB2  *
      * failure on the probe, leaves the row unmarked - the history is *
      * still returned.                                                *
      *----------------------------------------------------------------*
       2800-FLAG-REVERSAL SECTION.

           MOVE WS-TRANS-ID(WS-I)    TO WS-TRANS-ID-NUM.
           MOVE WS-SRC-ACCT-NO(WS-I) TO WS-REV-ACCT-NO.

           EXEC SQL
               SELECT CASE WHEN ORIG_TRANS_ID = :WS-TRANS-ID-NUM
                           THEN 'R' ELSE 'V' END
                 INTO :WS-REV-IND-DB
                 FROM PROD.TRANS_REVERSAL
                WHERE ACCOUNT_NO = :WS-REV-ACCT-NO
                  AND (ORIG_TRANS_ID = :WS-TRANS-ID-NUM
                       OR REV_TRANS_ID = :WS-TRANS-ID-NUM)
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE IS EQUAL TO ZERO
               MOVE WS-REV-IND-DB TO WS-REV-IND(WS-I)
           ELSE
               SET WS-ROW-NOT-REVERSED(WS-I) TO TRUE
           END-IF.

       2800-FLAG-REVERSAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Summary mode - one call returns, for the requested account    *
      * and period, the count and summed TRANS-AMOUNT per approved    *
