           05 WS-TRANS-TYPE        PIC X(2).
           05 WS-SRC-ACCT-NO       PIC 9(15).
           05 WS-BALANCE           PIC X(11).
      * Reversal standing of the row from PROD.TRANS_REVERSAL - the
      * row has been reversed by TRANREVS, or is itself a reversal
      * posted by TRANREVS, or neither.  Detail mode only.
           05 WS-REV-IND           PIC X(01).
              88 WS-ROW-REVERSED   VALUE 'R'.
              88 WS-ROW-IS-REVERSAL VALUE 'V'.
              88 WS-ROW-NOT-REVERSED VALUE SPACE.
      * Summary block - populated only on a summary-mode request:
      * count and summed TRANS-AMOUNT per approved type code, plus
      * the balances bracketing the requested period.  One slot per
              07 WS-SUM-TYPE       PIC X(02).
              07 WS-SUM-COUNT      PIC 9(07).
              07 WS-SUM-AMOUNT     PIC X(16).
      * Balance block - returned on every request for an account on
      * the master: the latest stored BALANCE (the ledger balance),
      * the sum of the account's active PROD.FUND_HOLD holds, and the
      * available balance, ledger less holds.  Covers WS-ACCT-NO
      * alone, whatever the linked-account list.
         03 WS-BALANCES.
           05 WS-LEDGER-BAL        PIC X(11).
           05 WS-HOLD-TOTAL        PIC X(11).
           05 WS-AVAIL-BAL         PIC X(11).
