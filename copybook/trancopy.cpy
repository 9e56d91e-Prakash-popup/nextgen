      * from - always populated, not just in consolidated requests.
              07 TR-SRC-ACCT-NO        PIC 9(15).
              07 TR-BALANCE            PIC X(11).
      * Reversal standing of the row - reversed by a later TRANREVS
      * posting, itself a TRANREVS reversal of an earlier row, or
      * neither (see PROD.TRANS_REVERSAL).
              07 TR-REV-IND            PIC X(01).
                 88 TR-ROW-REVERSED    VALUE 'R'.
                 88 TR-ROW-IS-REVERSAL VALUE 'V'.
                 88 TR-ROW-NOT-REVERSED VALUE SPACE.
      * Summary block - populated only on a summary-mode request:
      * count and summed TRANS-AMOUNT per approved type code, plus
      * the balances bracketing the requested period.  One slot per
                 09 TR-SUM-TYPE        PIC X(02).
                 09 TR-SUM-COUNT       PIC 9(07).
                 09 TR-SUM-AMOUNT      PIC X(16).
      * Balance block - returned on every request for an account on
      * the master: the latest stored BALANCE (the ledger balance),
      * the sum of the account's active PROD.FUND_HOLD holds, and the
      * available balance, ledger less holds.  Covers TR-ACCT-NO
      * alone, whatever the linked-account list.
           05 TR-BALANCES.
              07 TR-LEDGER-BAL         PIC X(11).
              07 TR-HOLD-TOTAL         PIC X(11).
              07 TR-AVAIL-BAL          PIC X(11).
