      ******************************************************************
      * DCLGEN TABLE(PROD.FUND_HOLD)                                   *
      *        LIBRARY(ISPW.DEMO.PROD.DCLG(HOLDDCL))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(FH-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * Fund holds - one row per hold placed against an account.       *
      * HOLD_SEQ is the account's own hold sequence (1, 2, 3 ...),     *
      * assigned by TRANHOLD as the highest on the account plus one,   *
      * so (ACCOUNT_NO, HOLD_SEQ) is the key a supervisor keys to      *
      * release a hold.  PLACED_BY and RELEASED_BY are CICS user IDs;  *
      * RELEASED_BY is 'TRANHEXP' when the nightly expiry job lapsed   *
      * the hold rather than a supervisor releasing it.                *
      *                                                                *
      * HOLD_STATUS:  A  active                                        *
      *               R  released by a supervisor                      *
      *               E  expired by TRANHEXP                           *
      *                                                                *
      * A hold counts against the available balance while it is 'A'    *
      * and its EXPIRY_DATE has not passed - the expiry date itself    *
      * is the last day it holds.  The latest stored BALANCE less the  *
      * sum of those holds is the available balance TRANPOST and       *
      * TRANLOAD refuse a debit against.  RELEASED_DATE is             *
      * '0001-01-01' while the hold is active.                         *
      ******************************************************************
           EXEC SQL DECLARE PROD.FUND_HOLD TABLE
           ( ACCOUNT_NO                     INTEGER NOT NULL,
             HOLD_SEQ                       INTEGER NOT NULL,
             HOLD_AMOUNT                    DECIMAL(10, 2) NOT NULL,
             HOLD_REASON                    CHAR(20) NOT NULL,
             PLACED_BY                      CHAR(8) NOT NULL,
             PLACED_DATE                    DATE NOT NULL,
             EXPIRY_DATE                    DATE NOT NULL,
             HOLD_STATUS                    CHAR(1) NOT NULL,
             RELEASED_BY                    CHAR(8) NOT NULL,
             RELEASED_DATE                  DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PROD.FUND_HOLD                     *
      ******************************************************************
       01  DCLFUND-HOLD.
           10 FH-ACCOUNT-NO        PIC S9(9) USAGE COMP.
           10 FH-HOLD-SEQ          PIC S9(9) USAGE COMP.
           10 FH-HOLD-AMOUNT       PIC S9(8)V9(2) USAGE COMP-3.
           10 FH-HOLD-REASON       PIC X(20).
           10 FH-PLACED-BY         PIC X(8).
           10 FH-PLACED-DATE       PIC X(10).
           10 FH-EXPIRY-DATE       PIC X(10).
           10 FH-HOLD-STATUS       PIC X(1).
           10 FH-RELEASED-BY       PIC X(8).
           10 FH-RELEASED-DATE     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
