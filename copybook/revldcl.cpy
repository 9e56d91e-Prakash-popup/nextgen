      ******************************************************************
      * DCLGEN TABLE(PROD.TRANS_REVERSAL)                              *
      *        LIBRARY(ISPW.DEMO.PROD.DCLG(REVLDCL))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(RVL-)                                             *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * Reversal linkage - one row per posting reversed through        *
      * TRANREVS.  ORIG_TRANS_ID is the PROD.TRANSACTIONS row that was *
      * reversed and REV_TRANS_ID the offsetting row TRANREVS posted   *
      * against it, both in the one account's own TRANS_ID sequence.   *
      * The unique index is (ACCOUNT_NO, ORIG_TRANS_ID), so a posting  *
      * can only ever be reversed once; a row whose TRANS_ID appears   *
      * here as REV_TRANS_ID is itself a reversal and is never         *
      * reversed in turn.  REV_AMOUNT is the signed amount of the      *
      * reversal row - the original's TRANS_AMOUNT negated.            *
      * TRANQURY reads this table to flag history rows, and TRANDUPE   *
      * to list an already-reversed duplicate as resolved.             *
      ******************************************************************
           EXEC SQL DECLARE PROD.TRANS_REVERSAL TABLE
           ( ACCOUNT_NO                     INTEGER NOT NULL,
             ORIG_TRANS_ID                  INTEGER NOT NULL,
             REV_TRANS_ID                   INTEGER NOT NULL,
             REV_AMOUNT                     DECIMAL(10, 2) NOT NULL,
             REV_REASON                     CHAR(20) NOT NULL,
             REVERSED_BY                    CHAR(8) NOT NULL,
             REVERSED_TERM                  CHAR(4) NOT NULL,
             REVERSED_DATE                  DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PROD.TRANS_REVERSAL                *
      ******************************************************************
       01  DCLTRANS-REVERSAL.
           10 RVL-ACCOUNT-NO       PIC S9(9) USAGE COMP.
           10 RVL-ORIG-TRANS-ID    PIC S9(9) USAGE COMP.
           10 RVL-REV-TRANS-ID     PIC S9(9) USAGE COMP.
           10 RVL-REV-AMOUNT       PIC S9(8)V9(2) USAGE COMP-3.
           10 RVL-REV-REASON       PIC X(20).
           10 RVL-REVERSED-BY      PIC X(8).
           10 RVL-REVERSED-TERM    PIC X(4).
           10 RVL-REVERSED-DATE    PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
