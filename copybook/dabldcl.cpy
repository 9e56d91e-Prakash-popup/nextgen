      ******************************************************************
      * DCLGEN TABLE(PROD.DAILY_ACCT_BAL)                              *
      *        LIBRARY(ISPW.DEMO.PROD.DCLG(DABLDCL))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DAB-)                                             *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * Per-account anchor balance snapshot kept by the TRANTBAL trial *
      * balance - one row per account, overwritten nightly, so the     *
      * table stays the size of the account base.  BAL_DATE/BALANCE is *
      * the anchor BALANCE the last run saw and PREV_DATE/PREV_BALANCE *
      * the one before it; a rerun for a date already snapshotted      *
      * proves against the PREV pair, so reruns never compare a day to *
      * itself.  An account proves when BALANCE moved by exactly the   *
      * net of its postings dated the run date; one that did not is    *
      * listed on TBALRPT.  PREV_DATE '0001-01-01' means no earlier    *
      * snapshot.                                                      *
      ******************************************************************
           EXEC SQL DECLARE PROD.DAILY_ACCT_BAL TABLE
           ( ACCOUNT_NO                     INTEGER NOT NULL,
             BAL_DATE                       DATE NOT NULL,
             BALANCE                        DECIMAL(10, 2) NOT NULL,
             PREV_DATE                      DATE NOT NULL,
             PREV_BALANCE                   DECIMAL(10, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PROD.DAILY_ACCT_BAL                *
      ******************************************************************
       01  DCLDAILY-ACCT-BAL.
           10 DAB-ACCOUNT-NO       PIC S9(9) USAGE COMP.
           10 DAB-BAL-DATE         PIC X(10).
           10 DAB-BALANCE          PIC S9(8)V9(2) USAGE COMP-3.
           10 DAB-PREV-DATE        PIC X(10).
           10 DAB-PREV-BALANCE     PIC S9(8)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
