      ******************************************************************
      * DCLGEN TABLE(PROD.ALERT_ACCT_MARK)                             *
      *        LIBRARY(ISPW.DEMO.PROD.DCLG(ALMKDCL))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(AK-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * One row per account registered for alerts: the highest       *
      * TRANS_ID TRANALRT has scanned for it - the same per-account   *
      * high-water mark PROD.EXTRACT_ACCT_MARK keeps for TRANXTRC, so *
      * every posting is looked at for alerts once and only once,     *
      * back-dated or not.  TRANALPF seeds the row at the account's   *
      * latest TRANS_ID when preferences are added, so history from   *
      * before registration is never alerted.  Marks only move when a *
      * TRANALRT run completes and commits.                           *
      ******************************************************************
           EXEC SQL DECLARE PROD.ALERT_ACCT_MARK TABLE
           ( ACCOUNT_NO                     INTEGER NOT NULL,
             LAST_TRANS_ID                  INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PROD.ALERT_ACCT_MARK               *
      ******************************************************************
       01  DCLALERT-ACCT-MARK.
           10 AK-ACCOUNT-NO        PIC S9(9) USAGE COMP.
           10 AK-LAST-TRANS-ID     PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
