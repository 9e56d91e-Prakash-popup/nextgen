      ******************************************************************
      * DCLGEN TABLE(PROD.ALERT_PREF)                                  *
      *        LIBRARY(ISPW.DEMO.PROD.DCLG(ALRTDCL))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(AP-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * Customer alert preferences - one row per account registered   *
      * for alerts, keyed on ACCOUNT_NO and maintained through         *
      * TRANALPF.  An account with no row here gets no alerts at all;  *
      * TRANALRT reads only the accounts this table names.             *
      *                                                                *
      * LOW_BAL_ALERT   Y/N - alert when a posting takes BALANCE from  *
      *                 at or above LOW_BAL_AMT to below it.  A zero   *
      *                 threshold is meaningful: it alerts on going    *
      *                 overdrawn.                                     *
      * LARGE_DR_ALERT  Y/N - alert on any single debit whose size is  *
      *                 over LARGE_DR_AMT.                             *
      * STATUS_ALERT    Y/N - alert when ACCT_STATUS on PROD.ACCOUNTS  *
      *                 moves (freeze, dormancy, closure, reopening).  *
      * LAST_STATUS     the ACCT_STATUS TRANALRT last saw for the      *
      *                 account - seeded from the master when the row  *
      *                 is added and moved by every TRANALRT run,      *
      *                 opted in or not, so a status change is         *
      *                 alerted once and only once.                    *
      * CHANGED_BY      CICS user ID of the last add or update.        *
      * CHANGED_DATE    date of the last add or update.                *
      ******************************************************************
           EXEC SQL DECLARE PROD.ALERT_PREF TABLE
           ( ACCOUNT_NO                     INTEGER NOT NULL,
             LOW_BAL_ALERT                  CHAR(1) NOT NULL,
             LOW_BAL_AMT                    DECIMAL(10, 2) NOT NULL,
             LARGE_DR_ALERT                 CHAR(1) NOT NULL,
             LARGE_DR_AMT                   DECIMAL(10, 2) NOT NULL,
             STATUS_ALERT                   CHAR(1) NOT NULL,
             LAST_STATUS                    CHAR(1) NOT NULL,
             CHANGED_BY                     CHAR(8) NOT NULL,
             CHANGED_DATE                   DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PROD.ALERT_PREF                    *
      ******************************************************************
       01  DCLALERT-PREF.
           10 AP-ACCOUNT-NO        PIC S9(9) USAGE COMP.
           10 AP-LOW-BAL-ALERT     PIC X(1).
           10 AP-LOW-BAL-AMT       PIC S9(8)V9(2) USAGE COMP-3.
           10 AP-LARGE-DR-ALERT    PIC X(1).
           10 AP-LARGE-DR-AMT      PIC S9(8)V9(2) USAGE COMP-3.
           10 AP-STATUS-ALERT      PIC X(1).
           10 AP-LAST-STATUS       PIC X(1).
           10 AP-CHANGED-BY        PIC X(8).
           10 AP-CHANGED-DATE      PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
