      ******************************************************************
      * DCLGEN TABLE(PROD.DAILY_TOTALS)                                *
      *        LIBRARY(ISPW.DEMO.PROD.DCLG(DTOTDCL))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DTT-)                                             *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * Daily subledger totals - one row per business date, written by *
      * the TRANTBAL trial balance.  TOTAL_BALANCE is the sum of every *
      * account's anchor BALANCE (its latest live row dated on or      *
      * before BUS_DATE) over ACCOUNT_COUNT accounts.  The proof       *
      * columns record how the day tied out: PRIOR_DATE/PRIOR_TOTAL    *
      * are the previous stored row it was proven from, JOURNAL_NET    *
      * the net of the day's GLJRNL activity, and DIFFERENCE what is   *
      * left of TOTAL_BALANCE - (PRIOR_TOTAL + JOURNAL_NET).           *
      * PROOF_STATUS is 'P' proved, 'B' out of proof (OUT_OF_PROOF     *
      * items on the TBALRPT report) or 'N' no prior row to prove      *
      * from (the first run - a baseline).  A rerun for the same date  *
      * replaces the row.                                              *
      ******************************************************************
           EXEC SQL DECLARE PROD.DAILY_TOTALS TABLE
           ( BUS_DATE                       DATE NOT NULL,
             ACCOUNT_COUNT                  INTEGER NOT NULL,
             TOTAL_BALANCE                  DECIMAL(15, 2) NOT NULL,
             PRIOR_DATE                     DATE NOT NULL,
             PRIOR_TOTAL                    DECIMAL(15, 2) NOT NULL,
             JOURNAL_NET                    DECIMAL(15, 2) NOT NULL,
             DIFFERENCE                     DECIMAL(15, 2) NOT NULL,
             OUT_OF_PROOF                   INTEGER NOT NULL,
             PROOF_STATUS                   CHAR(1) NOT NULL,
             RUN_TS                         TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PROD.DAILY_TOTALS                  *
      ******************************************************************
       01  DCLDAILY-TOTALS.
           10 DTT-BUS-DATE         PIC X(10).
           10 DTT-ACCOUNT-COUNT    PIC S9(9) USAGE COMP.
           10 DTT-TOTAL-BALANCE    PIC S9(13)V9(2) USAGE COMP-3.
           10 DTT-PRIOR-DATE       PIC X(10).
           10 DTT-PRIOR-TOTAL      PIC S9(13)V9(2) USAGE COMP-3.
           10 DTT-JOURNAL-NET      PIC S9(13)V9(2) USAGE COMP-3.
           10 DTT-DIFFERENCE       PIC S9(13)V9(2) USAGE COMP-3.
           10 DTT-OUT-OF-PROOF     PIC S9(9) USAGE COMP.
           10 DTT-PROOF-STATUS     PIC X(1).
           10 DTT-RUN-TS           PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
