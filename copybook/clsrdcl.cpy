      ******************************************************************
      * DCLGEN TABLE(PROD.CLOSE_REQUEST)                               *
      *        LIBRARY(ISPW.DEMO.PROD.DCLG(CLSRDCL))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CR-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * Account closure requests - one row per account, keyed on       *
      * ACCOUNT_NO.  TRANCLRQ records the request; the nightly         *
      * TRANSETL run settles it (closure interest, closing fee, final  *
      * payout, status C, final statement) or refuses it.  A new       *
      * request on an account whose last one was refused or cancelled  *
      * reuses the row; the history is on PROD.AUDIT_LOG.              *
      *                                                                *
      * REQ_STATUS      P  pending - waiting for TRANSETL              *
      *                 C  closed - settled and paid out               *
      *                 R  refused by TRANSETL - see REFUSE_REASON     *
      *                 X  cancelled on TRANCLRQ before settlement     *
      * CLOSE_DATE      the closure date - interest is accrued to it   *
      *                 and TRANSETL takes the request on the first    *
      *                 run dated on or after it.                      *
      * FEE_WAIVE       Y/N - Y waives the closing fee.                *
      * REQUESTED_BY    CICS user ID that keyed the request.           *
      * REQUEST_DATE    date the request was keyed.                    *
      * SETTLED_DATE    run date TRANSETL closed or refused it;        *
      *                 '0001-01-01' while pending or cancelled.       *
      * INT_AMOUNT      closure interest posted.                       *
      * FEE_AMOUNT      closing fee posted (zero when waived).         *
      * PAYOUT_AMOUNT   final payout sent to the payout file.          *
      * REFUSE_REASON   why TRANSETL refused it; blank otherwise.      *
      ******************************************************************
           EXEC SQL DECLARE PROD.CLOSE_REQUEST TABLE
           ( ACCOUNT_NO                     INTEGER NOT NULL,
             REQ_STATUS                     CHAR(1) NOT NULL,
             CLOSE_DATE                     DATE NOT NULL,
             FEE_WAIVE                      CHAR(1) NOT NULL,
             REQUESTED_BY                   CHAR(8) NOT NULL,
             REQUEST_DATE                   DATE NOT NULL,
             SETTLED_DATE                   DATE NOT NULL,
             INT_AMOUNT                     DECIMAL(10, 2) NOT NULL,
             FEE_AMOUNT                     DECIMAL(10, 2) NOT NULL,
             PAYOUT_AMOUNT                  DECIMAL(10, 2) NOT NULL,
             REFUSE_REASON                  CHAR(20) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PROD.CLOSE_REQUEST                 *
      ******************************************************************
       01  DCLCLOSE-REQUEST.
           10 CR-ACCOUNT-NO        PIC S9(9) USAGE COMP.
           10 CR-REQ-STATUS        PIC X(1).
           10 CR-CLOSE-DATE        PIC X(10).
           10 CR-FEE-WAIVE         PIC X(1).
           10 CR-REQUESTED-BY      PIC X(8).
           10 CR-REQUEST-DATE      PIC X(10).
           10 CR-SETTLED-DATE      PIC X(10).
           10 CR-INT-AMOUNT        PIC S9(8)V9(2) USAGE COMP-3.
           10 CR-FEE-AMOUNT        PIC S9(8)V9(2) USAGE COMP-3.
           10 CR-PAYOUT-AMOUNT     PIC S9(8)V9(2) USAGE COMP-3.
           10 CR-REFUSE-REASON     PIC X(20).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
