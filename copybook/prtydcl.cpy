      ******************************************************************
      * DCLGEN TABLE(PROD.ACCOUNT_PARTY)                               *
      *        LIBRARY(ISPW.DEMO.PROD.DCLG(PRTYDCL))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PTY-)                                             *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * Account-party roles - one row per customer per account, the    *
      * role that customer holds on the account:                       *
      *   P  PRIMARY    - the account's principal owner, at most one   *
      *   J  JOINT      - a joint owner                                *
      *   S  SIGNATORY  - may transact, does not own                   *
      *   T  TRUSTEE    - holds the account in trust for another       *
      * The unique index is (ACCOUNT_NO, CUSTOMER_NO) - a customer has *
      * one role per account - with a second index on CUSTOMER_NO for  *
      * TRANRELN's "every account this customer is on" lookup.  The    *
      * one-primary rule is enforced by TRANCUST, which maintains the  *
      * table.                                                         *
      ******************************************************************
           EXEC SQL DECLARE PROD.ACCOUNT_PARTY TABLE
           ( ACCOUNT_NO                     INTEGER NOT NULL,
             CUSTOMER_NO                    INTEGER NOT NULL,
             PARTY_ROLE                     CHAR(1) NOT NULL,
             ADDED_DATE                     DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PROD.ACCOUNT_PARTY                 *
      ******************************************************************
       01  DCLACCOUNT-PARTY.
           10 PTY-ACCOUNT-NO       PIC S9(9) USAGE COMP.
           10 PTY-CUSTOMER-NO      PIC S9(9) USAGE COMP.
           10 PTY-PARTY-ROLE       PIC X(1).
           10 PTY-ADDED-DATE       PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
