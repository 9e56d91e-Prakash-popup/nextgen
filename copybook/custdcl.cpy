      ******************************************************************
      * DCLGEN TABLE(PROD.CUSTOMER)                                    *
      *        LIBRARY(ISPW.DEMO.PROD.DCLG(CUSTDCL))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CUST-)                                            *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * Customer (party) master - one row per person or body that has  *
      * a role on one or more accounts.  CUSTOMER_NO is the key; a     *
      * second unique index on TAX_ID keeps one customer per tax ID,   *
      * which is what lets TRANRELN find a customer from either.  The  *
      * address here is the customer's contact address - the account  *
      * master's own name/address block is still what statements are  *
      * headed with.  Roles on accounts are held apart, on             *
      * PROD.ACCOUNT_PARTY (see PRTYDCL).  Maintained through          *
      * TRANCUST.                                                      *
      ******************************************************************
           EXEC SQL DECLARE PROD.CUSTOMER TABLE
           ( CUSTOMER_NO                    INTEGER NOT NULL,
             LEGAL_NAME                     CHAR(40) NOT NULL,
             TAX_ID                         CHAR(11) NOT NULL,
             BIRTH_DATE                     DATE NOT NULL,
             CUST_ADDR1                     CHAR(30) NOT NULL,
             CUST_ADDR2                     CHAR(30) NOT NULL,
             CUST_ADDR3                     CHAR(30) NOT NULL,
             ADDED_DATE                     DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PROD.CUSTOMER                      *
      ******************************************************************
       01  DCLCUSTOMER.
           10 CUST-CUSTOMER-NO     PIC S9(9) USAGE COMP.
           10 CUST-LEGAL-NAME      PIC X(40).
           10 CUST-TAX-ID          PIC X(11).
           10 CUST-BIRTH-DATE      PIC X(10).
           10 CUST-ADDR1           PIC X(30).
           10 CUST-ADDR2           PIC X(30).
           10 CUST-ADDR3           PIC X(30).
           10 CUST-ADDED-DATE      PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
