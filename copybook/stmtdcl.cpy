      * statement date and line sequence.  TRANSTMT writes the rows   *
      * as it prints; TRANRPRT pages them back to a teller screen and *
      * routes reprints to the print queue.                            *
      *                                                                *
      * STMT_TYPE is blank on the nightly statement and F on the final *
      * statement TRANSETL writes when it closes an account - the      *
      * FINAL marker.  TRANSETL replaces any statement already         *
      * archived for the account and date, and TRANSTMT leaves a final *
      * one alone, so a key still holds exactly one image.             *
      ******************************************************************
           EXEC SQL DECLARE PROD.STMT_ARCHIVE TABLE
           ( ACCOUNT_NO                     INTEGER NOT NULL,
             STMT_DATE                      DATE NOT NULL,
             LINE_NO                        INTEGER NOT NULL,
             STMT_LINE                      CHAR(80) NOT NULL,
             STMT_TYPE                      CHAR(1) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PROD.STMT_ARCHIVE                  *
           10 SA-STMT-DATE         PIC X(10).
           10 SA-LINE-NO           PIC S9(9) USAGE COMP.
           10 SA-STMT-LINE         PIC X(80).
           10 SA-STMT-TYPE         PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
