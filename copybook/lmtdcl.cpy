      ******************************************************************
      * DCLGEN TABLE(PROD.APPROVAL_LIMIT)                              *
      *        LIBRARY(ISPW.DEMO.PROD.DCLG(LMTDCL))                    *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(LMT-)                                             *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * Maker/checker approval limit - one row per effective date.     *
      * TRANPOST applies the row with the highest EFF_DATE at or       *
      * before today: an adjustment whose size (either sign) is above  *
      * ADJ_LIMIT is not posted but queued on PROD.PENDING_ADJ for a   *
      * second supervisor's approval.  A limit change is an INSERT of  *
      * a new effective date's row, the same way the accrual pricing   *
      * schedule changes; the old rows stay as the record of what      *
      * limit applied when.                                            *
      ******************************************************************
           EXEC SQL DECLARE PROD.APPROVAL_LIMIT TABLE
           ( EFF_DATE                       DATE NOT NULL,
             ADJ_LIMIT                      DECIMAL(10, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PROD.APPROVAL_LIMIT                *
      ******************************************************************
       01  DCLAPPROVAL-LIMIT.
           10 LMT-EFF-DATE         PIC X(10).
           10 LMT-ADJ-LIMIT        PIC S9(8)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
