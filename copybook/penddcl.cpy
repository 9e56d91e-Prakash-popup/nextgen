      ******************************************************************
      * DCLGEN TABLE(PROD.PENDING_ADJ)                                 *
      *        LIBRARY(ISPW.DEMO.PROD.DCLG(PENDDCL))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PND-)                                             *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * Pending adjustments - one row per TRANPOST adjustment keyed    *
      * above the approval limit on PROD.APPROVAL_LIMIT.  Such an      *
      * adjustment is not posted when keyed; it waits here for a       *
      * second supervisor to approve or reject it through TRANAPRV.    *
      * PEND_SEQ is the account's own pending sequence (1, 2, 3 ...),  *
      * assigned by TRANPOST as the highest on the account plus one,   *
      * so (ACCOUNT_NO, PEND_SEQ) is the key the approver keys.        *
      * KEYED_BY and ACTIONED_BY are CICS user IDs - TRANAPRV never    *
      * lets them be the same - and ACTIONED_BY is 'TRANPEXP' when the *
      * nightly job expired the item rather than anyone actioning it.  *
      *                                                                *
      * PEND_STATUS:  P  pending - waiting for a checker               *
      *               A  approved and posted - POSTED_TRANS_ID is the  *
      *                  TRANS_ID of the 'AD' row it became            *
      *               R  rejected - REJECT_REASON says why             *
      *               E  expired by TRANPEXP, still pending at the end *
      *                  of the day it was keyed                       *
      *                                                                *
      * ACTIONED_DATE is '0001-01-01', REJECT_REASON blank and         *
      * POSTED_TRANS_ID zero while the item is pending.                *
      ******************************************************************
           EXEC SQL DECLARE PROD.PENDING_ADJ TABLE
           ( ACCOUNT_NO                     INTEGER NOT NULL,
             PEND_SEQ                       INTEGER NOT NULL,
             ADJ_AMOUNT                     DECIMAL(10, 2) NOT NULL,
             TRANS_REF                      CHAR(20) NOT NULL,
             KEYED_BY                       CHAR(8) NOT NULL,
             KEYED_TERM                     CHAR(4) NOT NULL,
             KEYED_DATE                     DATE NOT NULL,
             PEND_STATUS                    CHAR(1) NOT NULL,
             ACTIONED_BY                    CHAR(8) NOT NULL,
             ACTIONED_DATE                  DATE NOT NULL,
             REJECT_REASON                  CHAR(20) NOT NULL,
             POSTED_TRANS_ID                INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PROD.PENDING_ADJ                   *
      ******************************************************************
       01  DCLPENDING-ADJ.
           10 PND-ACCOUNT-NO       PIC S9(9) USAGE COMP.
           10 PND-PEND-SEQ         PIC S9(9) USAGE COMP.
           10 PND-ADJ-AMOUNT       PIC S9(8)V9(2) USAGE COMP-3.
           10 PND-TRANS-REF        PIC X(20).
           10 PND-KEYED-BY         PIC X(8).
           10 PND-KEYED-TERM       PIC X(4).
           10 PND-KEYED-DATE       PIC X(10).
           10 PND-PEND-STATUS      PIC X(1).
           10 PND-ACTIONED-BY      PIC X(8).
           10 PND-ACTIONED-DATE    PIC X(10).
           10 PND-REJECT-REASON    PIC X(20).
           10 PND-POSTED-TRANS-ID  PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
