       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANAPRV.
      *----------------------------------------------------------------*
      * Online maker/checker approval of large adjustments.  A         *
      * TRANPOST adjustment larger than the limit on                   *
      * PROD.APPROVAL_LIMIT is not posted when keyed; it is queued on  *
      * PROD.PENDING_ADJ (see PENDDCL) and waits here.  A second       *
      * supervisor keys a function code:                               *
      *                                                                *
      *   L  LIST    - the oldest pending items, for one account or    *
      *                (account left blank) for every account          *
      *   A  APPROVE - post one pending item by account and sequence   *
      *   R  REJECT  - refuse one pending item, with a reason          *
      *                                                                *
      * An approval posts the adjustment exactly as TRANPOST would -   *
      * the same open-account gate, the same 'TRANPOST-' account ENQ,  *
      * the next TRANS-ID with BALANCE chained from the latest stored  *
      * row, the available-balance check on a debit, the closed-period *
      * refusal, one retry on a duplicate TRANS-ID - and marks the     *
      * item approved in the same unit of work.  The checker is never  *
      * the maker: an item keyed under the signed-on user ID cannot be *
      * approved or rejected by it.  Approvals and rejections are      *
      * written to TRAU and PROD.AUDIT_LOG; anything still pending at  *
      * the end of the day it was keyed is expired overnight by        *
      * TRANPEXP.  Approval runs under its own transaction ID (TRAP)   *
      * restricted to the checker group through transaction security.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
      * Run time (debug) infomation for this invocation
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'TRANAPRV------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).

      *----------------------------------------------------------------*
      * DB2 communications area                                        *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Row layout for PROD.TRANSACTIONS
           COPY TRANSDCL.

      * Row layout for the PROD.ACCOUNTS account master
           COPY ACCTDCL.

      * Row layout for the PROD.FUND_HOLD fund-hold table
           COPY HOLDDCL.

      * Row layout for the PROD.PENDING_ADJ maker/checker queue
           COPY PENDDCL.

      * Row layout for the PROD.AUDIT_LOG durable audit store
           COPY AUDTDCL.

      * Row layout for the PROD.BUSINESS_DATE control row
           COPY BDTDCL.

      * Error Message structure
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' EXMPCMAN'.
           03 FILLER                   PIC X(11) VALUE ' REQUESTID='.
           03 EM-REQUEST-ID            PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-DETAIL                PIC X(50) VALUE SPACES.

      * Audit log entry - one per item approved or rejected, written
      * to TD queue TRAU in the same style as TRANHOLD's audit.  The
      * function word says which; RSN= carries the adjustment's cited
      * reference on an approval and the checker's reason on a reject.
       01  AUDIT-MSG.
           03 AM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 AM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' EXMPCMAN'.
           03 FILLER                   PIC X(11) VALUE ' REQUESTID='.
           03 AM-REQUEST-ID            PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(7)  VALUE ' TERM='.
           03 AM-TERMID                PIC X(4)  VALUE SPACES.
           03 FILLER                   PIC X(7)  VALUE ' ACCT='.
           03 AM-ACCT-NO               PIC 9(15) VALUE ZERO.
           03 FILLER                   PIC X(6)  VALUE ' FUNC='.
           03 AM-FUNCTION              PIC X(7)  VALUE SPACES.
           03 FILLER                   PIC X(5)  VALUE ' SEQ='.
           03 AM-PEND-SEQ              PIC 9(5)  VALUE ZERO.
           03 FILLER                   PIC X(5)  VALUE ' AMT='.
           03 AM-AMOUNT                PIC -(8)9.99.
           03 FILLER                   PIC X(5)  VALUE ' RSN='.
           03 AM-REASON                PIC X(20) VALUE SPACES.

      * Symbolic map for the TRANAPRV approval screen (TRANASC in
      * mapset TRANAPR - see bms/tranaprv.bms).
           COPY TRANAPR.

       01 WS-ABSTIME                PIC S9(15) COMP-3.
       01 WS-CURRENT-DATE           PIC X(08).
       01 WS-TODAY-ISO.
           03 WS-TI-YYYY            PIC X(04).
           03 FILLER                PIC X(01) VALUE '-'.
           03 WS-TI-MM              PIC X(02).
           03 FILLER                PIC X(01) VALUE '-'.
           03 WS-TI-DD              PIC X(02).

      * Dedicated transaction ID for pulling TRANAPRV's screen up
      * directly from the terminal - approval access is controlled by
      * transaction security on this ID, so only checkers get in.
       01 WS-ONLINE-TRANID         PIC X(04) VALUE 'TRAP'.
       01 WS-SCREEN-MSG            PIC X(60) VALUE SPACES.
       01 WS-END-CONVERSATION-SW   PIC X(01) VALUE 'N'.
          88 WS-END-CONVERSATION   VALUE 'Y'.

      * Pseudo-conversation state carried between sends - nothing is
      * remembered beyond what keeps the next RETURN TRANSID honest.
       01 WS-COMMAREA.
           03 WS-CA-LAST-ACCT-NO    PIC 9(15) VALUE ZERO.

      * EIBAID moved to a working field the same way TRANHIST does,
      * so condition-names can be hung off it.  Values are the
      * standard 3270 AID codes (no local copy of DFHAID in this
      * shop's copybook library).
       01 WS-AID                   PIC X(01).
          88 WS-AID-ENTER          VALUE X'7D'.
          88 WS-AID-CLEAR          VALUE X'6D'.
          88 WS-AID-PF3            VALUE X'F3'.

      * Holds the RESP code from the one RECEIVE MAP in this program -
      * ENTER on a screen with nothing typed modifies no field and
      * CICS raises MAPFAIL on that RECEIVE.  Values are the standard
      * CICS EIBRESP codes (no local copy of DFHRESP in this shop's
      * copybook library).
       01 WS-RESP                  PIC S9(08) COMP.
          88 WS-RESP-NORMAL        VALUE ZERO.
          88 WS-RESP-MAPFAIL       VALUE +36.

       01 WS-SWITCHES.
           03 WS-REQUEST-SW         PIC X(01) VALUE 'Y'.
              88 WS-VALID-REQUEST   VALUE 'Y'.
              88 WS-INVALID-REQUEST VALUE 'N'.
           03 WS-DUP-ID-SW          PIC X(01) VALUE 'N'.
              88 WS-DUP-TRANS-ID    VALUE 'Y'.

       01 WS-FUNCTION              PIC X(01) VALUE SPACE.
          88 WS-FUNC-LIST          VALUE 'L'.
          88 WS-FUNC-APPROVE       VALUE 'A'.
          88 WS-FUNC-REJECT        VALUE 'R'.
          88 WS-FUNC-VALID         VALUE 'L' 'A' 'R'.

      * Same lock resource TRANPOST takes around its balance read and
      * INSERT - an approval posts through the same serialization.
       01 WS-ENQ-RESOURCE.
           03 FILLER                PIC X(09) VALUE 'TRANPOST-'.
           03 WS-ENQ-ACCT-NO        PIC 9(15).

       01 WS-ACCT-NO-NUM            PIC 9(15) VALUE ZERO.
       01 WS-PEND-SEQ               PIC S9(9) COMP VALUE ZERO.
       01 WS-USERID                 PIC X(08) VALUE SPACES.
       01 WS-PRIOR-BALANCE          PIC S9(8)V9(2) COMP-3 VALUE ZERO.
       01 WS-NEW-BALANCE            PIC S9(8)V9(2) COMP-3 VALUE ZERO.
       01 WS-NEXT-TRANS-ID          PIC S9(9) COMP VALUE ZERO.
       01 WS-BALANCE-EDIT           PIC -(7)9.99.

      * Available-balance check on a debit - the account's active
      * holds summed, and what would be left after the debit.
       01 WS-HOLD-TOTAL             PIC S9(8)V9(2) COMP-3 VALUE ZERO.
       01 WS-AVAIL-AFTER            PIC S9(9)V9(2) COMP-3 VALUE ZERO.

      * Pending-list paging - nine fetched so a more-items message
      * needs no second cursor, eight shown.
       01 WS-PAGE-WORK.
           03 WS-FETCH-COUNT        PIC S9(4) COMP VALUE ZERO.
           03 WS-MAX-FETCH          PIC S9(4) COMP VALUE 9.
           03 WS-PAGE-SIZE          PIC S9(4) COMP VALUE 8.
           03 WS-I                  PIC S9(4) COMP VALUE ZERO.
           03 WS-ACCT-EDIT          PIC Z(14)9.
           03 WS-SEQ-EDIT           PIC Z(4)9.

      * Result-of-approval status line for the screen.
       01 WS-POSTED-MSG.
           03 FILLER                PIC X(20)
                                     VALUE 'APPROVED - TRANS ID '.
           03 WS-PM-TRANS-ID        PIC Z(8)9.
           03 FILLER                PIC X(13) VALUE '  NEW BALANCE'.
           03 WS-PM-BALANCE         PIC -(8)9.99.
           03 FILLER                PIC X(06) VALUE SPACES.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           03 CA-LAST-ACCT-NO          PIC 9(15).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

       MAINLINE SECTION.

           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.

           IF EIBCALEN IS EQUAL TO ZERO
               PERFORM 0200-SEND-INITIAL-MAP
           ELSE
               PERFORM 0300-PROCESS-SCREEN-INPUT
           END-IF.

       MAINLINE-EXIT.
           EXIT.

       0200-SEND-INITIAL-MAP SECTION.

           MOVE ZERO TO WS-CA-LAST-ACCT-NO.
           MOVE LOW-VALUES TO TRANASCO.
           MOVE 'ENTER FUNCTION (L, A OR R), THEN PRESS ENTER' TO MSGO.
           EXEC CICS SEND MAP('TRANASC')
                     MAPSET('TRANAPR')
                     FROM(TRANASCO)
                     LENGTH(LENGTH OF TRANASCO)
                     ERASE
           END-EXEC.
           EXEC CICS RETURN TRANSID(WS-ONLINE-TRANID)
                     COMMAREA(WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       0200-SEND-INITIAL-MAP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * An AID key came back against the screen last sent.  ENTER      *
      * processes one function; PF3/CLEAR leaves.                      *
      *----------------------------------------------------------------*
       0300-PROCESS-SCREEN-INPUT SECTION.

           MOVE 'N' TO WS-END-CONVERSATION-SW.
           MOVE EIBAID TO WS-AID.
           MOVE CA-LAST-ACCT-NO TO WS-CA-LAST-ACCT-NO.

           EVALUATE TRUE
               WHEN WS-AID-PF3
               WHEN WS-AID-CLEAR
                   PERFORM 0800-SEND-GOODBYE-MAP
                   MOVE 'Y' TO WS-END-CONVERSATION-SW
               WHEN WS-AID-ENTER
                   PERFORM 0400-PROCESS-FUNCTION
               WHEN OTHER
                   MOVE 'INVALID KEY - USE ENTER OR PF3'
                                                  TO WS-SCREEN-MSG
                   PERFORM 0900-REDISPLAY-WITH-MSG
           END-EVALUATE.

           IF WS-END-CONVERSATION
               EXEC CICS RETURN END-EXEC
           ELSE
               EXEC CICS RETURN TRANSID(WS-ONLINE-TRANID)
                         COMMAREA(WS-COMMAREA)
                         LENGTH(LENGTH OF WS-COMMAREA)
               END-EXEC
           END-IF.

       0300-PROCESS-SCREEN-INPUT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One ENTER is one complete function - receive the map, edit the *
      * function and keys, then dispatch.  An approval or rejection    *
      * that goes through is followed by a fresh list so the checker   *
      * sees the item leave the queue.                                 *
      *----------------------------------------------------------------*
       0400-PROCESS-FUNCTION SECTION.

           EXEC CICS RECEIVE MAP('TRANASC')
                     MAPSET('TRANAPR')
                     INTO(TRANASCI)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP-MAPFAIL
               MOVE 'ENTER FUNCTION (L, A OR R)' TO WS-SCREEN-MSG
               PERFORM 0900-REDISPLAY-WITH-MSG
               GO TO 0400-PROCESS-FUNCTION-EXIT
           END-IF.

           SET WS-VALID-REQUEST TO TRUE.
           PERFORM 1100-EDIT-SCREEN-FIELDS.

           IF WS-INVALID-REQUEST
               PERFORM 0900-REDISPLAY-WITH-MSG
               GO TO 0400-PROCESS-FUNCTION-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-FUNC-LIST
                   PERFORM 2000-LIST-PENDING
               WHEN WS-FUNC-APPROVE
                   PERFORM 2100-APPROVE-ITEM
               WHEN WS-FUNC-REJECT
                   PERFORM 2400-REJECT-ITEM
           END-EVALUATE.

           MOVE WS-ACCT-NO-NUM TO WS-CA-LAST-ACCT-NO.
           PERFORM 0900-REDISPLAY-WITH-MSG.

       0400-PROCESS-FUNCTION-EXIT.
           EXIT.

      * Today's date as an ISO DATE string for the DB2 DATE columns.
       1050-GET-TODAY SECTION.

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-CURRENT-DATE)
           END-EXEC.
           MOVE WS-CURRENT-DATE(1:4) TO WS-TI-YYYY.
           MOVE WS-CURRENT-DATE(5:2) TO WS-TI-MM.
           MOVE WS-CURRENT-DATE(7:2) TO WS-TI-DD.

       1050-GET-TODAY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Field edits - function must be one of the three codes.  The    *
      * account may be left blank on a list (the whole queue) but must *
      * be keyed, with the pending sequence, on an approve or reject.  *
      * First failure wins the message line.                           *
      *----------------------------------------------------------------*
       1100-EDIT-SCREEN-FIELDS SECTION.

           MOVE FUNCI TO WS-FUNCTION.
           IF NOT WS-FUNC-VALID
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'FUNCTION MUST BE L, A OR R' TO WS-SCREEN-MSG
               GO TO 1100-EDIT-SCREEN-FIELDS-EXIT
           END-IF.

           MOVE ZERO TO WS-ACCT-NO-NUM.
           MOVE SPACES TO ACCTNMO.
           IF WS-FUNC-LIST
              AND (ACCTNOI IS EQUAL TO LOW-VALUES
                   OR ACCTNOI IS EQUAL TO SPACES)
               GO TO 1100-EDIT-SCREEN-FIELDS-EXIT
           END-IF.

           IF ACCTNOI IS NOT NUMERIC
              OR ACCTNOI IS EQUAL TO ZERO
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'INVALID ACCOUNT NUMBER' TO WS-SCREEN-MSG
               MOVE ' INVALID ACCOUNT NUMBER' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               GO TO 1100-EDIT-SCREEN-FIELDS-EXIT
           END-IF.
           MOVE ACCTNOI TO WS-ACCT-NO-NUM.

           IF WS-FUNC-LIST
               GO TO 1100-EDIT-SCREEN-FIELDS-EXIT
           END-IF.

           IF PSEQI IS NOT NUMERIC
              OR PSEQI IS EQUAL TO ZERO
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'KEY THE PENDING SEQUENCE FROM THE LIST'
                                                  TO WS-SCREEN-MSG
               GO TO 1100-EDIT-SCREEN-FIELDS-EXIT
           END-IF.
           MOVE PSEQI TO WS-PEND-SEQ.

      *    The map hands back LOW-VALUES for a reason left alone -
      *    normalized to spaces so the DB2 CHAR column and the blank
      *    test on a reject both see the same thing.
           IF PRSNI IS EQUAL TO LOW-VALUES
               MOVE SPACES TO PRSNI
           END-IF.

       1100-EDIT-SCREEN-FIELDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Master check - the same PROD.ACCOUNTS gate TRANPOST puts on an *
      * adjustment, applied again at approval because the account may  *
      * have been closed, frozen or gone dormant since it was keyed.   *
      *----------------------------------------------------------------*
       1150-READ-ACCOUNT-MASTER SECTION.

           EXEC SQL
               SELECT ACCT_NAME, ACCT_STATUS
                 INTO :ACCT-NAME, :ACCT-STATUS
                 FROM PROD.ACCOUNTS
                WHERE ACCOUNT_NO = :WS-ACCT-NO-NUM
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO +100
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'ACCOUNT NOT ON MASTER - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
               WHEN SQLCODE IS NOT EQUAL TO ZERO
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'DB2 ERROR READING MASTER - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON MASTER READ' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
               WHEN ACCT-STATUS IS EQUAL TO 'C'
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'ACCOUNT CLOSED - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
               WHEN ACCT-STATUS IS EQUAL TO 'F'
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'ACCOUNT FROZEN - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
               WHEN ACCT-STATUS IS EQUAL TO 'D'
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'ACCOUNT DORMANT - REACTIVATE VIA TRMT FIRST'
                                                  TO WS-SCREEN-MSG
               WHEN OTHER
                   MOVE ACCT-NAME TO ACCTNMO
           END-EVALUATE.

       1150-READ-ACCOUNT-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Period gate - see TRANPOST.  The approval posts dated today,   *
      * so today's period must still be open on the PROD.BUSINESS_DATE *
      * control row; the item stays pending when it is not.            *
      *----------------------------------------------------------------*
       1160-CHECK-PERIOD-OPEN SECTION.

           PERFORM 1050-GET-TODAY.

           EXEC SQL
               SELECT CLOSED_THRU
                 INTO :BD-CLOSED-THRU
                 FROM PROD.BUSINESS_DATE
                WHERE CONTROL_KEY = 'SUITE'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO +100
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'NO BUSINESS DATE CONTROL ROW - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' BUSINESS DATE CONTROL ROW MISSING'
                                                  TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
               WHEN SQLCODE IS NOT EQUAL TO ZERO
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'DB2 ERROR READING PERIOD - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON BUSINESS DATE READ' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
               WHEN WS-TODAY-ISO(1:7) IS NOT GREATER THAN
                                      BD-CLOSED-THRU
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE SPACES TO WS-SCREEN-MSG
                   STRING 'PERIOD ' WS-TODAY-ISO(1:7)
                          ' IS CLOSED - NOTHING POSTED'
                       DELIMITED BY SIZE INTO WS-SCREEN-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1160-CHECK-PERIOD-OPEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Account posting lock - see TRANPOST.  An approval reads the    *
      * latest row and INSERTs the next under it, the same as a        *
      * direct posting.                                                *
      *----------------------------------------------------------------*
       1300-ENQ-ACCOUNT SECTION.

           MOVE WS-ACCT-NO-NUM TO WS-ENQ-ACCT-NO.
           EXEC CICS ENQ RESOURCE(WS-ENQ-RESOURCE)
                     LENGTH(LENGTH OF WS-ENQ-RESOURCE)
           END-EXEC.

       1300-ENQ-ACCOUNT-EXIT.
           EXIT.

       1400-DEQ-ACCOUNT SECTION.

           EXEC CICS DEQ RESOURCE(WS-ENQ-RESOURCE)
                     LENGTH(LENGTH OF WS-ENQ-RESOURCE)
           END-EXEC.

       1400-DEQ-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Audit trail - every approval and rejection is recorded to TRAU *
      * with terminal, task number, timestamp, account, the function   *
      * word and the item's sequence, amount and reference or reason.  *
      * The caller sets AM-FUNCTION and AM-REASON.                     *
      *----------------------------------------------------------------*
       1500-WRITE-AUDIT-LOG SECTION.

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(AM-DATE)
                     TIME(AM-TIME)
           END-EXEC.
           MOVE WS-TASKNUM(2:6) TO AM-REQUEST-ID.
           MOVE WS-TERMID       TO AM-TERMID.
           MOVE WS-ACCT-NO-NUM  TO AM-ACCT-NO.
           MOVE WS-PEND-SEQ     TO AM-PEND-SEQ.
           MOVE PND-ADJ-AMOUNT  TO AM-AMOUNT.
           EXEC CICS WRITEQ TD
                     QUEUE('TRAU')
                     FROM(AUDIT-MSG)
                     LENGTH(LENGTH OF AUDIT-MSG)
           END-EXEC.

           PERFORM 1600-INSERT-AUDIT-ROW.

       1500-WRITE-AUDIT-LOG-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The same event, landed on the PROD.AUDIT_LOG table so          *
      * compliance can query it through TRANAUDT.  The function word   *
      * is the action, the adjustment amount the amount and the        *
      * reference or reject reason the reference.  The task-end        *
      * syncpoint commits the row with the queue change itself.  A     *
      * failed insert is logged but does not undo the change - the     *
      * TRAU line above still carries it.                              *
      *----------------------------------------------------------------*
       1600-INSERT-AUDIT-ROW SECTION.

           MOVE WS-TRANSID      TO AUD-TRAN-ID.
           MOVE WS-TERMID       TO AUD-TERM-ID.
           MOVE WS-ACCT-NO-NUM  TO AUD-ACCOUNT-NO.
           MOVE AM-FUNCTION     TO AUD-ACTION.
           MOVE PND-ADJ-AMOUNT  TO AUD-AMOUNT.
           MOVE AM-REASON       TO AUD-TRANS-REF.

           EXEC SQL
               INSERT INTO PROD.AUDIT_LOG
                      (AUDIT_TS, TRAN_ID, TERM_ID, ACCOUNT_NO,
                       ACTION, AMOUNT, TRANS_REF)
               VALUES (CURRENT TIMESTAMP, :AUD-TRAN-ID, :AUD-TERM-ID,
                       :AUD-ACCOUNT-NO, :AUD-ACTION, :AUD-AMOUNT,
                       :AUD-TRANS-REF)
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               MOVE ' AUDIT LOG INSERT FAILED' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF.

       1600-INSERT-AUDIT-ROW-EXIT.
           EXIT.

       WRITE-ERROR-MESSAGE SECTION.

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(EM-DATE)
                     TIME(EM-TIME)
           END-EXEC.
           MOVE WS-TASKNUM(2:6) TO EM-REQUEST-ID.
           EXEC CICS WRITEQ TD
                     QUEUE('CSMT')
                     FROM(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.

       WRITE-ERROR-MESSAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LIST - pending items oldest first onto the eight list rows,    *
      * for the keyed account or, with the account left blank, for     *
      * every account.  A ninth is not shown but is flagged on the     *
      * message line.  Listing changes nothing and is not audited.     *
      *----------------------------------------------------------------*
       2000-LIST-PENDING SECTION.

           MOVE ZERO TO WS-FETCH-COUNT.
           PERFORM 2080-CLEAR-PENDING-ROW
              VARYING WS-I FROM 1 BY 1
                UNTIL WS-I IS GREATER THAN WS-PAGE-SIZE.

           EXEC SQL
               DECLARE TRANAPRV CURSOR FOR
               SELECT ACCOUNT_NO, PEND_SEQ, ADJ_AMOUNT, TRANS_REF,
                      KEYED_BY, KEYED_DATE
                 FROM PROD.PENDING_ADJ
                WHERE PEND_STATUS = 'P'
                  AND (:WS-ACCT-NO-NUM = 0
                       OR ACCOUNT_NO = :WS-ACCT-NO-NUM)
                ORDER BY KEYED_DATE, ACCOUNT_NO, PEND_SEQ
                FETCH FIRST 9 ROWS ONLY
           END-EXEC.

           EXEC SQL OPEN TRANAPRV END-EXEC.

           PERFORM 2070-FETCH-PENDING-ROW
              UNTIL SQLCODE IS NOT EQUAL TO ZERO
                 OR WS-FETCH-COUNT IS EQUAL TO WS-MAX-FETCH.

           EXEC SQL CLOSE TRANAPRV END-EXEC.

           IF WS-FETCH-COUNT IS GREATER THAN WS-PAGE-SIZE
               MOVE 'MORE THAN EIGHT PENDING - ACTION THESE FIRST'
                                                  TO WS-SCREEN-MSG
           ELSE
               IF WS-FETCH-COUNT IS EQUAL TO ZERO
                   MOVE 'NOTHING PENDING APPROVAL' TO WS-SCREEN-MSG
               ELSE
                   MOVE 'PENDING ITEMS DISPLAYED' TO WS-SCREEN-MSG
               END-IF
           END-IF.

       2000-LIST-PENDING-EXIT.
           EXIT.

       2070-FETCH-PENDING-ROW SECTION.

           EXEC SQL
               FETCH TRANAPRV
                INTO :PND-ACCOUNT-NO, :PND-PEND-SEQ, :PND-ADJ-AMOUNT,
                     :PND-TRANS-REF, :PND-KEYED-BY, :PND-KEYED-DATE
           END-EXEC.

           IF SQLCODE IS EQUAL TO ZERO
               ADD 1 TO WS-FETCH-COUNT
               IF WS-FETCH-COUNT IS NOT GREATER THAN WS-PAGE-SIZE
                   MOVE PND-ACCOUNT-NO  TO WS-ACCT-EDIT
                   MOVE WS-ACCT-EDIT    TO PLACO(WS-FETCH-COUNT)
                   MOVE PND-PEND-SEQ    TO WS-SEQ-EDIT
                   MOVE WS-SEQ-EDIT     TO PLSQO(WS-FETCH-COUNT)
                   MOVE PND-ADJ-AMOUNT  TO WS-BALANCE-EDIT
                   MOVE WS-BALANCE-EDIT TO PLAMO(WS-FETCH-COUNT)
                   MOVE PND-TRANS-REF   TO PLRFO(WS-FETCH-COUNT)
                   MOVE PND-KEYED-BY    TO PLBYO(WS-FETCH-COUNT)
                   MOVE PND-KEYED-DATE  TO PLDTO(WS-FETCH-COUNT)
               END-IF
           END-IF.

       2070-FETCH-PENDING-ROW-EXIT.
           EXIT.

       2080-CLEAR-PENDING-ROW SECTION.

           MOVE SPACES TO PLACO(WS-I).
           MOVE SPACES TO PLSQO(WS-I).
           MOVE SPACES TO PLAMO(WS-I).
           MOVE SPACES TO PLRFO(WS-I).
           MOVE SPACES TO PLBYO(WS-I).
           MOVE SPACES TO PLDTO(WS-I).

       2080-CLEAR-PENDING-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * APPROVE - posts one pending item as TRANPOST would have, then  *
      * marks it approved with the TRANS-ID it became.  The status     *
      * UPDATE insists the item is still pending: a second checker or  *
      * the expiry job getting there first rolls the posting back, so  *
      * an item can never post twice.                                  *
      *----------------------------------------------------------------*
       2100-APPROVE-ITEM SECTION.

           PERFORM 2150-READ-PENDING-ITEM.
           IF WS-INVALID-REQUEST
               GO TO 2100-APPROVE-ITEM-EXIT
           END-IF.

           PERFORM 1150-READ-ACCOUNT-MASTER.
           IF WS-INVALID-REQUEST
               GO TO 2100-APPROVE-ITEM-EXIT
           END-IF.

           PERFORM 1160-CHECK-PERIOD-OPEN.
           IF WS-INVALID-REQUEST
               GO TO 2100-APPROVE-ITEM-EXIT
           END-IF.

           PERFORM 1300-ENQ-ACCOUNT.

           PERFORM 2200-GET-PRIOR-BALANCE.
           IF WS-INVALID-REQUEST
               PERFORM 1400-DEQ-ACCOUNT
               GO TO 2100-APPROVE-ITEM-EXIT
           END-IF.

           PERFORM 2300-INSERT-ADJUSTMENT.

      *    A duplicate TRANS-ID means the upstream feed took the ID
      *    between the read and the INSERT - re-read and try once more.
           IF WS-DUP-TRANS-ID
               PERFORM 2200-GET-PRIOR-BALANCE
               IF NOT WS-INVALID-REQUEST
                   PERFORM 2300-INSERT-ADJUSTMENT
                   IF WS-DUP-TRANS-ID
                       SET WS-INVALID-REQUEST TO TRUE
                       MOVE 'ACCOUNT BUSY - FEED ACTIVE, TRY AGAIN'
                                                  TO WS-SCREEN-MSG
                       MOVE ' TRANS ID COLLISION ON APPROVAL INSERT'
                                                  TO EM-DETAIL
                       PERFORM WRITE-ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.

           IF WS-INVALID-REQUEST
               PERFORM 1400-DEQ-ACCOUNT
               GO TO 2100-APPROVE-ITEM-EXIT
           END-IF.

           MOVE WS-USERID        TO PND-ACTIONED-BY.
           MOVE WS-NEXT-TRANS-ID TO PND-POSTED-TRANS-ID.

           EXEC SQL
               UPDATE PROD.PENDING_ADJ
                  SET PEND_STATUS     = 'A',
                      ACTIONED_BY     = :PND-ACTIONED-BY,
                      ACTIONED_DATE   = CURRENT DATE,
                      POSTED_TRANS_ID = :PND-POSTED-TRANS-ID
                WHERE ACCOUNT_NO  = :WS-ACCT-NO-NUM
                  AND PEND_SEQ    = :WS-PEND-SEQ
                  AND PEND_STATUS = 'P'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   CONTINUE
               WHEN SQLCODE IS EQUAL TO +100
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'ITEM NO LONGER PENDING - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               WHEN OTHER
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'DB2 ERROR MARKING ITEM - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON PENDING ADJUSTMENT UPDATE'
                                                  TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-EVALUATE.

           PERFORM 1400-DEQ-ACCOUNT.

           IF WS-INVALID-REQUEST
               GO TO 2100-APPROVE-ITEM-EXIT
           END-IF.

           MOVE 'APPROVE'     TO AM-FUNCTION.
           MOVE PND-TRANS-REF TO AM-REASON.
           PERFORM 1500-WRITE-AUDIT-LOG.

           PERFORM 2000-LIST-PENDING.
           MOVE WS-NEXT-TRANS-ID TO WS-PM-TRANS-ID.
           MOVE WS-NEW-BALANCE   TO WS-PM-BALANCE.
           MOVE WS-POSTED-MSG    TO WS-SCREEN-MSG.

       2100-APPROVE-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Reads the keyed pending item and applies the two rules every   *
      * action shares: the item must still be pending, and the checker *
      * must not be the supervisor who keyed it.                       *
      *----------------------------------------------------------------*
       2150-READ-PENDING-ITEM SECTION.

           EXEC SQL
               SELECT ADJ_AMOUNT, TRANS_REF, KEYED_BY, PEND_STATUS
                 INTO :PND-ADJ-AMOUNT, :PND-TRANS-REF, :PND-KEYED-BY,
                      :PND-PEND-STATUS
                 FROM PROD.PENDING_ADJ
                WHERE ACCOUNT_NO = :WS-ACCT-NO-NUM
                  AND PEND_SEQ   = :WS-PEND-SEQ
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO +100
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'NO SUCH PENDING ITEM ON THIS ACCOUNT'
                                                  TO WS-SCREEN-MSG
                   GO TO 2150-READ-PENDING-ITEM-EXIT
               WHEN SQLCODE IS NOT EQUAL TO ZERO
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'DB2 ERROR READING ITEM - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON PENDING ADJUSTMENT READ'
                                                  TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
                   GO TO 2150-READ-PENDING-ITEM-EXIT
               WHEN PND-PEND-STATUS IS NOT EQUAL TO 'P'
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'ITEM IS NOT PENDING - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
                   GO TO 2150-READ-PENDING-ITEM-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

           IF WS-USERID IS EQUAL TO PND-KEYED-BY
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'YOU KEYED THIS ITEM - A DIFFERENT CHECKER MUST ACT'
                                                  TO WS-SCREEN-MSG
               MOVE ' MAKER ATTEMPTED OWN APPROVAL' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF.

       2150-READ-PENDING-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Reads the account's latest posting for the stored BALANCE the  *
      * adjustment builds on and assigns the next TRANS-ID - the same  *
      * read TRANPOST makes - and checks a debit against the available *
      * balance as it stands now, not as it stood when keyed.          *
      *----------------------------------------------------------------*
       2200-GET-PRIOR-BALANCE SECTION.

           EXEC SQL
               SELECT TRANS_ID, BALANCE
                 INTO :TRANS-ID, :BALANCE
                 FROM PROD.TRANSACTIONS
                WHERE ACCOUNT_NO = :WS-ACCT-NO-NUM
                ORDER BY TRANS_ID DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   COMPUTE WS-NEXT-TRANS-ID = TRANS-ID + 1
                   MOVE BALANCE TO WS-PRIOR-BALANCE
               WHEN SQLCODE IS EQUAL TO +100
                   MOVE 1    TO WS-NEXT-TRANS-ID
                   MOVE ZERO TO WS-PRIOR-BALANCE
               WHEN OTHER
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'DB2 ERROR READING ACCOUNT - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON BALANCE READ' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           IF NOT WS-INVALID-REQUEST
              AND PND-ADJ-AMOUNT IS LESS THAN ZERO
               PERFORM 2250-CHECK-AVAILABLE-BALANCE
           END-IF.

       2200-GET-PRIOR-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Available balance = the prior stored BALANCE less every hold   *
      * on PROD.FUND_HOLD still active today - TRANPOST's 2050 test.   *
      *----------------------------------------------------------------*
       2250-CHECK-AVAILABLE-BALANCE SECTION.

           EXEC SQL
               SELECT COALESCE(SUM(HOLD_AMOUNT), 0)
                 INTO :WS-HOLD-TOTAL
                 FROM PROD.FUND_HOLD
                WHERE ACCOUNT_NO  = :WS-ACCT-NO-NUM
                  AND HOLD_STATUS = 'A'
                  AND EXPIRY_DATE >= CURRENT DATE
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'DB2 ERROR READING HOLDS - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
               MOVE ' DB2 ERROR ON FUND HOLD READ' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               GO TO 2250-CHECK-AVAILABLE-BALANCE-EXIT
           END-IF.

           COMPUTE WS-AVAIL-AFTER = WS-PRIOR-BALANCE - WS-HOLD-TOTAL
                                  + PND-ADJ-AMOUNT.

           IF WS-AVAIL-AFTER IS LESS THAN ZERO
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'INSUFFICIENT AVAILABLE BALANCE - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
           END-IF.

       2250-CHECK-AVAILABLE-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Writes the approved adjustment as an 'AD' row carrying the     *
      * keyer's cited reference, BALANCE chained from the prior stored *
      * balance.  The task-end syncpoint commits it together with the  *
      * queue update and the audit row.                                *
      *----------------------------------------------------------------*
       2300-INSERT-ADJUSTMENT SECTION.

           MOVE 'N' TO WS-DUP-ID-SW.
           COMPUTE WS-NEW-BALANCE = WS-PRIOR-BALANCE + PND-ADJ-AMOUNT.

           PERFORM 1050-GET-TODAY.

           MOVE WS-ACCT-NO-NUM    TO ACCOUNT-NO.
           MOVE WS-NEXT-TRANS-ID  TO TRANS-ID.
           MOVE WS-TODAY-ISO      TO TRANS-DATE.
           MOVE PND-TRANS-REF     TO TRANS-REF.
           MOVE PND-ADJ-AMOUNT    TO TRANS-AMOUNT.
           MOVE 'AD'              TO TRANS-TYPE.
           MOVE WS-NEW-BALANCE    TO BALANCE.

           EXEC SQL
               INSERT INTO PROD.TRANSACTIONS
                      (ACCOUNT_NO, TRANS_ID, TRANS_DATE, TRANS_REF,
                       TRANS_AMOUNT, TRANS_TYPE, BALANCE)
               VALUES (:ACCOUNT-NO, :TRANS-ID, :TRANS-DATE, :TRANS-REF,
                       :TRANS-AMOUNT, :TRANS-TYPE, :BALANCE)
           END-EXEC.

      *    -803 is a TRANS-ID already taken - the caller re-reads the
      *    latest row and retries; the failed INSERT changed nothing.
           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   CONTINUE
               WHEN SQLCODE IS EQUAL TO -803
                   SET WS-DUP-TRANS-ID TO TRUE
               WHEN OTHER
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'DB2 ERROR ON INSERT - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON APPROVAL INSERT' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-EVALUATE.

       2300-INSERT-ADJUSTMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REJECT - refuses one pending item with the checker's reason.   *
      * Nothing is posted.  The UPDATE insists the item is still       *
      * pending, so a reject racing an approval or the expiry job      *
      * changes nothing.                                               *
      *----------------------------------------------------------------*
       2400-REJECT-ITEM SECTION.

           IF PRSNI IS EQUAL TO SPACES
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'REASON IS REQUIRED TO REJECT' TO WS-SCREEN-MSG
               GO TO 2400-REJECT-ITEM-EXIT
           END-IF.

           PERFORM 2150-READ-PENDING-ITEM.
           IF WS-INVALID-REQUEST
               GO TO 2400-REJECT-ITEM-EXIT
           END-IF.

           MOVE WS-USERID TO PND-ACTIONED-BY.
           MOVE PRSNI     TO PND-REJECT-REASON.

           EXEC SQL
               UPDATE PROD.PENDING_ADJ
                  SET PEND_STATUS   = 'R',
                      ACTIONED_BY   = :PND-ACTIONED-BY,
                      ACTIONED_DATE = CURRENT DATE,
                      REJECT_REASON = :PND-REJECT-REASON
                WHERE ACCOUNT_NO  = :WS-ACCT-NO-NUM
                  AND PEND_SEQ    = :WS-PEND-SEQ
                  AND PEND_STATUS = 'P'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   CONTINUE
               WHEN SQLCODE IS EQUAL TO +100
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'ITEM IS NOT PENDING - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
                   GO TO 2400-REJECT-ITEM-EXIT
               WHEN OTHER
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'DB2 ERROR ON REJECT - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON PENDING ADJUSTMENT UPDATE'
                                                  TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   GO TO 2400-REJECT-ITEM-EXIT
           END-EVALUATE.

           MOVE 'REJECT'          TO AM-FUNCTION.
           MOVE PND-REJECT-REASON TO AM-REASON.
           PERFORM 1500-WRITE-AUDIT-LOG.

           PERFORM 2000-LIST-PENDING.
           MOVE 'ITEM REJECTED - NOTHING POSTED' TO WS-SCREEN-MSG.

       2400-REJECT-ITEM-EXIT.
           EXIT.

       0800-SEND-GOODBYE-MAP SECTION.

           MOVE 'TRANAPRV - GOODBYE' TO MSGO.
           EXEC CICS SEND TEXT
                     FROM(MSGO)
                     LENGTH(LENGTH OF MSGO)
                     ERASE
                     FREEKB
           END-EXEC.

       0800-SEND-GOODBYE-MAP-EXIT.
           EXIT.

      * Redisplays the approval screen with a status message - used
      * for an edit failure, a DB2 failure and the actioned-OK
      * confirmation alike.
       0900-REDISPLAY-WITH-MSG SECTION.

           MOVE WS-SCREEN-MSG TO MSGO.
           EXEC CICS SEND MAP('TRANASC')
                     MAPSET('TRANAPR')
                     FROM(TRANASCO)
                     LENGTH(LENGTH OF TRANASCO)
                     DATAONLY
           END-EXEC.

       0900-REDISPLAY-WITH-MSG-EXIT.
           EXIT.
