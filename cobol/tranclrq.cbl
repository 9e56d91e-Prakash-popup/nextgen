       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANCLRQ.
      *----------------------------------------------------------------*
      * Online account closure request.  An account is not closed by   *
      * flipping ACCT-STATUS - it still has a balance to pay out and   *
      * part-month interest to pay.  The clerk records the closure     *
      * here, on PROD.CLOSE_REQUEST (see CLSRDCL), and the nightly     *
      * TRANSETL run settles it: closure interest, the closing fee     *
      * unless waived, a final payout that takes BALANCE to zero, the  *
      * status set to C, a FINAL statement and the payout file.  A     *
      * clerk keys a function code:                                    *
      *                                                                *
      *   I  INQUIRE - the account and its closure request, if any     *
      *   R  REQUEST - record a closure for a closure date (blank =    *
      *                today, never earlier) with the fee waived or    *
      *                not                                             *
      *   X  CANCEL  - withdraw a request still pending                *
      *                                                                *
      * A request is refused here when the close-out run would refuse  *
      * it anyway - account not on the master or already closed,       *
      * frozen, overdrawn, or with an active fund hold - and one       *
      * already pending must be cancelled before it can be re-keyed.   *
      * TRANSETL checks all of it again on the night, since any of it  *
      * can change in between.                                         *
      *                                                                *
      * Every request and cancellation is written to the TRAU audit    *
      * queue and PROD.AUDIT_LOG the way TRANACCT's master changes     *
      * are.  The screen runs under its own transaction ID (TRCR) so   *
      * access can be controlled through transaction security.         *
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
                                        VALUE 'TRANCLRQ------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).

      *----------------------------------------------------------------*
      * DB2 communications area                                        *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Row layout for the PROD.ACCOUNTS account master
           COPY ACCTDCL.

      * Row layout for the PROD.CLOSE_REQUEST closure requests
           COPY CLSRDCL.

      * Row layout for the PROD.AUDIT_LOG durable audit store
           COPY AUDTDCL.

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

      * Audit log entry - one per request or cancellation, written to
      * TD queue TRAU in the same style as TRANACCT's master changes.
      * The closure date and fee waiver ride in CLOSE and WAIVE.
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
           03 AM-FUNCTION              PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X(7)  VALUE ' CLOSE='.
           03 AM-CLOSE-DATE            PIC X(10) VALUE SPACES.
           03 FILLER                   PIC X(7)  VALUE ' WAIVE='.
           03 AM-FEE-WAIVE             PIC X(1)  VALUE SPACE.

      * Symbolic map for the TRANCLRQ closure request screen (TRANCRS
      * in mapset TRANCRQ - see bms/tranclrq.bms).
           COPY TRANCRQ.

       01 WS-ABSTIME                PIC S9(15) COMP-3.
       01 WS-CURRENT-DATE           PIC X(08).
       01 WS-TODAY-ISO.
           03 WS-TD-YYYY            PIC X(04).
           03 FILLER                PIC X(01) VALUE '-'.
           03 WS-TD-MM              PIC X(02).
           03 FILLER                PIC X(01) VALUE '-'.
           03 WS-TD-DD              PIC X(02).

      * Dedicated transaction ID for pulling TRANCLRQ's screen up
      * directly from the terminal - access is controlled by
      * transaction security on this ID.
       01 WS-ONLINE-TRANID         PIC X(04) VALUE 'TRCR'.
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
           03 WS-MASTER-SW          PIC X(01) VALUE 'N'.
              88 WS-ACCT-ON-MASTER  VALUE 'Y'.
           03 WS-CLOSE-REQ-SW       PIC X(01) VALUE 'N'.
              88 WS-CLOSE-REQ-ON-FILE
                                    VALUE 'Y'.

       01 WS-FUNCTION              PIC X(01) VALUE SPACE.
          88 WS-FUNC-INQUIRE       VALUE 'I'.
          88 WS-FUNC-REQUEST       VALUE 'R'.
          88 WS-FUNC-CANCEL        VALUE 'X'.
          88 WS-FUNC-VALID         VALUE 'I' 'R' 'X'.

       01 WS-FEE-WAIVE             PIC X(01) VALUE 'N'.
          88 WS-FEE-WAIVE-VALID    VALUE 'Y' 'N'.

      * Keyed closure date, viewed in its ISO parts for the edit.
       01 WS-CLOSE-DATE             PIC X(10) VALUE SPACES.
       01 WS-CLOSE-PARTS REDEFINES WS-CLOSE-DATE.
           03 WS-CD-YYYY            PIC X(04).
           03 WS-CD-DASH1           PIC X(01).
           03 WS-CD-MM              PIC X(02).
           03 WS-CD-MM-N REDEFINES WS-CD-MM
                                    PIC 9(02).
           03 WS-CD-DASH2           PIC X(01).
           03 WS-CD-DD              PIC X(02).
           03 WS-CD-DD-N REDEFINES WS-CD-DD
                                    PIC 9(02).

       01 WS-ACCT-NO-NUM            PIC 9(15) VALUE ZERO.
       01 WS-USERID                 PIC X(08) VALUE SPACES.

      * Balance and hold block - the latest stored BALANCE and the
      * number of fund holds still active today.
       01 WS-BAL-WORK.
           03 WS-LEDGER-BAL         PIC S9(8)V9(2) COMP-3 VALUE ZERO.
           03 WS-ACTIVE-HOLDS       PIC S9(9) COMP VALUE ZERO.
           03 WS-BALANCE-EDIT       PIC -(8)9.99.
           03 WS-AMOUNT-EDIT        PIC -(7)9.99.

      * Closure date and waiver for the audit reference column -
      * 'CLOSE 2026-10-15 W=Y'.
       01 WS-CLOSE-SUMMARY.
           03 FILLER                PIC X(06) VALUE 'CLOSE '.
           03 WS-CS-CLOSE-DATE      PIC X(10).
           03 FILLER                PIC X(03) VALUE ' W='.
           03 WS-CS-FEE-WAIVE       PIC X(01).

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
           MOVE LOW-VALUES TO TRANCRSO.
           MOVE 'ENTER FUNCTION AND ACCOUNT, THEN PRESS ENTER'
                                                             TO MSGO.
           EXEC CICS SEND MAP('TRANCRS')
                     MAPSET('TRANCRQ')
                     FROM(TRANCRSO)
                     LENGTH(LENGTH OF TRANCRSO)
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
      * One ENTER is one complete attempt - receive the map, edit the  *
      * function and account, then dispatch.  Any edit failure         *
      * redisplays with a message and changes nothing.                 *
      *----------------------------------------------------------------*
       0400-PROCESS-FUNCTION SECTION.

           EXEC CICS RECEIVE MAP('TRANCRS')
                     MAPSET('TRANCRQ')
                     INTO(TRANCRSI)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP-MAPFAIL
               MOVE 'ENTER FUNCTION AND ACCOUNT NUMBER'
                                                  TO WS-SCREEN-MSG
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
               WHEN WS-FUNC-INQUIRE
                   PERFORM 2000-INQUIRE-CLOSURE
               WHEN WS-FUNC-REQUEST
                   PERFORM 2100-REQUEST-CLOSURE
               WHEN WS-FUNC-CANCEL
                   PERFORM 2200-CANCEL-CLOSURE
           END-EVALUATE.

           MOVE WS-ACCT-NO-NUM TO WS-CA-LAST-ACCT-NO.
           PERFORM 0900-REDISPLAY-WITH-MSG.

       0400-PROCESS-FUNCTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Field edits - function must be one of the three codes, account *
      * numeric and non-zero.  The closure date and fee waiver edits   *
      * sit in 1200, used only by a request.  First failure wins the   *
      * message line.                                                  *
      *----------------------------------------------------------------*
       1100-EDIT-SCREEN-FIELDS SECTION.

           MOVE FUNCI TO WS-FUNCTION.
           IF NOT WS-FUNC-VALID
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'FUNCTION MUST BE I, R OR X' TO WS-SCREEN-MSG
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

      *    The map hands back LOW-VALUES for fields the clerk left
      *    alone - normalized to spaces here once, so the blank-
      *    versus-keyed edits below all see the same thing.
           IF CLSDTI IS EQUAL TO LOW-VALUES
               MOVE SPACES TO CLSDTI
           END-IF.
           IF FEEWVI IS EQUAL TO LOW-VALUES
               MOVE SPACES TO FEEWVI
           END-IF.

       1100-EDIT-SCREEN-FIELDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Reads the master row and flags whether it exists - every       *
      * function shows the name and status, and a request needs the    *
      * account there, not closed and not frozen.                      *
      *----------------------------------------------------------------*
       1150-READ-ACCOUNT-MASTER SECTION.

           MOVE 'N' TO WS-MASTER-SW.

           EXEC SQL
               SELECT ACCT_NAME, ACCT_STATUS
                 INTO :ACCT-NAME, :ACCT-STATUS
                 FROM PROD.ACCOUNTS
                WHERE ACCOUNT_NO = :WS-ACCT-NO-NUM
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   MOVE 'Y' TO WS-MASTER-SW
               WHEN SQLCODE IS EQUAL TO +100
                   CONTINUE
               WHEN OTHER
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'DB2 ERROR READING MASTER - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON MASTER READ' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

       1150-READ-ACCOUNT-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Reads the account's closure request and flags whether there    *
      * is one - an inquiry shows it, a request must not find one      *
      * pending, a cancel needs one pending.                           *
      *----------------------------------------------------------------*
       1160-READ-CLOSE-REQUEST SECTION.

           MOVE 'N' TO WS-CLOSE-REQ-SW.

           EXEC SQL
               SELECT REQ_STATUS, CLOSE_DATE, FEE_WAIVE,
                      REQUESTED_BY, REQUEST_DATE, SETTLED_DATE,
                      INT_AMOUNT, FEE_AMOUNT, PAYOUT_AMOUNT,
                      REFUSE_REASON
                 INTO :CR-REQ-STATUS, :CR-CLOSE-DATE, :CR-FEE-WAIVE,
                      :CR-REQUESTED-BY, :CR-REQUEST-DATE,
                      :CR-SETTLED-DATE, :CR-INT-AMOUNT,
                      :CR-FEE-AMOUNT, :CR-PAYOUT-AMOUNT,
                      :CR-REFUSE-REASON
                 FROM PROD.CLOSE_REQUEST
                WHERE ACCOUNT_NO = :WS-ACCT-NO-NUM
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   MOVE 'Y' TO WS-CLOSE-REQ-SW
               WHEN SQLCODE IS EQUAL TO +100
                   CONTINUE
               WHEN OTHER
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'DB2 ERROR READING REQUEST - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON CLOSE REQUEST READ' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

       1160-READ-CLOSE-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The latest stored BALANCE - the same latest-row read TRANPOST  *
      * builds a posting on; an account with no history stands at      *
      * zero - and the count of fund holds still active today.         *
      *----------------------------------------------------------------*
       1170-READ-BALANCE SECTION.

           EXEC SQL
               SELECT BALANCE
                 INTO :WS-LEDGER-BAL
                 FROM PROD.TRANSACTIONS
                WHERE ACCOUNT_NO = :WS-ACCT-NO-NUM
                ORDER BY TRANS_ID DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   CONTINUE
               WHEN SQLCODE IS EQUAL TO +100
                   MOVE ZERO TO WS-LEDGER-BAL
               WHEN OTHER
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'DB2 ERROR READING BALANCE - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON BALANCE READ' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
                   GO TO 1170-READ-BALANCE-EXIT
           END-EVALUATE.

           MOVE WS-LEDGER-BAL   TO WS-BALANCE-EDIT.
           MOVE WS-BALANCE-EDIT TO CURBALO.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ACTIVE-HOLDS
                 FROM PROD.FUND_HOLD
                WHERE ACCOUNT_NO  = :WS-ACCT-NO-NUM
                  AND HOLD_STATUS = 'A'
                  AND EXPIRY_DATE >= CURRENT DATE
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'DB2 ERROR READING HOLDS - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
               MOVE ' DB2 ERROR ON FUND HOLD READ' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
           END-IF.

       1170-READ-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Closure date and fee waiver edits for a request.  A blank      *
      * closure date means today; a keyed one must be YYYY-MM-DD with  *
      * numeric parts, a real month and a day of 01-31, and not        *
      * already past - the same edit TRANHOLD gives an expiry date.    *
      * A blank waiver means N.                                        *
      *----------------------------------------------------------------*
       1200-EDIT-REQUEST SECTION.

           PERFORM 2070-GET-TODAY.

           IF CLSDTI IS EQUAL TO SPACES
               MOVE WS-TODAY-ISO TO WS-CLOSE-DATE
           ELSE
               MOVE CLSDTI TO WS-CLOSE-DATE
           END-IF.

           IF WS-CD-YYYY IS NOT NUMERIC
              OR WS-CD-MM IS NOT NUMERIC
              OR WS-CD-DD IS NOT NUMERIC
              OR WS-CD-DASH1 IS NOT EQUAL TO '-'
              OR WS-CD-DASH2 IS NOT EQUAL TO '-'
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'CLOSURE DATE MUST BE YYYY-MM-DD' TO WS-SCREEN-MSG
               GO TO 1200-EDIT-REQUEST-EXIT
           END-IF.

           IF WS-CD-MM-N IS LESS THAN 1
              OR WS-CD-MM-N IS GREATER THAN 12
              OR WS-CD-DD-N IS LESS THAN 1
              OR WS-CD-DD-N IS GREATER THAN 31
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'CLOSURE DATE IS NOT A VALID DATE' TO WS-SCREEN-MSG
               GO TO 1200-EDIT-REQUEST-EXIT
           END-IF.

           IF WS-CLOSE-DATE IS LESS THAN WS-TODAY-ISO
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'CLOSURE DATE IS ALREADY PAST' TO WS-SCREEN-MSG
               GO TO 1200-EDIT-REQUEST-EXIT
           END-IF.

           IF FEEWVI IS EQUAL TO SPACES
               MOVE 'N' TO WS-FEE-WAIVE
           ELSE
               MOVE FEEWVI TO WS-FEE-WAIVE
           END-IF.

           IF NOT WS-FEE-WAIVE-VALID
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'WAIVE FEE MUST BE Y OR N' TO WS-SCREEN-MSG
           END-IF.

       1200-EDIT-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Audit trail - every request and cancellation that reaches its  *
      * INSERT or UPDATE is recorded to TRAU with terminal, task       *
      * number, timestamp, account, the function word and the closure  *
      * date and fee waiver.                                           *
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
           MOVE CR-CLOSE-DATE   TO AM-CLOSE-DATE.
           MOVE CR-FEE-WAIVE    TO AM-FEE-WAIVE.
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
      * is the action; the closure date and waiver ride in the         *
      * reference column.  The task-end syncpoint commits the row with *
      * the change itself.  A failed insert is logged but does not     *
      * undo the change - the TRAU line above still carries the event. *
      *----------------------------------------------------------------*
       1600-INSERT-AUDIT-ROW SECTION.

           MOVE CR-CLOSE-DATE    TO WS-CS-CLOSE-DATE.
           MOVE CR-FEE-WAIVE     TO WS-CS-FEE-WAIVE.

           MOVE WS-TRANSID       TO AUD-TRAN-ID.
           MOVE WS-TERMID        TO AUD-TERM-ID.
           MOVE WS-ACCT-NO-NUM   TO AUD-ACCOUNT-NO.
           MOVE AM-FUNCTION      TO AUD-ACTION.
           MOVE ZERO             TO AUD-AMOUNT.
           MOVE WS-CLOSE-SUMMARY TO AUD-TRANS-REF.

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
      * INQUIRE - the account's name, status and balance, and its      *
      * closure request as stored.  Inquiries change nothing and are   *
      * not audited, as TRANACCT's are not.                            *
      *----------------------------------------------------------------*
       2000-INQUIRE-CLOSURE SECTION.

           PERFORM 1150-READ-ACCOUNT-MASTER.
           IF WS-INVALID-REQUEST
               GO TO 2000-INQUIRE-CLOSURE-EXIT
           END-IF.

           IF NOT WS-ACCT-ON-MASTER
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-SCREEN-MSG
               GO TO 2000-INQUIRE-CLOSURE-EXIT
           END-IF.

           PERFORM 2050-MOVE-MASTER-TO-MAP.

           PERFORM 1170-READ-BALANCE.
           IF WS-INVALID-REQUEST
               GO TO 2000-INQUIRE-CLOSURE-EXIT
           END-IF.

           PERFORM 1160-READ-CLOSE-REQUEST.
           IF WS-INVALID-REQUEST
               GO TO 2000-INQUIRE-CLOSURE-EXIT
           END-IF.

           IF NOT WS-CLOSE-REQ-ON-FILE
               MOVE 'NO CLOSURE REQUEST FOR THIS ACCOUNT'
                                                  TO WS-SCREEN-MSG
               GO TO 2000-INQUIRE-CLOSURE-EXIT
           END-IF.

           PERFORM 2060-MOVE-REQUEST-TO-MAP.
           MOVE 'CLOSURE REQUEST DISPLAYED' TO WS-SCREEN-MSG.

       2000-INQUIRE-CLOSURE-EXIT.
           EXIT.

       2050-MOVE-MASTER-TO-MAP SECTION.

           MOVE ACCT-NAME   TO ACNAMEO.
           MOVE ACCT-STATUS TO ASTATO.

       2050-MOVE-MASTER-TO-MAP-EXIT.
           EXIT.

      *    The settlement amounts and date only mean something once
      *    TRANSETL has closed the account; the reason only once it
      *    has refused it.
       2060-MOVE-REQUEST-TO-MAP SECTION.

           MOVE CR-REQ-STATUS   TO RQSTATO.
           MOVE CR-CLOSE-DATE   TO CLSDTO.
           MOVE CR-FEE-WAIVE    TO FEEWVO.
           MOVE CR-REQUESTED-BY TO RQBYO.
           MOVE CR-REQUEST-DATE TO RQDTO.
           MOVE SPACES          TO STLDTO.
           MOVE SPACES          TO REASONO.
           MOVE SPACES          TO INTAMTO.
           MOVE SPACES          TO FEEAMTO.
           MOVE SPACES          TO PAYAMTO.

           IF CR-REQ-STATUS IS EQUAL TO 'C'
              OR CR-REQ-STATUS IS EQUAL TO 'R'
               MOVE CR-SETTLED-DATE TO STLDTO
           END-IF.

           IF CR-REQ-STATUS IS EQUAL TO 'R'
               MOVE CR-REFUSE-REASON TO REASONO
           END-IF.

           IF CR-REQ-STATUS IS EQUAL TO 'C'
               MOVE CR-INT-AMOUNT    TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT   TO INTAMTO
               MOVE CR-FEE-AMOUNT    TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT   TO FEEAMTO
               MOVE CR-PAYOUT-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT   TO PAYAMTO
           END-IF.

       2060-MOVE-REQUEST-TO-MAP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Today's date in ISO form for REQUEST_DATE and the closure date *
      * edit.                                                          *
      *----------------------------------------------------------------*
       2070-GET-TODAY SECTION.

           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-CURRENT-DATE)
           END-EXEC.
           MOVE WS-CURRENT-DATE(1:4) TO WS-TD-YYYY.
           MOVE WS-CURRENT-DATE(5:2) TO WS-TD-MM.
           MOVE WS-CURRENT-DATE(7:2) TO WS-TD-DD.

       2070-GET-TODAY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REQUEST - records a closure for TRANSETL to settle.  The       *
      * account must be on the master, not closed or frozen, not       *
      * overdrawn and free of active fund holds, and must have no      *
      * request already pending.  An account whose last request was    *
      * refused or cancelled has that row reused for the new one.      *
      *----------------------------------------------------------------*
       2100-REQUEST-CLOSURE SECTION.

           PERFORM 1200-EDIT-REQUEST.
           IF WS-INVALID-REQUEST
               GO TO 2100-REQUEST-CLOSURE-EXIT
           END-IF.

           PERFORM 1150-READ-ACCOUNT-MASTER.
           IF WS-INVALID-REQUEST
               GO TO 2100-REQUEST-CLOSURE-EXIT
           END-IF.

           IF NOT WS-ACCT-ON-MASTER
               MOVE 'ACCOUNT NOT ON MASTER - NOTHING REQUESTED'
                                                  TO WS-SCREEN-MSG
               GO TO 2100-REQUEST-CLOSURE-EXIT
           END-IF.

           PERFORM 2050-MOVE-MASTER-TO-MAP.

           IF ACCT-STATUS IS EQUAL TO 'C'
               MOVE 'ACCOUNT IS ALREADY CLOSED' TO WS-SCREEN-MSG
               GO TO 2100-REQUEST-CLOSURE-EXIT
           END-IF.

           IF ACCT-STATUS IS EQUAL TO 'F'
               MOVE 'ACCOUNT IS FROZEN - IT CANNOT BE CLOSED'
                                                  TO WS-SCREEN-MSG
               GO TO 2100-REQUEST-CLOSURE-EXIT
           END-IF.

           PERFORM 1170-READ-BALANCE.
           IF WS-INVALID-REQUEST
               GO TO 2100-REQUEST-CLOSURE-EXIT
           END-IF.

           IF WS-LEDGER-BAL IS LESS THAN ZERO
               MOVE 'ACCOUNT IS OVERDRAWN - IT CANNOT BE CLOSED'
                                                  TO WS-SCREEN-MSG
               GO TO 2100-REQUEST-CLOSURE-EXIT
           END-IF.

           IF WS-ACTIVE-HOLDS IS GREATER THAN ZERO
               MOVE 'ACCOUNT HAS ACTIVE FUND HOLDS - RELEASE THEM FIRST'
                                                  TO WS-SCREEN-MSG
               GO TO 2100-REQUEST-CLOSURE-EXIT
           END-IF.

           PERFORM 1160-READ-CLOSE-REQUEST.
           IF WS-INVALID-REQUEST
               GO TO 2100-REQUEST-CLOSURE-EXIT
           END-IF.

           IF WS-CLOSE-REQ-ON-FILE
              AND CR-REQ-STATUS IS EQUAL TO 'P'
               PERFORM 2060-MOVE-REQUEST-TO-MAP
               MOVE 'CLOSURE ALREADY PENDING - USE X TO CANCEL IT'
                                                  TO WS-SCREEN-MSG
               GO TO 2100-REQUEST-CLOSURE-EXIT
           END-IF.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

           MOVE WS-ACCT-NO-NUM   TO CR-ACCOUNT-NO.
           MOVE 'P'              TO CR-REQ-STATUS.
           MOVE WS-CLOSE-DATE    TO CR-CLOSE-DATE.
           MOVE WS-FEE-WAIVE     TO CR-FEE-WAIVE.
           MOVE WS-USERID        TO CR-REQUESTED-BY.
           MOVE WS-TODAY-ISO     TO CR-REQUEST-DATE.
           MOVE '0001-01-01'     TO CR-SETTLED-DATE.
           MOVE ZERO             TO CR-INT-AMOUNT.
           MOVE ZERO             TO CR-FEE-AMOUNT.
           MOVE ZERO             TO CR-PAYOUT-AMOUNT.
           MOVE SPACES           TO CR-REFUSE-REASON.

           IF WS-CLOSE-REQ-ON-FILE
               EXEC SQL
                   UPDATE PROD.CLOSE_REQUEST
                      SET REQ_STATUS    = :CR-REQ-STATUS,
                          CLOSE_DATE    = :CR-CLOSE-DATE,
                          FEE_WAIVE     = :CR-FEE-WAIVE,
                          REQUESTED_BY  = :CR-REQUESTED-BY,
                          REQUEST_DATE  = :CR-REQUEST-DATE,
                          SETTLED_DATE  = :CR-SETTLED-DATE,
                          INT_AMOUNT    = :CR-INT-AMOUNT,
                          FEE_AMOUNT    = :CR-FEE-AMOUNT,
                          PAYOUT_AMOUNT = :CR-PAYOUT-AMOUNT,
                          REFUSE_REASON = :CR-REFUSE-REASON
                    WHERE ACCOUNT_NO = :CR-ACCOUNT-NO
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO PROD.CLOSE_REQUEST
                          (ACCOUNT_NO, REQ_STATUS, CLOSE_DATE,
                           FEE_WAIVE, REQUESTED_BY, REQUEST_DATE,
                           SETTLED_DATE, INT_AMOUNT, FEE_AMOUNT,
                           PAYOUT_AMOUNT, REFUSE_REASON)
                   VALUES (:CR-ACCOUNT-NO, :CR-REQ-STATUS,
                           :CR-CLOSE-DATE, :CR-FEE-WAIVE,
                           :CR-REQUESTED-BY, :CR-REQUEST-DATE,
                           :CR-SETTLED-DATE, :CR-INT-AMOUNT,
                           :CR-FEE-AMOUNT, :CR-PAYOUT-AMOUNT,
                           :CR-REFUSE-REASON)
               END-EXEC
           END-IF.

      *    A day the edit let through that the calendar does not have
      *    (31 April, 29 February off a leap year) comes back from DB2
      *    as an invalid date rather than a failure.
           IF SQLCODE IS EQUAL TO -180
              OR SQLCODE IS EQUAL TO -181
               MOVE 'CLOSURE DATE IS NOT A VALID DATE' TO WS-SCREEN-MSG
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO 2100-REQUEST-CLOSURE-EXIT
           END-IF.

           IF SQLCODE IS NOT EQUAL TO ZERO
               MOVE 'DB2 ERROR ON REQUEST - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
               MOVE ' DB2 ERROR ON CLOSE REQUEST WRITE' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO 2100-REQUEST-CLOSURE-EXIT
           END-IF.

           MOVE 'CLOSEREQ' TO AM-FUNCTION.
           PERFORM 1500-WRITE-AUDIT-LOG.

           PERFORM 2060-MOVE-REQUEST-TO-MAP.
           MOVE 'CLOSURE REQUESTED - SETTLED BY THE NIGHTLY RUN'
                                                  TO WS-SCREEN-MSG.

       2100-REQUEST-CLOSURE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * CANCEL - withdraws a request TRANSETL has not yet settled.     *
      * Only a pending request can be cancelled; a closed, refused or  *
      * already-cancelled one is shown as it stands.                   *
      *----------------------------------------------------------------*
       2200-CANCEL-CLOSURE SECTION.

           PERFORM 1150-READ-ACCOUNT-MASTER.
           IF WS-INVALID-REQUEST
               GO TO 2200-CANCEL-CLOSURE-EXIT
           END-IF.

           IF WS-ACCT-ON-MASTER
               PERFORM 2050-MOVE-MASTER-TO-MAP
           END-IF.

           PERFORM 1160-READ-CLOSE-REQUEST.
           IF WS-INVALID-REQUEST
               GO TO 2200-CANCEL-CLOSURE-EXIT
           END-IF.

           IF NOT WS-CLOSE-REQ-ON-FILE
               MOVE 'NO CLOSURE REQUEST FOR THIS ACCOUNT'
                                                  TO WS-SCREEN-MSG
               GO TO 2200-CANCEL-CLOSURE-EXIT
           END-IF.

           IF CR-REQ-STATUS IS NOT EQUAL TO 'P'
               PERFORM 2060-MOVE-REQUEST-TO-MAP
               MOVE 'CLOSURE REQUEST IS NOT PENDING - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
               GO TO 2200-CANCEL-CLOSURE-EXIT
           END-IF.

      *    Guarded on the pending status, so a request settled in
      *    between the read and here is left as TRANSETL left it.
           EXEC SQL
               UPDATE PROD.CLOSE_REQUEST
                  SET REQ_STATUS = 'X'
                WHERE ACCOUNT_NO = :WS-ACCT-NO-NUM
                  AND REQ_STATUS = 'P'
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               MOVE 'DB2 ERROR ON CANCEL - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
               MOVE ' DB2 ERROR ON CLOSE REQUEST CANCEL' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO 2200-CANCEL-CLOSURE-EXIT
           END-IF.

           MOVE 'X' TO CR-REQ-STATUS.
           MOVE 'CLOSECAN' TO AM-FUNCTION.
           PERFORM 1500-WRITE-AUDIT-LOG.

           PERFORM 2060-MOVE-REQUEST-TO-MAP.
           MOVE 'CLOSURE REQUEST CANCELLED' TO WS-SCREEN-MSG.

       2200-CANCEL-CLOSURE-EXIT.
           EXIT.

       0800-SEND-GOODBYE-MAP SECTION.

           MOVE 'TRANCLRQ - GOODBYE' TO MSGO.
           EXEC CICS SEND TEXT
                     FROM(MSGO)
                     LENGTH(LENGTH OF MSGO)
                     ERASE
                     FREEKB
           END-EXEC.

       0800-SEND-GOODBYE-MAP-EXIT.
           EXIT.

      * Redisplays the closure request screen with a status message -
      * used for an edit failure, a DB2 failure and the confirmation
      * alike.
       0900-REDISPLAY-WITH-MSG SECTION.

           MOVE WS-SCREEN-MSG TO MSGO.
           EXEC CICS SEND MAP('TRANCRS')
                     MAPSET('TRANCRQ')
                     FROM(TRANCRSO)
                     LENGTH(LENGTH OF TRANCRSO)
                     DATAONLY
           END-EXEC.

       0900-REDISPLAY-WITH-MSG-EXIT.
           EXIT.
