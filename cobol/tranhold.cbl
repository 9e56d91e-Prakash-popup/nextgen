       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANHOLD.
      *----------------------------------------------------------------*
      * Online fund hold maintenance.  A hold earmarks part of an      *
      * account's balance - a disputed item, a cheque awaiting         *
      * clearance, a garnishee order - so it cannot be spent while     *
      * the hold stands.  Holds live on PROD.FUND_HOLD (see HOLDDCL);  *
      * the available balance is the latest stored BALANCE less every  *
      * hold still active, and TRANPOST and TRANLOAD refuse a debit    *
      * that would take it below zero.  A supervisor keys a function   *
      * code:                                                          *
      *                                                                *
      *   I  INQUIRE - ledger, hold total and available balance, and   *
      *                the account's active holds                      *
      *   P  PLACE   - new hold: amount, reason and expiry date        *
      *   R  RELEASE - lift an active hold by its sequence number      *
      *                                                                *
      * Placing and releasing are written to the TRAU audit queue and  *
      * PROD.AUDIT_LOG the same way TRANACCT master changes are.  A    *
      * hold nobody releases lapses after its expiry date - TRANHEXP   *
      * marks it expired overnight.  Maintenance runs under its own    *
      * transaction ID (TRHL) so access can be restricted through      *
      * transaction security the way TRMT and TRPS already are.        *
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
                                        VALUE 'TRANHOLD------WS'.
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

      * Audit log entry - one per hold placed or released, written to
      * TD queue TRAU in the same style as TRANACCT's master audit.
      * The function word says which; the hold's sequence, amount and
      * reason are carried so compliance can match a release to the
      * placement it lifted.
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
           03 AM-HOLD-SEQ              PIC 9(5)  VALUE ZERO.
           03 FILLER                   PIC X(5)  VALUE ' AMT='.
           03 AM-AMOUNT                PIC -(8)9.99.
           03 FILLER                   PIC X(5)  VALUE ' RSN='.
           03 AM-REASON                PIC X(20) VALUE SPACES.

      * Symbolic map for the TRANHOLD maintenance screen (TRANHSC in
      * mapset TRANHLD - see bms/tranhold.bms).
           COPY TRANHLD.

       01 WS-ABSTIME                PIC S9(15) COMP-3.
       01 WS-CURRENT-DATE           PIC X(08).
       01 WS-TODAY-ISO.
           03 WS-TI-YYYY            PIC X(04).
           03 FILLER                PIC X(01) VALUE '-'.
           03 WS-TI-MM              PIC X(02).
           03 FILLER                PIC X(01) VALUE '-'.
           03 WS-TI-DD              PIC X(02).

      * Dedicated transaction ID for pulling TRANHOLD's screen up
      * directly from the terminal - hold access is controlled by
      * transaction security on this ID, so only supervisors get in.
       01 WS-ONLINE-TRANID         PIC X(04) VALUE 'TRHL'.
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
           03 WS-AMT-SIGN-SW        PIC X(01) VALUE '+'.
              88 WS-AMT-NEGATIVE    VALUE '-'.

       01 WS-FUNCTION              PIC X(01) VALUE SPACE.
          88 WS-FUNC-INQUIRE       VALUE 'I'.
          88 WS-FUNC-PLACE         VALUE 'P'.
          88 WS-FUNC-RELEASE       VALUE 'R'.
          88 WS-FUNC-VALID         VALUE 'I' 'P' 'R'.

      * Same lock resource TRANPOST takes around its balance read and
      * INSERT - a hold placed here cannot land between a posting's
      * available-balance check and the posting itself.
       01 WS-ENQ-RESOURCE.
           03 FILLER                PIC X(09) VALUE 'TRANPOST-'.
           03 WS-ENQ-ACCT-NO        PIC 9(15).

      * Fields used to edit the keyed hold amount - built the same way
      * TRANPOST builds its adjustment amount from the free-keyed
      * PIC X(12) map field.
       01 WS-AMOUNT-WORK.
           03 WS-AMT-IN             PIC X(12).
           03 WS-AMT-CH             PIC X(01).
           03 WS-AMT-CH-N REDEFINES WS-AMT-CH
                                    PIC 9(01).
           03 WS-AMT-IDX            PIC S9(4) COMP VALUE ZERO.
           03 WS-AMT-DIGITS         PIC 9(10) VALUE ZERO.
           03 WS-AMT-DEC-COUNT      PIC S9(4) COMP VALUE ZERO.
           03 WS-AMT-INT-COUNT      PIC S9(4) COMP VALUE ZERO.
           03 WS-AMT-DEC-SEEN-SW    PIC X(01) VALUE 'N'.
              88 WS-AMT-DEC-SEEN    VALUE 'Y'.
           03 WS-AMT-ANY-DIGIT-SW   PIC X(01) VALUE 'N'.
              88 WS-AMT-ANY-DIGIT   VALUE 'Y'.
           03 WS-HOLD-AMOUNT        PIC S9(8)V9(2) COMP-3 VALUE ZERO.

      * Keyed expiry date, viewed in its ISO parts for the edit.
       01 WS-EXPIRY-DATE            PIC X(10) VALUE SPACES.
       01 WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-DATE.
           03 WS-EX-YYYY            PIC X(04).
           03 WS-EX-DASH1           PIC X(01).
           03 WS-EX-MM              PIC X(02).
           03 WS-EX-MM-N REDEFINES WS-EX-MM
                                    PIC 9(02).
           03 WS-EX-DASH2           PIC X(01).
           03 WS-EX-DD              PIC X(02).
           03 WS-EX-DD-N REDEFINES WS-EX-DD
                                    PIC 9(02).

       01 WS-ACCT-NO-NUM            PIC 9(15) VALUE ZERO.
       01 WS-HOLD-SEQ               PIC S9(9) COMP VALUE ZERO.
       01 WS-USERID                 PIC X(08) VALUE SPACES.

      * Balance block - the ledger balance, the active hold total and
      * the difference, and the edit picture they go out through.
       01 WS-BAL-WORK.
           03 WS-LEDGER-BAL         PIC S9(8)V9(2) COMP-3 VALUE ZERO.
           03 WS-HOLD-TOTAL         PIC S9(8)V9(2) COMP-3 VALUE ZERO.
           03 WS-AVAIL-BAL          PIC S9(9)V9(2) COMP-3 VALUE ZERO.
           03 WS-BALANCE-EDIT       PIC -(7)9.99.

      * Active-hold list paging - six fetched so a more-holds message
      * needs no second cursor, five shown.
       01 WS-PAGE-WORK.
           03 WS-FETCH-COUNT        PIC S9(4) COMP VALUE ZERO.
           03 WS-MAX-FETCH          PIC S9(4) COMP VALUE 6.
           03 WS-PAGE-SIZE          PIC S9(4) COMP VALUE 5.
           03 WS-I                  PIC S9(4) COMP VALUE ZERO.
           03 WS-SEQ-EDIT           PIC Z(4)9.

      * Result-of-place message for the screen.
       01 WS-PLACED-MSG.
           03 FILLER                PIC X(19)
                                     VALUE 'HOLD PLACED - SEQ  '.
           03 WS-PL-SEQ             PIC Z(4)9.
           03 FILLER                PIC X(36) VALUE SPACES.

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
           MOVE LOW-VALUES TO TRANHSCO.
           MOVE 'ENTER FUNCTION AND ACCOUNT, THEN PRESS ENTER'
                                                             TO MSGO.
           EXEC CICS SEND MAP('TRANHSC')
                     MAPSET('TRANHLD')
                     FROM(TRANHSCO)
                     LENGTH(LENGTH OF TRANHSCO)
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
      * processes one hold function; PF3/CLEAR leaves.                 *
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
      * One ENTER is one complete hold function - receive the map,     *
      * edit the function and account, then dispatch.  A place or      *
      * release that goes through is followed by a fresh inquiry so    *
      * the supervisor sees the balance block it has just moved.       *
      *----------------------------------------------------------------*
       0400-PROCESS-FUNCTION SECTION.

           EXEC CICS RECEIVE MAP('TRANHSC')
                     MAPSET('TRANHLD')
                     INTO(TRANHSCI)
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
                   PERFORM 2000-INQUIRE-HOLDS
               WHEN WS-FUNC-PLACE
                   PERFORM 2100-PLACE-HOLD
               WHEN WS-FUNC-RELEASE
                   PERFORM 2200-RELEASE-HOLD
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
      * Field edits - function must be one of the three codes, account *
      * numeric and non-zero.  Per-function edits (amount, reason and  *
      * expiry on a place, sequence on a release) sit with the         *
      * function that needs them.  First failure wins the message      *
      * line.                                                          *
      *----------------------------------------------------------------*
       1100-EDIT-SCREEN-FIELDS SECTION.

           MOVE FUNCI TO WS-FUNCTION.
           IF NOT WS-FUNC-VALID
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'FUNCTION MUST BE I, P OR R' TO WS-SCREEN-MSG
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

      *    The map hands back LOW-VALUES for fields the supervisor
      *    left alone - normalized to spaces here once, so the DB2
      *    CHAR columns and the blank-versus-keyed edits below all
      *    see the same thing.
           IF HAMTI IS EQUAL TO LOW-VALUES
               MOVE SPACES TO HAMTI
           END-IF.
           IF HRSNI IS EQUAL TO LOW-VALUES
               MOVE SPACES TO HRSNI
           END-IF.
           IF HEXPI IS EQUAL TO LOW-VALUES
               MOVE SPACES TO HEXPI
           END-IF.

       1100-EDIT-SCREEN-FIELDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Master check - a hold goes only on an account the master       *
      * knows and has not closed.  Frozen and dormant accounts may     *
      * still take a hold - it is often the reason for one.            *
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
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-SCREEN-MSG
               WHEN SQLCODE IS NOT EQUAL TO ZERO
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'DB2 ERROR READING MASTER - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON MASTER READ' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
               WHEN OTHER
                   MOVE ACCT-NAME TO ACCTNMO
           END-EVALUATE.

       1150-READ-ACCOUNT-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Builds WS-HOLD-AMOUNT from the free-keyed WS-AMT-IN - the      *
      * same edit TRANPOST puts on its adjustment amount: a leading    *
      * + or -, digits, and at most one decimal point with at most two *
      * decimals.  The caller refuses anything not above zero.         *
      *----------------------------------------------------------------*
       1200-EDIT-AMOUNT SECTION.

           MOVE '+' TO WS-AMT-SIGN-SW.
           MOVE ZERO TO WS-AMT-DIGITS.
           MOVE ZERO TO WS-AMT-DEC-COUNT.
           MOVE ZERO TO WS-AMT-INT-COUNT.
           MOVE 'N' TO WS-AMT-DEC-SEEN-SW.
           MOVE 'N' TO WS-AMT-ANY-DIGIT-SW.

           PERFORM 1210-EDIT-AMOUNT-CHAR
              VARYING WS-AMT-IDX FROM 1 BY 1
                UNTIL WS-AMT-IDX IS GREATER THAN 12
                   OR WS-INVALID-REQUEST.

           IF NOT WS-AMT-ANY-DIGIT
               SET WS-INVALID-REQUEST TO TRUE
           END-IF.

           IF WS-INVALID-REQUEST
               GO TO 1200-EDIT-AMOUNT-EXIT
           END-IF.

      *    Scale a whole-number entry up to pennies - '25' and '25.'
      *    both mean 25.00, '25.5' means 25.50.
           IF WS-AMT-DEC-COUNT IS EQUAL TO ZERO
               MULTIPLY 100 BY WS-AMT-DIGITS
           ELSE
               IF WS-AMT-DEC-COUNT IS EQUAL TO 1
                   MULTIPLY 10 BY WS-AMT-DIGITS
               END-IF
           END-IF.

           COMPUTE WS-HOLD-AMOUNT = WS-AMT-DIGITS / 100.
           IF WS-AMT-NEGATIVE
               COMPUTE WS-HOLD-AMOUNT = ZERO - WS-HOLD-AMOUNT
           END-IF.

       1200-EDIT-AMOUNT-EXIT.
           EXIT.

       1210-EDIT-AMOUNT-CHAR SECTION.

           MOVE WS-AMT-IN(WS-AMT-IDX:1) TO WS-AMT-CH.

           EVALUATE TRUE
               WHEN WS-AMT-CH IS EQUAL TO SPACE
               WHEN WS-AMT-CH IS EQUAL TO LOW-VALUE
                   CONTINUE
               WHEN WS-AMT-CH IS EQUAL TO '+'
                OR WS-AMT-CH IS EQUAL TO '-'
                   IF WS-AMT-ANY-DIGIT OR WS-AMT-DEC-SEEN
                       SET WS-INVALID-REQUEST TO TRUE
                   ELSE
                       MOVE WS-AMT-CH TO WS-AMT-SIGN-SW
                   END-IF
               WHEN WS-AMT-CH IS EQUAL TO '.'
                   IF WS-AMT-DEC-SEEN
                       SET WS-INVALID-REQUEST TO TRUE
                   ELSE
                       SET WS-AMT-DEC-SEEN TO TRUE
                   END-IF
      *        HOLD_AMOUNT is DECIMAL(10,2) - at most 8 integer and
      *        2 decimal digits - so anything wider is rejected here
      *        rather than silently truncated by the arithmetic.
               WHEN WS-AMT-CH IS NUMERIC
                   IF (WS-AMT-DEC-SEEN
                       AND WS-AMT-DEC-COUNT IS NOT LESS THAN 2)
                      OR (NOT WS-AMT-DEC-SEEN
                          AND WS-AMT-INT-COUNT IS NOT LESS THAN 8)
                       SET WS-INVALID-REQUEST TO TRUE
                   ELSE
                       COMPUTE WS-AMT-DIGITS
                             = (WS-AMT-DIGITS * 10) + WS-AMT-CH-N
                       SET WS-AMT-ANY-DIGIT TO TRUE
                       IF WS-AMT-DEC-SEEN
                           ADD 1 TO WS-AMT-DEC-COUNT
                       ELSE
                           ADD 1 TO WS-AMT-INT-COUNT
                       END-IF
                   END-IF
               WHEN OTHER
                   SET WS-INVALID-REQUEST TO TRUE
           END-EVALUATE.

       1210-EDIT-AMOUNT-CHAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Expiry date edit - YYYY-MM-DD with numeric parts, a real month *
      * and a day of 01-31, and not already past.  Today is allowed:   *
      * the expiry date is the last day a hold holds.                  *
      *----------------------------------------------------------------*
       1250-EDIT-EXPIRY-DATE SECTION.

           MOVE HEXPI TO WS-EXPIRY-DATE.

           IF WS-EX-YYYY IS NOT NUMERIC
              OR WS-EX-MM IS NOT NUMERIC
              OR WS-EX-DD IS NOT NUMERIC
              OR WS-EX-DASH1 IS NOT EQUAL TO '-'
              OR WS-EX-DASH2 IS NOT EQUAL TO '-'
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'EXPIRY DATE MUST BE YYYY-MM-DD' TO WS-SCREEN-MSG
               GO TO 1250-EDIT-EXPIRY-DATE-EXIT
           END-IF.

           IF WS-EX-MM-N IS LESS THAN 1
              OR WS-EX-MM-N IS GREATER THAN 12
              OR WS-EX-DD-N IS LESS THAN 1
              OR WS-EX-DD-N IS GREATER THAN 31
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'EXPIRY DATE IS NOT A VALID DATE' TO WS-SCREEN-MSG
               GO TO 1250-EDIT-EXPIRY-DATE-EXIT
           END-IF.

           PERFORM 1050-GET-TODAY.
           IF WS-EXPIRY-DATE IS LESS THAN WS-TODAY-ISO
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'EXPIRY DATE IS ALREADY PAST' TO WS-SCREEN-MSG
           END-IF.

       1250-EDIT-EXPIRY-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Account posting lock - see TRANPOST.  Placing a hold takes it  *
      * so a debit's available-balance check and its INSERT cannot be  *
      * split by a new hold.                                           *
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
      * Audit trail - every hold placed or released is recorded to     *
      * TRAU with terminal, task number, timestamp, account, the       *
      * function word and the hold's sequence, amount and reason.      *
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
           MOVE WS-HOLD-SEQ     TO AM-HOLD-SEQ.
           MOVE FH-HOLD-AMOUNT  TO AM-AMOUNT.
           MOVE FH-HOLD-REASON  TO AM-REASON.
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
      * is the action, the hold amount the amount and the hold reason  *
      * the reference.  The task-end syncpoint commits the row with    *
      * the hold change itself.  A failed insert is logged but does    *
      * not undo the change - the TRAU line above still carries it.    *
      *----------------------------------------------------------------*
       1600-INSERT-AUDIT-ROW SECTION.

           MOVE WS-TRANSID      TO AUD-TRAN-ID.
           MOVE WS-TERMID       TO AUD-TERM-ID.
           MOVE WS-ACCT-NO-NUM  TO AUD-ACCOUNT-NO.
           MOVE AM-FUNCTION     TO AUD-ACTION.
           MOVE FH-HOLD-AMOUNT  TO AUD-AMOUNT.
           MOVE FH-HOLD-REASON  TO AUD-TRANS-REF.

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
      * INQUIRE - the balance block and the first five active holds,   *
      * oldest first.  Inquiries change nothing and are not audited -  *
      * the same rule TRANACCT applies to its inquiry.                 *
      *----------------------------------------------------------------*
       2000-INQUIRE-HOLDS SECTION.

           PERFORM 1150-READ-ACCOUNT-MASTER.
           IF WS-INVALID-REQUEST
               GO TO 2000-INQUIRE-HOLDS-EXIT
           END-IF.

           PERFORM 2050-GET-BALANCES.
           IF WS-INVALID-REQUEST
               GO TO 2000-INQUIRE-HOLDS-EXIT
           END-IF.

           PERFORM 2060-FETCH-HOLD-LIST.

       2000-INQUIRE-HOLDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Ledger balance is the latest stored BALANCE (zero for an       *
      * account with no history); the hold total is every hold still   *
      * active today - the same two reads TRANPOST's available-balance *
      * check makes.                                                   *
      *----------------------------------------------------------------*
       2050-GET-BALANCES SECTION.

           EXEC SQL
               SELECT BALANCE
                 INTO :BALANCE
                 FROM PROD.TRANSACTIONS
                WHERE ACCOUNT_NO = :WS-ACCT-NO-NUM
                ORDER BY TRANS_ID DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   MOVE BALANCE TO WS-LEDGER-BAL
               WHEN SQLCODE IS EQUAL TO +100
                   MOVE ZERO TO WS-LEDGER-BAL
               WHEN OTHER
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'DB2 ERROR READING BALANCE' TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON BALANCE READ' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
                   GO TO 2050-GET-BALANCES-EXIT
           END-EVALUATE.

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
               MOVE 'DB2 ERROR READING HOLDS' TO WS-SCREEN-MSG
               MOVE ' DB2 ERROR ON FUND HOLD READ' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               GO TO 2050-GET-BALANCES-EXIT
           END-IF.

           COMPUTE WS-AVAIL-BAL = WS-LEDGER-BAL - WS-HOLD-TOTAL.

           MOVE WS-LEDGER-BAL   TO WS-BALANCE-EDIT.
           MOVE WS-BALANCE-EDIT TO LDGBALO.
           MOVE WS-HOLD-TOTAL   TO WS-BALANCE-EDIT.
           MOVE WS-BALANCE-EDIT TO HLDTOTO.
           MOVE WS-AVAIL-BAL    TO WS-BALANCE-EDIT.
           MOVE WS-BALANCE-EDIT TO AVLBALO.

       2050-GET-BALANCES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Active holds in sequence order onto the five list rows.  A     *
      * sixth active hold is not shown but is flagged on the message   *
      * line - the hold total above always counts every one.           *
      *----------------------------------------------------------------*
       2060-FETCH-HOLD-LIST SECTION.

           MOVE ZERO TO WS-FETCH-COUNT.
           PERFORM 2080-CLEAR-HOLD-ROW
              VARYING WS-I FROM 1 BY 1
                UNTIL WS-I IS GREATER THAN WS-PAGE-SIZE.

           EXEC SQL
               DECLARE TRANHLD CURSOR FOR
               SELECT HOLD_SEQ, HOLD_AMOUNT, HOLD_REASON,
                      EXPIRY_DATE, PLACED_BY
                 FROM PROD.FUND_HOLD
                WHERE ACCOUNT_NO  = :WS-ACCT-NO-NUM
                  AND HOLD_STATUS = 'A'
                  AND EXPIRY_DATE >= CURRENT DATE
                ORDER BY HOLD_SEQ ASC
                FETCH FIRST 6 ROWS ONLY
           END-EXEC.

           EXEC SQL OPEN TRANHLD END-EXEC.

           PERFORM 2070-FETCH-HOLD-ROW
              UNTIL SQLCODE IS NOT EQUAL TO ZERO
                 OR WS-FETCH-COUNT IS EQUAL TO WS-MAX-FETCH.

           EXEC SQL CLOSE TRANHLD END-EXEC.

           IF WS-FETCH-COUNT IS GREATER THAN WS-PAGE-SIZE
               MOVE 'MORE THAN FIVE ACTIVE HOLDS - TOTAL COUNTS ALL'
                                                  TO WS-SCREEN-MSG
           ELSE
               IF WS-FETCH-COUNT IS EQUAL TO ZERO
                   MOVE 'NO ACTIVE HOLDS ON THIS ACCOUNT'
                                                  TO WS-SCREEN-MSG
               ELSE
                   MOVE 'HOLDS DISPLAYED' TO WS-SCREEN-MSG
               END-IF
           END-IF.

       2060-FETCH-HOLD-LIST-EXIT.
           EXIT.

       2070-FETCH-HOLD-ROW SECTION.

           EXEC SQL
               FETCH TRANHLD
                INTO :FH-HOLD-SEQ, :FH-HOLD-AMOUNT, :FH-HOLD-REASON,
                     :FH-EXPIRY-DATE, :FH-PLACED-BY
           END-EXEC.

           IF SQLCODE IS EQUAL TO ZERO
               ADD 1 TO WS-FETCH-COUNT
               IF WS-FETCH-COUNT IS NOT GREATER THAN WS-PAGE-SIZE
                   MOVE FH-HOLD-SEQ     TO WS-SEQ-EDIT
                   MOVE WS-SEQ-EDIT     TO HLSQO(WS-FETCH-COUNT)
                   MOVE FH-HOLD-AMOUNT  TO WS-BALANCE-EDIT
                   MOVE WS-BALANCE-EDIT TO HLAMO(WS-FETCH-COUNT)
                   MOVE FH-HOLD-REASON  TO HLRSO(WS-FETCH-COUNT)
                   MOVE FH-EXPIRY-DATE  TO HLEXO(WS-FETCH-COUNT)
                   MOVE FH-PLACED-BY    TO HLBYO(WS-FETCH-COUNT)
               END-IF
           END-IF.

       2070-FETCH-HOLD-ROW-EXIT.
           EXIT.

       2080-CLEAR-HOLD-ROW SECTION.

           MOVE SPACES TO HLSQO(WS-I).
           MOVE SPACES TO HLAMO(WS-I).
           MOVE SPACES TO HLRSO(WS-I).
           MOVE SPACES TO HLEXO(WS-I).
           MOVE SPACES TO HLBYO(WS-I).

       2080-CLEAR-HOLD-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PLACE - a new active hold.  The amount must be above zero, the *
      * reason is mandatory and the expiry date must not be past.  The *
      * hold takes the account's next HOLD_SEQ under the posting ENQ.  *
      * A hold larger than the available balance is allowed - it just  *
      * leaves nothing to debit until it is released or lapses.        *
      *----------------------------------------------------------------*
       2100-PLACE-HOLD SECTION.

           MOVE HAMTI TO WS-AMT-IN.
           PERFORM 1200-EDIT-AMOUNT.
           IF WS-INVALID-REQUEST
               MOVE 'INVALID AMOUNT - KEY DIGITS AND ONE POINT'
                                                  TO WS-SCREEN-MSG
               GO TO 2100-PLACE-HOLD-EXIT
           END-IF.

           IF WS-HOLD-AMOUNT IS NOT GREATER THAN ZERO
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'HOLD AMOUNT MUST BE GREATER THAN ZERO'
                                                  TO WS-SCREEN-MSG
               GO TO 2100-PLACE-HOLD-EXIT
           END-IF.

           IF HRSNI IS EQUAL TO SPACES
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'REASON IS REQUIRED TO PLACE A HOLD'
                                                  TO WS-SCREEN-MSG
               GO TO 2100-PLACE-HOLD-EXIT
           END-IF.

           PERFORM 1250-EDIT-EXPIRY-DATE.
           IF WS-INVALID-REQUEST
               GO TO 2100-PLACE-HOLD-EXIT
           END-IF.

           PERFORM 1150-READ-ACCOUNT-MASTER.
           IF WS-INVALID-REQUEST
               GO TO 2100-PLACE-HOLD-EXIT
           END-IF.

           IF ACCT-STATUS IS EQUAL TO 'C'
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'ACCOUNT CLOSED - NO HOLD PLACED' TO WS-SCREEN-MSG
               GO TO 2100-PLACE-HOLD-EXIT
           END-IF.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

           PERFORM 1300-ENQ-ACCOUNT.

           EXEC SQL
               SELECT COALESCE(MAX(HOLD_SEQ), 0) + 1
                 INTO :WS-HOLD-SEQ
                 FROM PROD.FUND_HOLD
                WHERE ACCOUNT_NO = :WS-ACCT-NO-NUM
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               PERFORM 1400-DEQ-ACCOUNT
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'DB2 ERROR READING HOLDS - NO HOLD PLACED'
                                                  TO WS-SCREEN-MSG
               MOVE ' DB2 ERROR ON HOLD SEQUENCE READ' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               GO TO 2100-PLACE-HOLD-EXIT
           END-IF.

           MOVE WS-ACCT-NO-NUM  TO FH-ACCOUNT-NO.
           MOVE WS-HOLD-SEQ     TO FH-HOLD-SEQ.
           MOVE WS-HOLD-AMOUNT  TO FH-HOLD-AMOUNT.
           MOVE HRSNI           TO FH-HOLD-REASON.
           MOVE WS-USERID       TO FH-PLACED-BY.
           MOVE WS-TODAY-ISO    TO FH-PLACED-DATE.
           MOVE WS-EXPIRY-DATE  TO FH-EXPIRY-DATE.
           MOVE 'A'             TO FH-HOLD-STATUS.
           MOVE SPACES          TO FH-RELEASED-BY.
           MOVE '0001-01-01'    TO FH-RELEASED-DATE.

           EXEC SQL
               INSERT INTO PROD.FUND_HOLD
                      (ACCOUNT_NO, HOLD_SEQ, HOLD_AMOUNT, HOLD_REASON,
                       PLACED_BY, PLACED_DATE, EXPIRY_DATE,
                       HOLD_STATUS, RELEASED_BY, RELEASED_DATE)
               VALUES (:FH-ACCOUNT-NO, :FH-HOLD-SEQ, :FH-HOLD-AMOUNT,
                       :FH-HOLD-REASON, :FH-PLACED-BY,
                       :FH-PLACED-DATE, :FH-EXPIRY-DATE,
                       :FH-HOLD-STATUS, :FH-RELEASED-BY,
                       :FH-RELEASED-DATE)
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               PERFORM 1400-DEQ-ACCOUNT
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'DB2 ERROR ON PLACE - NO HOLD PLACED'
                                                  TO WS-SCREEN-MSG
               MOVE ' DB2 ERROR ON FUND HOLD INSERT' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO 2100-PLACE-HOLD-EXIT
           END-IF.

           PERFORM 1400-DEQ-ACCOUNT.

           MOVE 'HOLD'   TO AM-FUNCTION.
           PERFORM 1500-WRITE-AUDIT-LOG.

           PERFORM 2000-INQUIRE-HOLDS.
           MOVE WS-HOLD-SEQ TO WS-PL-SEQ.
           MOVE WS-PLACED-MSG TO WS-SCREEN-MSG.

       2100-PLACE-HOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * RELEASE - lifts one active hold, keyed by its sequence number  *
      * from the inquiry list.  A hold already released or expired is  *
      * reported, not re-released; the UPDATE itself also insists on   *
      * status 'A' so a release racing the expiry job changes nothing. *
      *----------------------------------------------------------------*
       2200-RELEASE-HOLD SECTION.

           IF HSEQI IS NOT NUMERIC
              OR HSEQI IS EQUAL TO ZERO
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'KEY THE SEQUENCE OF THE HOLD TO RELEASE'
                                                  TO WS-SCREEN-MSG
               GO TO 2200-RELEASE-HOLD-EXIT
           END-IF.
           MOVE HSEQI TO WS-HOLD-SEQ.

           EXEC SQL
               SELECT HOLD_AMOUNT, HOLD_REASON, HOLD_STATUS
                 INTO :FH-HOLD-AMOUNT, :FH-HOLD-REASON,
                      :FH-HOLD-STATUS
                 FROM PROD.FUND_HOLD
                WHERE ACCOUNT_NO = :WS-ACCT-NO-NUM
                  AND HOLD_SEQ   = :WS-HOLD-SEQ
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO +100
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'NO SUCH HOLD ON THIS ACCOUNT' TO WS-SCREEN-MSG
                   GO TO 2200-RELEASE-HOLD-EXIT
               WHEN SQLCODE IS NOT EQUAL TO ZERO
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'DB2 ERROR READING HOLD - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON FUND HOLD READ' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
                   GO TO 2200-RELEASE-HOLD-EXIT
               WHEN FH-HOLD-STATUS IS NOT EQUAL TO 'A'
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'HOLD IS NOT ACTIVE - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
                   GO TO 2200-RELEASE-HOLD-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE WS-USERID TO FH-RELEASED-BY.

           EXEC SQL
               UPDATE PROD.FUND_HOLD
                  SET HOLD_STATUS   = 'R',
                      RELEASED_BY   = :FH-RELEASED-BY,
                      RELEASED_DATE = CURRENT DATE
                WHERE ACCOUNT_NO  = :WS-ACCT-NO-NUM
                  AND HOLD_SEQ    = :WS-HOLD-SEQ
                  AND HOLD_STATUS = 'A'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   CONTINUE
               WHEN SQLCODE IS EQUAL TO +100
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'HOLD IS NOT ACTIVE - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
                   GO TO 2200-RELEASE-HOLD-EXIT
               WHEN OTHER
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'DB2 ERROR ON RELEASE - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON FUND HOLD RELEASE' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   GO TO 2200-RELEASE-HOLD-EXIT
           END-EVALUATE.

           MOVE 'RELEASE' TO AM-FUNCTION.
           PERFORM 1500-WRITE-AUDIT-LOG.

           PERFORM 2000-INQUIRE-HOLDS.
           MOVE 'HOLD RELEASED' TO WS-SCREEN-MSG.

       2200-RELEASE-HOLD-EXIT.
           EXIT.

       0800-SEND-GOODBYE-MAP SECTION.

           MOVE 'TRANHOLD - GOODBYE' TO MSGO.
           EXEC CICS SEND TEXT
                     FROM(MSGO)
                     LENGTH(LENGTH OF MSGO)
                     ERASE
                     FREEKB
           END-EXEC.

       0800-SEND-GOODBYE-MAP-EXIT.
           EXIT.

      * Redisplays the hold screen with a status message - used for an
      * edit failure, a DB2 failure and the changed-OK confirmation
      * alike.
       0900-REDISPLAY-WITH-MSG SECTION.

           MOVE WS-SCREEN-MSG TO MSGO.
           EXEC CICS SEND MAP('TRANHSC')
                     MAPSET('TRANHLD')
                     FROM(TRANHSCO)
                     LENGTH(LENGTH OF TRANHSCO)
                     DATAONLY
           END-EXEC.

       0900-REDISPLAY-WITH-MSG-EXIT.
           EXIT.
