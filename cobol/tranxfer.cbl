       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANXFER.
      *----------------------------------------------------------------*
      * Online account-to-account transfer.  A supervisor keys a from- *
      * account, a to-account, an amount and a reference, and this     *
      * program posts both legs in the one CICS unit of work - a 'DR'  *
      * row for the negated amount on the from-account and a 'CR' row  *
      * for the amount on the to-account, each the next TRANS-ID in    *
      * its own account's sequence with BALANCE chained from that      *
      * account's latest stored BALANCE, exactly as TRANPOST builds    *
      * an adjustment.  If the second leg cannot be written the first  *
      * is rolled back, so money never leaves one account without      *
      * arriving in the other.                                         *
      *                                                                *
      * Both accounts must be open on PROD.ACCOUNTS (the TRANPOST      *
      * gate), and the debit must not take the from-account's         *
      * available balance - BALANCE less active PROD.FUND_HOLD holds - *
      * below zero.  Both accounts are ENQ'd on the same resource      *
      * TRANPOST and TRANHOLD use, lower account number first, so two  *
      * opposite transfers between the same pair queue rather than     *
      * deadlock.  Both legs carry the keyed reference, so a TRANFIND  *
      * search on it returns the pair; one TRAU/PROD.AUDIT_LOG entry   *
      * records both accounts.  Transfers run under their own          *
      * transaction ID (TRXF) so access can be restricted through      *
      * transaction security the way TRPS already is.                  *
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
                                        VALUE 'TRANXFER------WS'.
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

      * Row layout for the PROD.AUDIT_LOG durable audit store
           COPY AUDTDCL.

      * Row layout for the PROD.FUND_HOLD fund-hold table
           COPY HOLDDCL.

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

      * Audit log entry - one per transfer posted, written to TD queue
      * TRAU in the same style as TRANPOST's posting audit, carrying
      * both accounts so the pair is one event, not two.
       01  AUDIT-MSG.
           03 AM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 AM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' EXMPCMAN'.
           03 FILLER                   PIC X(11) VALUE ' REQUESTID='.
           03 AM-REQUEST-ID            PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(7)  VALUE ' TERM='.
           03 AM-TERMID                PIC X(4)  VALUE SPACES.
           03 FILLER                   PIC X(6)  VALUE ' FROM='.
           03 AM-FROM-ACCT-NO          PIC 9(15) VALUE ZERO.
           03 FILLER                   PIC X(4)  VALUE ' TO='.
           03 AM-TO-ACCT-NO            PIC 9(15) VALUE ZERO.
           03 FILLER                   PIC X(6)  VALUE ' XFER='.
           03 AM-AMOUNT                PIC -(8)9.99.
           03 FILLER                   PIC X(5)  VALUE ' REF='.
           03 AM-TRANS-REF             PIC X(20) VALUE SPACES.

      * Symbolic map for the TRANXFER transfer screen (TRANXSC in
      * mapset TRANXFR - see bms/tranxfer.bms).
           COPY TRANXFR.

       01 WS-ABSTIME                PIC S9(15) COMP-3.
       01 WS-CURRENT-DATE           PIC X(08).
       01 WS-TRANS-DATE-ISO.
           03 WS-TD-YYYY            PIC X(04).
           03 FILLER                PIC X(01) VALUE '-'.
           03 WS-TD-MM              PIC X(02).
           03 FILLER                PIC X(01) VALUE '-'.
           03 WS-TD-DD              PIC X(02).

      * Dedicated transaction ID for pulling TRANXFER's screen up
      * directly from the terminal - transfer access is controlled by
      * transaction security on this ID, so only supervisors get in.
       01 WS-ONLINE-TRANID         PIC X(04) VALUE 'TRXF'.
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
           03 WS-POST-SW            PIC X(01) VALUE 'Y'.
              88 WS-VALID-POST      VALUE 'Y'.
              88 WS-INVALID-POST    VALUE 'N'.
           03 WS-AMT-SIGN-SW        PIC X(01) VALUE '+'.
              88 WS-AMT-NEGATIVE    VALUE '-'.
           03 WS-DUP-ID-SW          PIC X(01) VALUE 'N'.
              88 WS-DUP-TRANS-ID    VALUE 'Y'.

      * The two account posting locks - the same resource name
      * TRANPOST's 1300-ENQ-ACCOUNT takes, so a transfer and a
      * single-account adjustment on the same account serialize.
      * LOW is always the lower account number and is taken first.
       01 WS-ENQ-RESOURCE-LOW.
           03 FILLER                PIC X(09) VALUE 'TRANPOST-'.
           03 WS-ENQ-LOW-ACCT-NO    PIC 9(15).
       01 WS-ENQ-RESOURCE-HIGH.
           03 FILLER                PIC X(09) VALUE 'TRANPOST-'.
           03 WS-ENQ-HIGH-ACCT-NO   PIC 9(15).

      * Fields used to edit the keyed amount - built the same way
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
           03 WS-XFER-AMOUNT        PIC S9(8)V9(2) COMP-3 VALUE ZERO.

       01 WS-FROM-ACCT-NO           PIC 9(15) VALUE ZERO.
       01 WS-TO-ACCT-NO             PIC 9(15) VALUE ZERO.

      * Master-gate work - the account being checked and which side
      * of the transfer it is, for the refusal message.
       01 WS-MASTER-ACCT-NO         PIC 9(15) VALUE ZERO.
       01 WS-MASTER-SIDE            PIC X(04) VALUE SPACES.

      * One leg in hand - the account, the signed amount and type it
      * posts, and the chained balance and TRANS-ID it lands with.
       01 WS-LEG-WORK.
           03 WS-LEG-ACCT-NO        PIC 9(15) VALUE ZERO.
           03 WS-LEG-AMOUNT         PIC S9(8)V9(2) COMP-3 VALUE ZERO.
           03 WS-LEG-TYPE           PIC X(02) VALUE SPACES.
           03 WS-PRIOR-BALANCE      PIC S9(8)V9(2) COMP-3 VALUE ZERO.
           03 WS-NEW-BALANCE        PIC S9(8)V9(2) COMP-3 VALUE ZERO.
           03 WS-NEXT-TRANS-ID      PIC S9(9) COMP VALUE ZERO.

       01 WS-FROM-NEW-BALANCE       PIC S9(8)V9(2) COMP-3 VALUE ZERO.
       01 WS-TO-NEW-BALANCE         PIC S9(8)V9(2) COMP-3 VALUE ZERO.
       01 WS-BALANCE-EDIT           PIC -(8)9.99.

      * Available-balance check on the debit leg - the from-account's
      * active holds summed, and what would be left after the debit.
       01 WS-HOLD-TOTAL             PIC S9(8)V9(2) COMP-3 VALUE ZERO.
       01 WS-AVAIL-AFTER            PIC S9(9)V9(2) COMP-3 VALUE ZERO.

      * The to-account as it rides in the audit row's reference
      * column - AUDIT_LOG has one account column, and it carries the
      * from-account.
       01 WS-AUDIT-TO-REF.
           03 FILLER                PIC X(03) VALUE 'TO '.
           03 WS-AT-TO-ACCT-NO      PIC 9(09).
           03 FILLER                PIC X(08) VALUE SPACES.

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
           MOVE LOW-VALUES TO TRANXSCO.
           MOVE 'ENTER BOTH ACCOUNTS, AMOUNT AND REFERENCE' TO MSGO.
           EXEC CICS SEND MAP('TRANXSC')
                     MAPSET('TRANXFR')
                     FROM(TRANXSCO)
                     LENGTH(LENGTH OF TRANXSCO)
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
      * validates and posts one transfer; PF3/CLEAR leaves.            *
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
                   PERFORM 0400-POST-TRANSFER
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
      * One ENTER is one complete transfer attempt - receive the map,  *
      * edit every field, gate both accounts on the master, lock both, *
      * post the debit leg then the credit leg, and audit the pair.    *
      * A failure on either leg rolls the unit of work back, so either *
      * both rows land or neither does.                                *
      *----------------------------------------------------------------*
       0400-POST-TRANSFER SECTION.

           EXEC CICS RECEIVE MAP('TRANXSC')
                     MAPSET('TRANXFR')
                     INTO(TRANXSCI)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP-MAPFAIL
               MOVE 'ENTER BOTH ACCOUNTS, AMOUNT AND REFERENCE'
                                                  TO WS-SCREEN-MSG
               PERFORM 0900-REDISPLAY-WITH-MSG
               GO TO 0400-POST-TRANSFER-EXIT
           END-IF.

           SET WS-VALID-POST TO TRUE.
           MOVE SPACES TO FROMBALO.
           MOVE SPACES TO TOBALO.
           PERFORM 1100-EDIT-SCREEN-FIELDS.

           IF WS-INVALID-POST
               PERFORM 0900-REDISPLAY-WITH-MSG
               GO TO 0400-POST-TRANSFER-EXIT
           END-IF.

           MOVE WS-FROM-ACCT-NO TO WS-MASTER-ACCT-NO.
           MOVE 'FROM'          TO WS-MASTER-SIDE.
           PERFORM 1150-READ-ACCOUNT-MASTER.
           IF WS-VALID-POST
               MOVE ACCT-NAME TO FROMNMO
               MOVE WS-TO-ACCT-NO TO WS-MASTER-ACCT-NO
               MOVE 'TO'          TO WS-MASTER-SIDE
               PERFORM 1150-READ-ACCOUNT-MASTER
           END-IF.

           IF WS-INVALID-POST
               PERFORM 0900-REDISPLAY-WITH-MSG
               GO TO 0400-POST-TRANSFER-EXIT
           END-IF.
           MOVE ACCT-NAME TO TONMO.

           PERFORM 1300-ENQ-ACCOUNTS.

      *    Debit leg - the from-account, negated amount, type DR.
           MOVE WS-FROM-ACCT-NO TO WS-LEG-ACCT-NO.
           COMPUTE WS-LEG-AMOUNT = ZERO - WS-XFER-AMOUNT.
           MOVE 'DR'            TO WS-LEG-TYPE.
           PERFORM 2000-POST-ONE-LEG.

           IF WS-INVALID-POST
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 1400-DEQ-ACCOUNTS
               PERFORM 0900-REDISPLAY-WITH-MSG
               GO TO 0400-POST-TRANSFER-EXIT
           END-IF.
           MOVE WS-NEW-BALANCE TO WS-FROM-NEW-BALANCE.

      *    Credit leg - the to-account, the amount as keyed, type CR.
      *    A failure here backs the debit leg out with it.
           MOVE WS-TO-ACCT-NO   TO WS-LEG-ACCT-NO.
           MOVE WS-XFER-AMOUNT  TO WS-LEG-AMOUNT.
           MOVE 'CR'            TO WS-LEG-TYPE.
           PERFORM 2000-POST-ONE-LEG.

           IF WS-INVALID-POST
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               PERFORM 1400-DEQ-ACCOUNTS
               PERFORM 0900-REDISPLAY-WITH-MSG
               GO TO 0400-POST-TRANSFER-EXIT
           END-IF.
           MOVE WS-NEW-BALANCE TO WS-TO-NEW-BALANCE.

           PERFORM 1400-DEQ-ACCOUNTS.

           PERFORM 1500-WRITE-AUDIT-LOG.

           MOVE WS-FROM-ACCT-NO     TO WS-CA-LAST-ACCT-NO.
           MOVE WS-FROM-NEW-BALANCE TO WS-BALANCE-EDIT.
           MOVE WS-BALANCE-EDIT     TO FROMBALO.
           MOVE WS-TO-NEW-BALANCE   TO WS-BALANCE-EDIT.
           MOVE WS-BALANCE-EDIT     TO TOBALO.
           MOVE 'TRANSFER POSTED - BOTH LEGS CARRY THE REFERENCE'
                                                  TO WS-SCREEN-MSG.
           PERFORM 0900-REDISPLAY-WITH-MSG.

       0400-POST-TRANSFER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Field edits - both accounts numeric, non-zero and different,   *
      * reference keyed (it is what ties the two legs together), and   *
      * amount parseable and above zero - the direction of a transfer  *
      * is the from/to order, not a sign.  First failure wins the      *
      * message line.                                                  *
      *----------------------------------------------------------------*
       1100-EDIT-SCREEN-FIELDS SECTION.

           IF FROMACI IS NOT NUMERIC
              OR FROMACI IS EQUAL TO ZERO
               SET WS-INVALID-POST TO TRUE
               MOVE 'INVALID FROM ACCOUNT NUMBER' TO WS-SCREEN-MSG
               MOVE ' INVALID ACCOUNT NUMBER' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               GO TO 1100-EDIT-SCREEN-FIELDS-EXIT
           END-IF.
           MOVE FROMACI TO WS-FROM-ACCT-NO.

           IF TOACI IS NOT NUMERIC
              OR TOACI IS EQUAL TO ZERO
               SET WS-INVALID-POST TO TRUE
               MOVE 'INVALID TO ACCOUNT NUMBER' TO WS-SCREEN-MSG
               MOVE ' INVALID ACCOUNT NUMBER' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               GO TO 1100-EDIT-SCREEN-FIELDS-EXIT
           END-IF.
           MOVE TOACI TO WS-TO-ACCT-NO.

           IF WS-FROM-ACCT-NO IS EQUAL TO WS-TO-ACCT-NO
               SET WS-INVALID-POST TO TRUE
               MOVE 'FROM AND TO ACCOUNTS MUST DIFFER' TO WS-SCREEN-MSG
               GO TO 1100-EDIT-SCREEN-FIELDS-EXIT
           END-IF.

           IF REFI IS EQUAL TO SPACES
              OR REFI IS EQUAL TO LOW-VALUES
               SET WS-INVALID-POST TO TRUE
               MOVE 'REFERENCE IS REQUIRED - IT LINKS BOTH LEGS'
                                                  TO WS-SCREEN-MSG
               GO TO 1100-EDIT-SCREEN-FIELDS-EXIT
           END-IF.

           MOVE AMTI TO WS-AMT-IN.
           PERFORM 1200-EDIT-AMOUNT.

           IF WS-INVALID-POST
               MOVE 'INVALID AMOUNT - KEY DIGITS AND ONE POINT'
                                                  TO WS-SCREEN-MSG
               GO TO 1100-EDIT-SCREEN-FIELDS-EXIT
           END-IF.

           IF WS-XFER-AMOUNT IS NOT GREATER THAN ZERO
               SET WS-INVALID-POST TO TRUE
               MOVE 'AMOUNT MUST BE GREATER THAN ZERO' TO WS-SCREEN-MSG
           END-IF.

       1100-EDIT-SCREEN-FIELDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Master check on one side of the transfer - the same gate       *
      * TRANPOST's 1150 puts on an adjustment.  Not on the master,     *
      * closed, frozen and dormant are all refused, naming the side.   *
      *----------------------------------------------------------------*
       1150-READ-ACCOUNT-MASTER SECTION.

           EXEC SQL
               SELECT ACCT_NAME, ACCT_STATUS
                 INTO :ACCT-NAME, :ACCT-STATUS
                 FROM PROD.ACCOUNTS
                WHERE ACCOUNT_NO = :WS-MASTER-ACCT-NO
           END-EXEC.

           MOVE SPACES TO WS-SCREEN-MSG.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO +100
                   SET WS-INVALID-POST TO TRUE
                   STRING WS-MASTER-SIDE DELIMITED BY SPACE
                          ' ACCOUNT NOT ON MASTER - NOTHING POSTED'
                                                  DELIMITED BY SIZE
                     INTO WS-SCREEN-MSG
                   MOVE ' POST TO ACCOUNT NOT ON MASTER'
                                                  TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
               WHEN SQLCODE IS NOT EQUAL TO ZERO
                   SET WS-INVALID-POST TO TRUE
                   MOVE 'DB2 ERROR READING MASTER - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON MASTER READ' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
               WHEN ACCT-STATUS IS EQUAL TO 'C'
                   SET WS-INVALID-POST TO TRUE
                   STRING WS-MASTER-SIDE DELIMITED BY SPACE
                          ' ACCOUNT CLOSED - NOTHING POSTED'
                                                  DELIMITED BY SIZE
                     INTO WS-SCREEN-MSG
               WHEN ACCT-STATUS IS EQUAL TO 'F'
                   SET WS-INVALID-POST TO TRUE
                   STRING WS-MASTER-SIDE DELIMITED BY SPACE
                          ' ACCOUNT FROZEN - NOTHING POSTED'
                                                  DELIMITED BY SIZE
                     INTO WS-SCREEN-MSG
               WHEN ACCT-STATUS IS EQUAL TO 'D'
                   SET WS-INVALID-POST TO TRUE
                   STRING WS-MASTER-SIDE DELIMITED BY SPACE
                          ' ACCOUNT DORMANT - REACTIVATE VIA TRMT FIRST'
                                                  DELIMITED BY SIZE
                     INTO WS-SCREEN-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1150-READ-ACCOUNT-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Builds WS-XFER-AMOUNT from the free-keyed WS-AMT-IN - the same *
      * edit TRANPOST puts on its adjustment amount.  The caller       *
      * refuses anything not above zero.                               *
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
                   OR WS-INVALID-POST.

           IF NOT WS-AMT-ANY-DIGIT
               SET WS-INVALID-POST TO TRUE
           END-IF.

           IF WS-INVALID-POST
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

           COMPUTE WS-XFER-AMOUNT = WS-AMT-DIGITS / 100.
           IF WS-AMT-NEGATIVE
               COMPUTE WS-XFER-AMOUNT = ZERO - WS-XFER-AMOUNT
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
                       SET WS-INVALID-POST TO TRUE
                   ELSE
                       MOVE WS-AMT-CH TO WS-AMT-SIGN-SW
                   END-IF
               WHEN WS-AMT-CH IS EQUAL TO '.'
                   IF WS-AMT-DEC-SEEN
                       SET WS-INVALID-POST TO TRUE
                   ELSE
                       SET WS-AMT-DEC-SEEN TO TRUE
                   END-IF
      *        TRANS-AMOUNT is DECIMAL(10,2) - at most 8 integer and
      *        2 decimal digits - so anything wider is rejected here
      *        rather than silently truncated by the arithmetic.
               WHEN WS-AMT-CH IS NUMERIC
                   IF (WS-AMT-DEC-SEEN
                       AND WS-AMT-DEC-COUNT IS NOT LESS THAN 2)
                      OR (NOT WS-AMT-DEC-SEEN
                          AND WS-AMT-INT-COUNT IS NOT LESS THAN 8)
                       SET WS-INVALID-POST TO TRUE
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
                   SET WS-INVALID-POST TO TRUE
           END-EVALUATE.

       1210-EDIT-AMOUNT-CHAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Account posting locks for both sides.  Always the lower        *
      * account number first: two transfers running opposite ways     *
      * between the same pair then queue on the same first lock        *
      * instead of each holding one and waiting on the other.  CICS    *
      * frees both at task end if anything abends before the DEQs.     *
      *----------------------------------------------------------------*
       1300-ENQ-ACCOUNTS SECTION.

           IF WS-FROM-ACCT-NO IS LESS THAN WS-TO-ACCT-NO
               MOVE WS-FROM-ACCT-NO TO WS-ENQ-LOW-ACCT-NO
               MOVE WS-TO-ACCT-NO   TO WS-ENQ-HIGH-ACCT-NO
           ELSE
               MOVE WS-TO-ACCT-NO   TO WS-ENQ-LOW-ACCT-NO
               MOVE WS-FROM-ACCT-NO TO WS-ENQ-HIGH-ACCT-NO
           END-IF.

           EXEC CICS ENQ RESOURCE(WS-ENQ-RESOURCE-LOW)
                     LENGTH(LENGTH OF WS-ENQ-RESOURCE-LOW)
           END-EXEC.
           EXEC CICS ENQ RESOURCE(WS-ENQ-RESOURCE-HIGH)
                     LENGTH(LENGTH OF WS-ENQ-RESOURCE-HIGH)
           END-EXEC.

       1300-ENQ-ACCOUNTS-EXIT.
           EXIT.

       1400-DEQ-ACCOUNTS SECTION.

           EXEC CICS DEQ RESOURCE(WS-ENQ-RESOURCE-HIGH)
                     LENGTH(LENGTH OF WS-ENQ-RESOURCE-HIGH)
           END-EXEC.
           EXEC CICS DEQ RESOURCE(WS-ENQ-RESOURCE-LOW)
                     LENGTH(LENGTH OF WS-ENQ-RESOURCE-LOW)
           END-EXEC.

       1400-DEQ-ACCOUNTS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Audit trail - one TRAU line per transfer with terminal, task   *
      * number, timestamp, both accounts, the amount and the shared    *
      * reference.                                                     *
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
           MOVE WS-FROM-ACCT-NO TO AM-FROM-ACCT-NO.
           MOVE WS-TO-ACCT-NO   TO AM-TO-ACCT-NO.
           MOVE WS-XFER-AMOUNT  TO AM-AMOUNT.
           MOVE REFI            TO AM-TRANS-REF.
           EXEC CICS WRITEQ TD
                     QUEUE('TRAU')
                     FROM(AUDIT-MSG)
                     LENGTH(LENGTH OF AUDIT-MSG)
           END-EXEC.

           PERFORM 1600-INSERT-AUDIT-ROW.

       1500-WRITE-AUDIT-LOG-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The same event as one PROD.AUDIT_LOG row.  The table has a     *
      * single account column, so it carries the from-account and the  *
      * to-account rides in the reference column as 'TO nnnnnnnnn' -   *
      * the same way TRANACCT carries its old>new status there.  The   *
      * shared reference itself is on both posted rows.  The task-end  *
      * syncpoint commits the row with both legs.  A failed insert is  *
      * logged but does not undo the transfer - the TRAU line above    *
      * still carries the event.                                       *
      *----------------------------------------------------------------*
       1600-INSERT-AUDIT-ROW SECTION.

           MOVE WS-TRANSID      TO AUD-TRAN-ID.
           MOVE WS-TERMID       TO AUD-TERM-ID.
           MOVE WS-FROM-ACCT-NO TO AUD-ACCOUNT-NO.
           MOVE 'TRANSFER'      TO AUD-ACTION.
           MOVE WS-XFER-AMOUNT  TO AUD-AMOUNT.
           MOVE WS-TO-ACCT-NO   TO WS-AT-TO-ACCT-NO.
           MOVE WS-AUDIT-TO-REF TO AUD-TRANS-REF.

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
      * Posts the leg in WS-LEG-WORK - read the account's latest row,  *
      * check the available balance on a debit, INSERT the next row.   *
      * A duplicate TRANS-ID means the upstream feed took the ID       *
      * between the read and the INSERT; re-read and try once more     *
      * before giving up, as TRANPOST does.                            *
      *----------------------------------------------------------------*
       2000-POST-ONE-LEG SECTION.

           PERFORM 2100-GET-PRIOR-BALANCE.
           IF WS-INVALID-POST
               GO TO 2000-POST-ONE-LEG-EXIT
           END-IF.

           PERFORM 2200-INSERT-LEG.

           IF WS-DUP-TRANS-ID
               PERFORM 2100-GET-PRIOR-BALANCE
               IF NOT WS-INVALID-POST
                   PERFORM 2200-INSERT-LEG
                   IF WS-DUP-TRANS-ID
                       SET WS-INVALID-POST TO TRUE
                       MOVE 'ACCOUNT BUSY - FEED ACTIVE, TRY AGAIN'
                                                  TO WS-SCREEN-MSG
                       MOVE ' TRANS ID COLLISION ON TRANSFER INSERT'
                                                  TO EM-DETAIL
                       PERFORM WRITE-ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.

       2000-POST-ONE-LEG-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Reads the leg account's latest posting - highest TRANS-ID -    *
      * for the stored BALANCE the leg builds on, and assigns the next *
      * TRANS-ID in that account's own sequence.  An account with no   *
      * history starts its sequence at 1 from a zero balance.          *
      *----------------------------------------------------------------*
       2100-GET-PRIOR-BALANCE SECTION.

           EXEC SQL
               SELECT TRANS_ID, BALANCE
                 INTO :TRANS-ID, :BALANCE
                 FROM PROD.TRANSACTIONS
                WHERE ACCOUNT_NO = :WS-LEG-ACCT-NO
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
                   SET WS-INVALID-POST TO TRUE
                   MOVE 'DB2 ERROR READING ACCOUNT - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON BALANCE READ' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           IF NOT WS-INVALID-POST
              AND WS-LEG-AMOUNT IS LESS THAN ZERO
               PERFORM 2150-CHECK-AVAILABLE-BALANCE
           END-IF.

       2100-GET-PRIOR-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The from-account's available balance - the prior stored       *
      * BALANCE less every hold still active today - must cover the    *
      * debit, the same test TRANPOST's 2050 makes.                    *
      *----------------------------------------------------------------*
       2150-CHECK-AVAILABLE-BALANCE SECTION.

           EXEC SQL
               SELECT COALESCE(SUM(HOLD_AMOUNT), 0)
                 INTO :WS-HOLD-TOTAL
                 FROM PROD.FUND_HOLD
                WHERE ACCOUNT_NO  = :WS-LEG-ACCT-NO
                  AND HOLD_STATUS = 'A'
                  AND EXPIRY_DATE >= CURRENT DATE
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               SET WS-INVALID-POST TO TRUE
               MOVE 'DB2 ERROR READING HOLDS - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
               MOVE ' DB2 ERROR ON FUND HOLD READ' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               GO TO 2150-CHECK-AVAILABLE-BALANCE-EXIT
           END-IF.

           COMPUTE WS-AVAIL-AFTER = WS-PRIOR-BALANCE - WS-HOLD-TOTAL
                                  + WS-LEG-AMOUNT.

           IF WS-AVAIL-AFTER IS LESS THAN ZERO
               SET WS-INVALID-POST TO TRUE
               MOVE 'INSUFFICIENT AVAILABLE BALANCE - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
           END-IF.

       2150-CHECK-AVAILABLE-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Writes one leg.  BALANCE is the prior stored balance plus the  *
      * signed leg amount, so each account's running balance chain     *
      * stays unbroken for TRANRECN.  Nothing commits here - the       *
      * task-end syncpoint takes both legs and the audit row together, *
      * and the caller rolls back if either leg fails.                 *
      *----------------------------------------------------------------*
       2200-INSERT-LEG SECTION.

           MOVE 'N' TO WS-DUP-ID-SW.
           COMPUTE WS-NEW-BALANCE = WS-PRIOR-BALANCE + WS-LEG-AMOUNT.

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

           MOVE WS-LEG-ACCT-NO    TO ACCOUNT-NO.
           MOVE WS-NEXT-TRANS-ID  TO TRANS-ID.
           MOVE WS-TRANS-DATE-ISO TO TRANS-DATE.
           MOVE REFI              TO TRANS-REF.
           MOVE WS-LEG-AMOUNT     TO TRANS-AMOUNT.
           MOVE WS-LEG-TYPE       TO TRANS-TYPE.
           MOVE WS-NEW-BALANCE    TO BALANCE.

           EXEC SQL
               INSERT INTO PROD.TRANSACTIONS
                      (ACCOUNT_NO, TRANS_ID, TRANS_DATE, TRANS_REF,
                       TRANS_AMOUNT, TRANS_TYPE, BALANCE)
               VALUES (:ACCOUNT-NO, :TRANS-ID, :TRANS-DATE, :TRANS-REF,
                       :TRANS-AMOUNT, :TRANS-TYPE, :BALANCE)
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   CONTINUE
               WHEN SQLCODE IS EQUAL TO -803
                   SET WS-DUP-TRANS-ID TO TRUE
               WHEN OTHER
                   SET WS-INVALID-POST TO TRUE
                   MOVE 'DB2 ERROR ON INSERT - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON TRANSFER INSERT' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

       2200-INSERT-LEG-EXIT.
           EXIT.

       0800-SEND-GOODBYE-MAP SECTION.

           MOVE 'TRANXFER - GOODBYE' TO MSGO.
           EXEC CICS SEND TEXT
                     FROM(MSGO)
                     LENGTH(LENGTH OF MSGO)
                     ERASE
                     FREEKB
           END-EXEC.

       0800-SEND-GOODBYE-MAP-EXIT.
           EXIT.

      * Redisplays the transfer screen with a status message - used
      * for an edit failure, a DB2 failure and the posted-OK
      * confirmation alike.
       0900-REDISPLAY-WITH-MSG SECTION.

           MOVE WS-SCREEN-MSG TO MSGO.
           EXEC CICS SEND MAP('TRANXSC')
                     MAPSET('TRANXFR')
                     FROM(TRANXSCO)
                     LENGTH(LENGTH OF TRANXSCO)
                     DATAONLY
           END-EXEC.

       0900-REDISPLAY-WITH-MSG-EXIT.
           EXIT.
