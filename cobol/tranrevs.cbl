       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANREVS.
      *----------------------------------------------------------------*
      * Online posting reversal.  A supervisor keys an account, the    *
      * TRANS ID of one of its postings, and a function code:          *
      *                                                                *
      *   I  INQUIRE - show the posting as PROD.TRANSACTIONS holds it  *
      *                and whether it is open to reversal              *
      *   R  REVERSE - post the exact offsetting amount against it     *
      *                                                                *
      * A reversal is a new row on the account carrying the original's *
      * TRANS-TYPE and its TRANS-AMOUNT negated, so the posting and    *
      * its reversal net to nothing on the account and under the same  *
      * type on the TRANGLEX journal.  Its TRANS-REF cites the         *
      * original's TRANS ID.  The row is posted exactly as TRANPOST    *
      * posts - the same open-account gate, the same 'TRANPOST-'       *
      * account ENQ, the next TRANS-ID with BALANCE chained from the   *
      * latest stored row, the available-balance check when the        *
      * reversal is a debit, one retry on a duplicate TRANS-ID - and   *
      * in the same unit of work the original-to-reversal link is      *
      * written to PROD.TRANS_REVERSAL (see REVLDCL) with the keyed    *
      * reason.  That link is what refuses a second reversal of the    *
      * same posting and any reversal of a reversal; it is also what   *
      * TRANHIST shows against each history row and what TRANDUPE     *
      * reads to list a reversed duplicate as resolved.  Only live     *
      * rows can be reversed - a posting TRANARCH has archived is      *
      * refused.  Every reversal is written to TRAU and                *
      * PROD.AUDIT_LOG.  Reversal runs under its own transaction ID    *
      * (TRRV) restricted to supervisors through transaction security. *
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
                                        VALUE 'TRANREVS------WS'.
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

      * Row layout for the PROD.TRANS_REVERSAL reversal linkage
           COPY REVLDCL.

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

      * Audit log entry - one per reversal posted, written to TD queue
      * TRAU in the same style as TRANPOST's posting audit, naming the
      * original and reversal TRANS IDs, the reversal amount and the
      * supervisor's reason.
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
           03 FILLER                   PIC X(6)  VALUE ' ORIG='.
           03 AM-ORIG-TRANS-ID         PIC 9(9)  VALUE ZERO.
           03 FILLER                   PIC X(5)  VALUE ' REV='.
           03 AM-REV-TRANS-ID          PIC 9(9)  VALUE ZERO.
           03 FILLER                   PIC X(5)  VALUE ' AMT='.
           03 AM-AMOUNT                PIC -(8)9.99.
           03 FILLER                   PIC X(5)  VALUE ' RSN='.
           03 AM-REASON                PIC X(20) VALUE SPACES.

      * Symbolic map for the TRANREVS reversal screen (TRANRSC in
      * mapset TRANRVS - see bms/tranrevs.bms).
           COPY TRANRVS.

       01 WS-ABSTIME                PIC S9(15) COMP-3.
       01 WS-CURRENT-DATE           PIC X(08).
       01 WS-TODAY-ISO.
           03 WS-TI-YYYY            PIC X(04).
           03 FILLER                PIC X(01) VALUE '-'.
           03 WS-TI-MM              PIC X(02).
           03 FILLER                PIC X(01) VALUE '-'.
           03 WS-TI-DD              PIC X(02).

      * Dedicated transaction ID for pulling TRANREVS's screen up
      * directly from the terminal - reversal access is controlled by
      * transaction security on this ID, so only supervisors get in.
       01 WS-ONLINE-TRANID         PIC X(04) VALUE 'TRRV'.
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
          88 WS-FUNC-INQUIRE       VALUE 'I'.
          88 WS-FUNC-REVERSE       VALUE 'R'.
          88 WS-FUNC-VALID         VALUE 'I' 'R'.

      * Where the keyed posting stands against PROD.TRANS_REVERSAL -
      * set by 1250-CHECK-REVERSAL-LINK.
       01 WS-LINK-STATUS           PIC X(01) VALUE SPACE.
          88 WS-NOT-REVERSED       VALUE 'N'.
          88 WS-ALREADY-REVERSED   VALUE 'R'.
          88 WS-IS-A-REVERSAL      VALUE 'V'.
       01 WS-LINKED-TRANS-ID        PIC S9(9) COMP VALUE ZERO.

      * Same lock resource TRANPOST takes around its balance read and
      * INSERT - a reversal posts through the same serialization.
       01 WS-ENQ-RESOURCE.
           03 FILLER                PIC X(09) VALUE 'TRANPOST-'.
           03 WS-ENQ-ACCT-NO        PIC 9(15).

       01 WS-ACCT-NO-NUM            PIC 9(15) VALUE ZERO.
       01 WS-ORIG-TRANS-ID          PIC S9(9) COMP VALUE ZERO.
       01 WS-USERID                 PIC X(08) VALUE SPACES.

      * The original posting as read, kept apart from DCLTRANSACTIONS
      * since the prior-balance read and the INSERT reuse those.
       01 WS-ORIGINAL.
           03 WS-ORIG-TRANS-DATE    PIC X(10).
           03 WS-ORIG-TRANS-REF     PIC X(20).
           03 WS-ORIG-AMOUNT        PIC S9(8)V9(2) COMP-3.
           03 WS-ORIG-TRANS-TYPE    PIC X(02).

       01 WS-REV-AMOUNT             PIC S9(8)V9(2) COMP-3 VALUE ZERO.
       01 WS-PRIOR-BALANCE          PIC S9(8)V9(2) COMP-3 VALUE ZERO.
       01 WS-NEW-BALANCE            PIC S9(8)V9(2) COMP-3 VALUE ZERO.
       01 WS-NEXT-TRANS-ID          PIC S9(9) COMP VALUE ZERO.
       01 WS-AMOUNT-EDIT            PIC -(7)9.99.
       01 WS-BALANCE-EDIT           PIC -(8)9.99.
       01 WS-ID-EDIT                PIC Z(8)9.

      * The reversal row's TRANS-REF - cites the original by TRANS ID
      * so the pair can be matched from the history alone.
       01 WS-REV-TRANS-REF.
           03 FILLER                PIC X(10) VALUE 'REV OF ID '.
           03 WS-RR-ORIG-ID         PIC 9(09).
           03 FILLER                PIC X(01) VALUE SPACE.

      * Available-balance check on a debit - the account's active
      * holds summed, and what would be left after the reversal.
       01 WS-HOLD-TOTAL             PIC S9(8)V9(2) COMP-3 VALUE ZERO.
       01 WS-AVAIL-AFTER            PIC S9(9)V9(2) COMP-3 VALUE ZERO.

      * Result-of-reversal status line for the screen.
       01 WS-POSTED-MSG.
           03 FILLER                PIC X(20)
                                     VALUE 'REVERSED - TRANS ID '.
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
           MOVE LOW-VALUES TO TRANRSCO.
           MOVE 'ENTER FUNCTION, ACCOUNT AND TRANS ID, THEN PRESS ENTER'
                                                             TO MSGO.
           EXEC CICS SEND MAP('TRANRSC')
                     MAPSET('TRANRVS')
                     FROM(TRANRSCO)
                     LENGTH(LENGTH OF TRANRSCO)
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
      * function and keys, then dispatch.  Either function ends with   *
      * the posting shown as it now stands.                            *
      *----------------------------------------------------------------*
       0400-PROCESS-FUNCTION SECTION.

           EXEC CICS RECEIVE MAP('TRANRSC')
                     MAPSET('TRANRVS')
                     INTO(TRANRSCI)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP-MAPFAIL
               MOVE 'ENTER FUNCTION, ACCOUNT AND TRANS ID'
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
                   PERFORM 2000-INQUIRE-POSTING
               WHEN WS-FUNC-REVERSE
                   PERFORM 2100-REVERSE-POSTING
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
      * Field edits - function I or R, account and TRANS ID numeric    *
      * and non-zero, and on a reversal a reason (it goes on the link  *
      * row and the audit trail).  First failure wins the message      *
      * line.  The display area is cleared so a failed request never   *
      * leaves the last posting on screen looking current.             *
      *----------------------------------------------------------------*
       1100-EDIT-SCREEN-FIELDS SECTION.

           PERFORM 1280-CLEAR-ORIGINAL.

           MOVE FUNCI TO WS-FUNCTION.
           IF NOT WS-FUNC-VALID
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'FUNCTION MUST BE I OR R' TO WS-SCREEN-MSG
               GO TO 1100-EDIT-SCREEN-FIELDS-EXIT
           END-IF.

           MOVE ZERO TO WS-ACCT-NO-NUM.
           IF ACCTNOI IS NOT NUMERIC
              OR ACCTNOI IS EQUAL TO ZERO
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'INVALID ACCOUNT NUMBER' TO WS-SCREEN-MSG
               MOVE ' INVALID ACCOUNT NUMBER' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               GO TO 1100-EDIT-SCREEN-FIELDS-EXIT
           END-IF.
           MOVE ACCTNOI TO WS-ACCT-NO-NUM.

           IF TRNIDI IS NOT NUMERIC
              OR TRNIDI IS EQUAL TO ZERO
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'KEY THE TRANS ID OF THE POSTING FROM THE HISTORY'
                                                  TO WS-SCREEN-MSG
               GO TO 1100-EDIT-SCREEN-FIELDS-EXIT
           END-IF.
           MOVE TRNIDI TO WS-ORIG-TRANS-ID.

      *    The map hands back LOW-VALUES for a reason left alone -
      *    normalized to spaces so the DB2 CHAR column and the blank
      *    test below both see the same thing.
           IF RRSNI IS EQUAL TO LOW-VALUES
               MOVE SPACES TO RRSNI
           END-IF.

           IF WS-FUNC-REVERSE
              AND RRSNI IS EQUAL TO SPACES
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'REASON IS REQUIRED TO REVERSE' TO WS-SCREEN-MSG
           END-IF.

       1100-EDIT-SCREEN-FIELDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Master check - the account must be on PROD.ACCOUNTS for either *
      * function.  A reversal posts, so it also takes TRANPOST's gate: *
      * closed, frozen and dormant accounts are refused.  An inquiry   *
      * on any of them is allowed.                                     *
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
                   GO TO 1150-READ-ACCOUNT-MASTER-EXIT
               WHEN SQLCODE IS NOT EQUAL TO ZERO
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'DB2 ERROR READING MASTER - NOTHING REVERSED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON MASTER READ' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
                   GO TO 1150-READ-ACCOUNT-MASTER-EXIT
               WHEN OTHER
                   MOVE ACCT-NAME TO ACCTNMO
           END-EVALUATE.

           IF WS-FUNC-INQUIRE
               GO TO 1150-READ-ACCOUNT-MASTER-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN ACCT-STATUS IS EQUAL TO 'C'
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'ACCOUNT CLOSED - NOTHING REVERSED'
                                                  TO WS-SCREEN-MSG
               WHEN ACCT-STATUS IS EQUAL TO 'F'
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'ACCOUNT FROZEN - NOTHING REVERSED'
                                                  TO WS-SCREEN-MSG
               WHEN ACCT-STATUS IS EQUAL TO 'D'
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'ACCOUNT DORMANT - REACTIVATE VIA TRMT FIRST'
                                                  TO WS-SCREEN-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1150-READ-ACCOUNT-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Reads the keyed posting off PROD.TRANSACTIONS.  A TRANS ID the *
      * live table does not hold is looked for on the TRANARCH archive *
      * only to give the supervisor the right message - an archived   *
      * posting is past reversing here.                                *
      *----------------------------------------------------------------*
       1200-READ-ORIGINAL SECTION.

           EXEC SQL
               SELECT TRANS_DATE, TRANS_REF, TRANS_AMOUNT, TRANS_TYPE
                 INTO :WS-ORIG-TRANS-DATE, :WS-ORIG-TRANS-REF,
                      :WS-ORIG-AMOUNT, :WS-ORIG-TRANS-TYPE
                 FROM PROD.TRANSACTIONS
                WHERE ACCOUNT_NO = :WS-ACCT-NO-NUM
                  AND TRANS_ID   = :WS-ORIG-TRANS-ID
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   CONTINUE
               WHEN SQLCODE IS EQUAL TO +100
                   SET WS-INVALID-REQUEST TO TRUE
                   EXEC SQL
                       SELECT TRANS_ID
                         INTO :TRANS-ID
                         FROM PROD.TRANSACTIONS_ARCH
                        WHERE ACCOUNT_NO = :WS-ACCT-NO-NUM
                          AND TRANS_ID   = :WS-ORIG-TRANS-ID
                   END-EXEC
                   IF SQLCODE IS EQUAL TO ZERO
                       MOVE 'POSTING IS ARCHIVED - CANNOT BE REVERSED'
                                                  TO WS-SCREEN-MSG
                   ELSE
                       MOVE 'NO SUCH POSTING ON THIS ACCOUNT'
                                                  TO WS-SCREEN-MSG
                   END-IF
               WHEN OTHER
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'DB2 ERROR READING POSTING - NOTHING REVERSED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON ORIGINAL POSTING READ'
                                                  TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

       1200-READ-ORIGINAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Looks the posting up on PROD.TRANS_REVERSAL from both sides -  *
      * as an original already reversed, or as the reversal of some    *
      * other posting.  A row is never both, since a reversal is never *
      * itself reversed, so the first link found settles it.           *
      *----------------------------------------------------------------*
       1250-CHECK-REVERSAL-LINK SECTION.

           SET WS-NOT-REVERSED TO TRUE.
           MOVE ZERO TO WS-LINKED-TRANS-ID.

           EXEC SQL
               SELECT ORIG_TRANS_ID, REV_TRANS_ID
                 INTO :RVL-ORIG-TRANS-ID, :RVL-REV-TRANS-ID
                 FROM PROD.TRANS_REVERSAL
                WHERE ACCOUNT_NO = :WS-ACCT-NO-NUM
                  AND (ORIG_TRANS_ID = :WS-ORIG-TRANS-ID
                       OR REV_TRANS_ID = :WS-ORIG-TRANS-ID)
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO +100
                   CONTINUE
               WHEN SQLCODE IS NOT EQUAL TO ZERO
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'DB2 ERROR READING REVERSALS - NOTHING REVERSED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON REVERSAL LINK READ' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
               WHEN RVL-ORIG-TRANS-ID IS EQUAL TO WS-ORIG-TRANS-ID
                   SET WS-ALREADY-REVERSED TO TRUE
                   MOVE RVL-REV-TRANS-ID TO WS-LINKED-TRANS-ID
               WHEN OTHER
                   SET WS-IS-A-REVERSAL TO TRUE
                   MOVE RVL-ORIG-TRANS-ID TO WS-LINKED-TRANS-ID
           END-EVALUATE.

       1250-CHECK-REVERSAL-LINK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Puts the original posting and where it stands on the screen.   *
      *----------------------------------------------------------------*
       1270-SHOW-ORIGINAL SECTION.

           MOVE WS-ORIG-TRANS-DATE TO OTDTO.
           MOVE WS-ORIG-TRANS-TYPE TO OTTYO.
           MOVE WS-ORIG-AMOUNT     TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT     TO OTAMO.
           MOVE WS-ORIG-TRANS-REF  TO OTRFO.
           MOVE SPACES             TO OTSTO.
           MOVE WS-LINKED-TRANS-ID TO WS-ID-EDIT.

           EVALUATE TRUE
               WHEN WS-ALREADY-REVERSED
                   STRING 'REVERSED BY TRANS ID ' DELIMITED BY SIZE
                          WS-ID-EDIT              DELIMITED BY SIZE
                     INTO OTSTO
               WHEN WS-IS-A-REVERSAL
                   STRING 'REVERSAL OF TRANS ID ' DELIMITED BY SIZE
                          WS-ID-EDIT              DELIMITED BY SIZE
                     INTO OTSTO
               WHEN OTHER
                   MOVE 'NOT REVERSED' TO OTSTO
           END-EVALUATE.

       1270-SHOW-ORIGINAL-EXIT.
           EXIT.

       1280-CLEAR-ORIGINAL SECTION.

           MOVE SPACES TO ACCTNMO.
           MOVE SPACES TO OTDTO.
           MOVE SPACES TO OTTYO.
           MOVE SPACES TO OTAMO.
           MOVE SPACES TO OTRFO.
           MOVE SPACES TO OTSTO.
           MOVE SPACES TO CURBALO.

       1280-CLEAR-ORIGINAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Account posting lock - see TRANPOST.  Held across the link     *
      * check as well as the balance read and INSERTs, so two          *
      * supervisors reversing the same posting at once cannot both     *
      * find it unreversed.                                            *
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
      * Audit trail - every reversal posted is recorded to TRAU with   *
      * terminal, task number, timestamp, account, both TRANS IDs, the *
      * reversal amount and the supervisor's reason.                   *
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
           MOVE WS-TASKNUM(2:6)  TO AM-REQUEST-ID.
           MOVE WS-TERMID        TO AM-TERMID.
           MOVE WS-ACCT-NO-NUM   TO AM-ACCT-NO.
           MOVE WS-ORIG-TRANS-ID TO AM-ORIG-TRANS-ID.
           MOVE WS-NEXT-TRANS-ID TO AM-REV-TRANS-ID.
           MOVE WS-REV-AMOUNT    TO AM-AMOUNT.
           MOVE RRSNI            TO AM-REASON.
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
      * compliance can query it through TRANAUDT.  The reference is    *
      * the reversal row's own TRANS-REF, which names the original.    *
      * The task-end syncpoint commits the row with the reversal       *
      * itself.  A failed insert is logged but does not undo the       *
      * reversal - the TRAU line above still carries it.               *
      *----------------------------------------------------------------*
       1600-INSERT-AUDIT-ROW SECTION.

           MOVE WS-TRANSID       TO AUD-TRAN-ID.
           MOVE WS-TERMID        TO AUD-TERM-ID.
           MOVE WS-ACCT-NO-NUM   TO AUD-ACCOUNT-NO.
           MOVE 'REVERSE'        TO AUD-ACTION.
           MOVE WS-REV-AMOUNT    TO AUD-AMOUNT.
           MOVE WS-REV-TRANS-REF TO AUD-TRANS-REF.

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
      * INQUIRE - shows the posting, whether it has been reversed or   *
      * is itself a reversal, and the account's current balance.       *
      * Inquiry changes nothing and is not audited.                    *
      *----------------------------------------------------------------*
       2000-INQUIRE-POSTING SECTION.

           PERFORM 1150-READ-ACCOUNT-MASTER.
           IF WS-INVALID-REQUEST
               GO TO 2000-INQUIRE-POSTING-EXIT
           END-IF.

           PERFORM 1200-READ-ORIGINAL.
           IF WS-INVALID-REQUEST
               GO TO 2000-INQUIRE-POSTING-EXIT
           END-IF.

           PERFORM 1250-CHECK-REVERSAL-LINK.
           IF WS-INVALID-REQUEST
               GO TO 2000-INQUIRE-POSTING-EXIT
           END-IF.

           PERFORM 1270-SHOW-ORIGINAL.

           PERFORM 2200-GET-PRIOR-BALANCE.
           IF WS-INVALID-REQUEST
               GO TO 2000-INQUIRE-POSTING-EXIT
           END-IF.
           MOVE WS-PRIOR-BALANCE TO WS-BALANCE-EDIT.
           MOVE WS-BALANCE-EDIT  TO CURBALO.

           EVALUATE TRUE
               WHEN WS-ALREADY-REVERSED
                   MOVE 'POSTING ALREADY REVERSED' TO WS-SCREEN-MSG
               WHEN WS-IS-A-REVERSAL
                   MOVE 'POSTING IS A REVERSAL - NOT REVERSIBLE'
                                                  TO WS-SCREEN-MSG
               WHEN OTHER
                   MOVE 'POSTING DISPLAYED - R WITH A REASON TO REVERSE'
                                                  TO WS-SCREEN-MSG
           END-EVALUATE.

       2000-INQUIRE-POSTING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * REVERSE - under the account ENQ, re-reads the posting and its  *
      * link (another supervisor may have got there first), posts the  *
      * offsetting row, and writes the link.  Either INSERT failing    *
      * rolls the other back, so a reversal never exists without its   *
      * link nor a link without its reversal.                          *
      *----------------------------------------------------------------*
       2100-REVERSE-POSTING SECTION.

           PERFORM 1150-READ-ACCOUNT-MASTER.
           IF WS-INVALID-REQUEST
               GO TO 2100-REVERSE-POSTING-EXIT
           END-IF.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

           PERFORM 1300-ENQ-ACCOUNT.

           PERFORM 1200-READ-ORIGINAL.
           IF WS-INVALID-REQUEST
               PERFORM 1400-DEQ-ACCOUNT
               GO TO 2100-REVERSE-POSTING-EXIT
           END-IF.

           PERFORM 1250-CHECK-REVERSAL-LINK.
           IF WS-INVALID-REQUEST
               PERFORM 1400-DEQ-ACCOUNT
               GO TO 2100-REVERSE-POSTING-EXIT
           END-IF.

           PERFORM 1270-SHOW-ORIGINAL.

           EVALUATE TRUE
               WHEN WS-ALREADY-REVERSED
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'POSTING ALREADY REVERSED - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
               WHEN WS-IS-A-REVERSAL
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'POSTING IS A REVERSAL - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
               WHEN WS-ORIG-AMOUNT IS EQUAL TO ZERO
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'ZERO-AMOUNT POSTING - NOTHING TO REVERSE'
                                                  TO WS-SCREEN-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-INVALID-REQUEST
               PERFORM 1400-DEQ-ACCOUNT
               GO TO 2100-REVERSE-POSTING-EXIT
           END-IF.

           COMPUTE WS-REV-AMOUNT = ZERO - WS-ORIG-AMOUNT.
           MOVE WS-ORIG-TRANS-ID TO WS-RR-ORIG-ID.

           PERFORM 2200-GET-PRIOR-BALANCE.
           IF WS-INVALID-REQUEST
               PERFORM 1400-DEQ-ACCOUNT
               GO TO 2100-REVERSE-POSTING-EXIT
           END-IF.

           PERFORM 2300-INSERT-REVERSAL.

      *    A duplicate TRANS-ID means the upstream feed took the ID
      *    between the read and the INSERT - re-read and try once more.
           IF WS-DUP-TRANS-ID
               PERFORM 2200-GET-PRIOR-BALANCE
               IF NOT WS-INVALID-REQUEST
                   PERFORM 2300-INSERT-REVERSAL
                   IF WS-DUP-TRANS-ID
                       SET WS-INVALID-REQUEST TO TRUE
                       MOVE 'ACCOUNT BUSY - FEED ACTIVE, TRY AGAIN'
                                                  TO WS-SCREEN-MSG
                       MOVE ' TRANS ID COLLISION ON REVERSAL INSERT'
                                                  TO EM-DETAIL
                       PERFORM WRITE-ERROR-MESSAGE
                   END-IF
               END-IF
           END-IF.

           IF WS-INVALID-REQUEST
               PERFORM 1400-DEQ-ACCOUNT
               GO TO 2100-REVERSE-POSTING-EXIT
           END-IF.

           PERFORM 2400-INSERT-REVERSAL-LINK.

           PERFORM 1400-DEQ-ACCOUNT.

           IF WS-INVALID-REQUEST
               GO TO 2100-REVERSE-POSTING-EXIT
           END-IF.

           PERFORM 1500-WRITE-AUDIT-LOG.

           SET WS-ALREADY-REVERSED TO TRUE.
           MOVE WS-NEXT-TRANS-ID TO WS-LINKED-TRANS-ID.
           PERFORM 1270-SHOW-ORIGINAL.
           MOVE WS-NEW-BALANCE   TO WS-BALANCE-EDIT.
           MOVE WS-BALANCE-EDIT  TO CURBALO.
           MOVE WS-NEXT-TRANS-ID TO WS-PM-TRANS-ID.
           MOVE WS-NEW-BALANCE   TO WS-PM-BALANCE.
           MOVE WS-POSTED-MSG    TO WS-SCREEN-MSG.

       2100-REVERSE-POSTING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Reads the account's latest posting for the stored BALANCE the  *
      * reversal builds on and assigns the next TRANS-ID - the same    *
      * read TRANPOST makes.  On a reversal that is a debit (reversing *
      * a credit) the available balance is checked as TRANPOST checks *
      * a debit adjustment.                                            *
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
                   MOVE 'DB2 ERROR READING ACCOUNT - NOTHING REVERSED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON BALANCE READ' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           IF NOT WS-INVALID-REQUEST
              AND WS-FUNC-REVERSE
              AND WS-REV-AMOUNT IS LESS THAN ZERO
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
               MOVE 'DB2 ERROR READING HOLDS - NOTHING REVERSED'
                                                  TO WS-SCREEN-MSG
               MOVE ' DB2 ERROR ON FUND HOLD READ' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               GO TO 2250-CHECK-AVAILABLE-BALANCE-EXIT
           END-IF.

           COMPUTE WS-AVAIL-AFTER = WS-PRIOR-BALANCE - WS-HOLD-TOTAL
                                  + WS-REV-AMOUNT.

           IF WS-AVAIL-AFTER IS LESS THAN ZERO
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'INSUFFICIENT AVAILABLE BALANCE - NOTHING REVERSED'
                                                  TO WS-SCREEN-MSG
           END-IF.

       2250-CHECK-AVAILABLE-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Writes the reversal row - the original's TRANS-TYPE, its       *
      * amount negated, a TRANS-REF naming the original, and BALANCE   *
      * chained from the prior stored balance.  The task-end syncpoint *
      * commits it together with the link row and the audit row.       *
      *----------------------------------------------------------------*
       2300-INSERT-REVERSAL SECTION.

           MOVE 'N' TO WS-DUP-ID-SW.
           COMPUTE WS-NEW-BALANCE = WS-PRIOR-BALANCE + WS-REV-AMOUNT.

           PERFORM 1050-GET-TODAY.

           MOVE WS-ACCT-NO-NUM     TO ACCOUNT-NO.
           MOVE WS-NEXT-TRANS-ID   TO TRANS-ID.
           MOVE WS-TODAY-ISO       TO TRANS-DATE.
           MOVE WS-REV-TRANS-REF   TO TRANS-REF.
           MOVE WS-REV-AMOUNT      TO TRANS-AMOUNT.
           MOVE WS-ORIG-TRANS-TYPE TO TRANS-TYPE.
           MOVE WS-NEW-BALANCE     TO BALANCE.

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
                   MOVE 'DB2 ERROR ON INSERT - NOTHING REVERSED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON REVERSAL INSERT' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-EVALUATE.

       2300-INSERT-REVERSAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Writes the original-to-reversal link.  The unique index on     *
      * (ACCOUNT_NO, ORIG_TRANS_ID) backs up the check made under the  *
      * ENQ: a -803 here means the posting was reversed after all, and *
      * the reversal row just written is rolled back with it.          *
      *----------------------------------------------------------------*
       2400-INSERT-REVERSAL-LINK SECTION.

           MOVE WS-ACCT-NO-NUM   TO RVL-ACCOUNT-NO.
           MOVE WS-ORIG-TRANS-ID TO RVL-ORIG-TRANS-ID.
           MOVE WS-NEXT-TRANS-ID TO RVL-REV-TRANS-ID.
           MOVE WS-REV-AMOUNT    TO RVL-REV-AMOUNT.
           MOVE RRSNI            TO RVL-REV-REASON.
           MOVE WS-USERID        TO RVL-REVERSED-BY.
           MOVE WS-TERMID        TO RVL-REVERSED-TERM.
           MOVE WS-TODAY-ISO     TO RVL-REVERSED-DATE.

           EXEC SQL
               INSERT INTO PROD.TRANS_REVERSAL
                      (ACCOUNT_NO, ORIG_TRANS_ID, REV_TRANS_ID,
                       REV_AMOUNT, REV_REASON, REVERSED_BY,
                       REVERSED_TERM, REVERSED_DATE)
               VALUES (:RVL-ACCOUNT-NO, :RVL-ORIG-TRANS-ID,
                       :RVL-REV-TRANS-ID, :RVL-REV-AMOUNT,
                       :RVL-REV-REASON, :RVL-REVERSED-BY,
                       :RVL-REVERSED-TERM, :RVL-REVERSED-DATE)
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   CONTINUE
               WHEN SQLCODE IS EQUAL TO -803
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'POSTING ALREADY REVERSED - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               WHEN OTHER
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'DB2 ERROR ON REVERSAL LINK - NOTHING POSTED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON REVERSAL LINK INSERT'
                                                  TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-EVALUATE.

       2400-INSERT-REVERSAL-LINK-EXIT.
           EXIT.

       0800-SEND-GOODBYE-MAP SECTION.

           MOVE 'TRANREVS - GOODBYE' TO MSGO.
           EXEC CICS SEND TEXT
                     FROM(MSGO)
                     LENGTH(LENGTH OF MSGO)
                     ERASE
                     FREEKB
           END-EXEC.

       0800-SEND-GOODBYE-MAP-EXIT.
           EXIT.

      * Redisplays the reversal screen with a status message - used
      * for an edit failure, a DB2 failure and the reversed-OK
      * confirmation alike.
       0900-REDISPLAY-WITH-MSG SECTION.

           MOVE WS-SCREEN-MSG TO MSGO.
           EXEC CICS SEND MAP('TRANRSC')
                     MAPSET('TRANRVS')
                     FROM(TRANRSCO)
                     LENGTH(LENGTH OF TRANRSCO)
                     DATAONLY
           END-EXEC.

       0900-REDISPLAY-WITH-MSG-EXIT.
           EXIT.
