       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANRELN.
      *----------------------------------------------------------------*
      * Customer relationship inquiry.  Given a customer number or a   *
      * tax ID, lists every account the customer is a party to (see    *
      * TRANCUST and PROD.ACCOUNT_PARTY) - the role held, the account  *
      * master's ACCT_STATUS and name, and the latest ledger BALANCE,  *
      * read the way TRANQURY reads it: the newest live row, else the  *
      * newest archived row, else zero.  Accounts are listed in        *
      * account-number order, 10 to a page, PF8 paging forward.        *
      *                                                                *
      * This shows a person's whole footprint with the bank, so it     *
      * runs under its own transaction ID (TRRL) restricted through    *
      * transaction security, and every inquiry is audited to TRAU and *
      * PROD.AUDIT_LOG the way TRANAUDT's searches are.                *
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
                                        VALUE 'TRANRELN------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).

      *----------------------------------------------------------------*
      * DB2 communications area                                        *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Row layout for the PROD.CUSTOMER customer master
           COPY CUSTDCL.

      * Row layout for the PROD.ACCOUNT_PARTY account-party roles
           COPY PRTYDCL.

      * Row layout for the PROD.ACCOUNTS account master
           COPY ACCTDCL.

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

      * Audit log entry - one per relationship inquiry, written to TD
      * queue TRAU in the same style as TRANAUDT's search audit.  The
      * customer number is recorded; the tax ID, if that was what was
      * keyed, is not.
       01  AUDIT-MSG.
           03 AM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 AM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' EXMPCMAN'.
           03 FILLER                   PIC X(11) VALUE ' REQUESTID='.
           03 AM-REQUEST-ID            PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(7)  VALUE ' TERM='.
           03 AM-TERMID                PIC X(4)  VALUE SPACES.
           03 FILLER                   PIC X(7)  VALUE ' CUST='.
           03 AM-CUST-NO               PIC 9(9)  VALUE ZERO.

      * Symbolic map for the TRANRELN inquiry screen (TRANRLC in
      * mapset TRANREL - see bms/tranreln.bms).
           COPY TRANREL.

       01 WS-ABSTIME                PIC S9(15) COMP-3.

      * Dedicated transaction ID - access is restricted by transaction
      * security on this ID.
       01 WS-ONLINE-TRANID         PIC X(04) VALUE 'TRRL'.
       01 WS-SCREEN-MSG            PIC X(60) VALUE SPACES.
       01 WS-END-CONVERSATION-SW   PIC X(01) VALUE 'N'.
          88 WS-END-CONVERSATION   VALUE 'Y'.

      * Pseudo-conversation state - the customer being listed and the
      * account number the current page ends on.  An account appears
      * once per customer (the party table's unique key), so the
      * account number alone is a safe continuation.
       01 WS-COMMAREA.
           03 WS-CA-CUST-NO         PIC S9(9) COMP VALUE ZERO.
           03 WS-CA-CONT-ACCT-NO    PIC S9(9) COMP VALUE ZERO.
           03 WS-CA-MORE-IND        PIC X(01) VALUE 'N'.
              88 WS-CA-MORE-ROWS    VALUE 'Y'.

      * EIBAID moved to a working field the same way TRANHIST does,
      * so condition-names can be hung off it.  Values are the
      * standard 3270 AID codes (no local copy of DFHAID in this
      * shop's copybook library).
       01 WS-AID                   PIC X(01).
          88 WS-AID-ENTER          VALUE X'7D'.
          88 WS-AID-CLEAR          VALUE X'6D'.
          88 WS-AID-PF3            VALUE X'F3'.
          88 WS-AID-PF8            VALUE X'F8'.

      * Holds the RESP code from the one RECEIVE MAP in this program.
      * Values are the standard CICS EIBRESP codes (no local copy of
      * DFHRESP in this shop's copybook library).
       01 WS-RESP                  PIC S9(08) COMP.
          88 WS-RESP-NORMAL        VALUE ZERO.
          88 WS-RESP-MAPFAIL       VALUE +36.

       01 WS-SWITCHES.
           03 WS-REQUEST-SW         PIC X(01) VALUE 'Y'.
              88 WS-VALID-REQUEST   VALUE 'Y'.
              88 WS-INVALID-REQUEST VALUE 'N'.

       01 WS-KEYED-TAX-ID           PIC X(11) VALUE SPACES.

      * One page of relationships - 11 fetched so the more-pages
      * indicator costs no second trip to DB2, 10 shown.
       01 WS-PAGE-WORK.
           03 WS-FETCH-COUNT        PIC S9(4) COMP VALUE ZERO.
           03 WS-MAX-FETCH          PIC S9(4) COMP VALUE 11.
           03 WS-PAGE-SIZE          PIC S9(4) COMP VALUE 10.
           03 WS-I                  PIC S9(4) COMP VALUE ZERO.
           03 WS-BALANCE-EDIT       PIC -(8)9.99.

      * Latest-balance work fields - DB2 host variables cannot be
      * subscripted, so each row's account is read through these.
       01 WS-BAL-ACCT-NO            PIC S9(9) COMP VALUE ZERO.
       01 WS-LEDGER-BAL-DB          PIC S9(8)V9(2) COMP-3 VALUE ZERO.

       01 WS-REL-TAB.
           03 WS-REL-ITEM OCCURS 11 TIMES.
              05 WS-REL-ACCT-NO     PIC S9(9) COMP.
              05 WS-REL-ROLE        PIC X(01).
                 88 WS-REL-PRIMARY     VALUE 'P'.
                 88 WS-REL-JOINT       VALUE 'J'.
                 88 WS-REL-SIGNATORY   VALUE 'S'.
                 88 WS-REL-TRUSTEE     VALUE 'T'.
              05 WS-REL-STATUS      PIC X(01).
              05 WS-REL-NAME        PIC X(30).
              05 WS-REL-BALANCE     PIC X(12).

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           03 CA-CUST-NO               PIC S9(9) COMP.
           03 CA-CONT-ACCT-NO          PIC S9(9) COMP.
           03 CA-MORE-IND              PIC X(01).
              88 CA-MORE-ROWS          VALUE 'Y'.

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

           INITIALIZE WS-COMMAREA.
           MOVE LOW-VALUES TO TRANRLCO.
           MOVE 'ENTER CUSTOMER NUMBER OR TAX ID, THEN PRESS ENTER'
                                                             TO MSGO.
           EXEC CICS SEND MAP('TRANRLC')
                     MAPSET('TRANREL')
                     FROM(TRANRLCO)
                     LENGTH(LENGTH OF TRANRLCO)
                     ERASE
           END-EXEC.
           EXEC CICS RETURN TRANSID(WS-ONLINE-TRANID)
                     COMMAREA(WS-COMMAREA)
                     LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       0200-SEND-INITIAL-MAP-EXIT.
           EXIT.

       0300-PROCESS-SCREEN-INPUT SECTION.

           MOVE 'N' TO WS-END-CONVERSATION-SW.
           MOVE EIBAID TO WS-AID.

           MOVE CA-CUST-NO      TO WS-CA-CUST-NO.
           MOVE CA-CONT-ACCT-NO TO WS-CA-CONT-ACCT-NO.
           MOVE CA-MORE-IND     TO WS-CA-MORE-IND.

           EVALUATE TRUE
               WHEN WS-AID-PF3
               WHEN WS-AID-CLEAR
                   PERFORM 0800-SEND-GOODBYE-MAP
                   MOVE 'Y' TO WS-END-CONVERSATION-SW
               WHEN WS-AID-ENTER
                   PERFORM 0400-RUN-NEW-INQUIRY
               WHEN WS-AID-PF8
                   PERFORM 0500-PAGE-FORWARD
               WHEN OTHER
                   MOVE 'INVALID KEY - USE ENTER, PF8 OR PF3'
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

       0400-RUN-NEW-INQUIRY SECTION.

           EXEC CICS RECEIVE MAP('TRANRLC')
                     MAPSET('TRANREL')
                     INTO(TRANRLCI)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP-MAPFAIL
               MOVE 'ENTER CUSTOMER NUMBER OR TAX ID' TO WS-SCREEN-MSG
               PERFORM 0900-REDISPLAY-WITH-MSG
               GO TO 0400-RUN-NEW-INQUIRY-EXIT
           END-IF.

           SET WS-VALID-REQUEST TO TRUE.
           PERFORM 1100-EDIT-SCREEN-FIELDS.

           IF WS-VALID-REQUEST
               PERFORM 1200-RESOLVE-CUSTOMER
           END-IF.

      *    A failed edit or lookup kills the prior inquiry's
      *    continuation too, so a PF8 cannot page on under another
      *    customer's name.
           IF WS-INVALID-REQUEST
               MOVE ZERO   TO WS-CA-CUST-NO
               MOVE ZERO   TO WS-CA-CONT-ACCT-NO
               MOVE 'N'    TO WS-CA-MORE-IND
               PERFORM 0900-REDISPLAY-WITH-MSG
               GO TO 0400-RUN-NEW-INQUIRY-EXIT
           END-IF.

           PERFORM 1500-WRITE-AUDIT-LOG.

           MOVE ZERO TO WS-CA-CONT-ACCT-NO.
           PERFORM 2000-FETCH-REL-PAGE.

           IF WS-FETCH-COUNT IS EQUAL TO ZERO
               MOVE 'CUSTOMER IS NOT A PARTY TO ANY ACCOUNT'
                                                  TO WS-SCREEN-MSG
               MOVE 'N' TO WS-CA-MORE-IND
           END-IF.
           PERFORM 0700-SEND-RESULTS-MAP.

       0400-RUN-NEW-INQUIRY-EXIT.
           EXIT.

       0500-PAGE-FORWARD SECTION.

           IF WS-CA-CUST-NO IS EQUAL TO ZERO
               MOVE 'ENTER CUSTOMER NUMBER OR TAX ID FIRST'
                                                  TO WS-SCREEN-MSG
               PERFORM 0900-REDISPLAY-WITH-MSG
           ELSE
               IF WS-CA-MORE-ROWS
                   PERFORM 2000-FETCH-REL-PAGE
                   PERFORM 0700-SEND-RESULTS-MAP
               ELSE
                   MOVE 'NO MORE ACCOUNTS' TO WS-SCREEN-MSG
                   PERFORM 0900-REDISPLAY-WITH-MSG
               END-IF
           END-IF.

       0500-PAGE-FORWARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Redraws the relationship grid from the page just fetched.  A   *
      * PF8 page re-reads the customer row so the heading stays        *
      * filled even though only the customer number is carried.        *
      *----------------------------------------------------------------*
       0700-SEND-RESULTS-MAP SECTION.

           IF WS-AID-PF8
               PERFORM 1250-READ-CUSTOMER
           END-IF.
           MOVE WS-CA-CUST-NO   TO CUSTNOO.
           MOVE CUST-TAX-ID     TO TAXIDO.
           MOVE CUST-LEGAL-NAME TO LNAMEO.
           MOVE CUST-BIRTH-DATE TO DOBO.

           IF WS-SCREEN-MSG IS EQUAL TO SPACES
               IF WS-CA-MORE-ROWS
                   MOVE 'MORE ACCOUNTS - PF8 FOR NEXT PAGE'
                                                  TO WS-SCREEN-MSG
               ELSE
                   MOVE 'END OF ACCOUNTS' TO WS-SCREEN-MSG
               END-IF
           END-IF.
           MOVE WS-SCREEN-MSG TO MSGO.

           PERFORM 0710-MOVE-REL-TO-MAP
              VARYING WS-I FROM 1 BY 1 UNTIL WS-I IS GREATER THAN 10.

           EXEC CICS SEND MAP('TRANRLC')
                     MAPSET('TRANREL')
                     FROM(TRANRLCO)
                     LENGTH(LENGTH OF TRANRLCO)
                     DATAONLY
           END-EXEC.

       0700-SEND-RESULTS-MAP-EXIT.
           EXIT.

       0710-MOVE-REL-TO-MAP SECTION.

           IF WS-I IS LESS THAN OR EQUAL TO WS-FETCH-COUNT
               MOVE WS-REL-ACCT-NO(WS-I) TO RLACO(WS-I)
               EVALUATE TRUE
                   WHEN WS-REL-PRIMARY(WS-I)
                       MOVE 'PRIMARY'   TO RLRLO(WS-I)
                   WHEN WS-REL-JOINT(WS-I)
                       MOVE 'JOINT'     TO RLRLO(WS-I)
                   WHEN WS-REL-SIGNATORY(WS-I)
                       MOVE 'SIGNATORY' TO RLRLO(WS-I)
                   WHEN WS-REL-TRUSTEE(WS-I)
                       MOVE 'TRUSTEE'   TO RLRLO(WS-I)
                   WHEN OTHER
                       MOVE WS-REL-ROLE(WS-I) TO RLRLO(WS-I)
               END-EVALUATE
               MOVE WS-REL-STATUS(WS-I)  TO RLSTO(WS-I)
               MOVE WS-REL-NAME(WS-I)    TO RLNMO(WS-I)
               MOVE WS-REL-BALANCE(WS-I) TO RLBLO(WS-I)
           ELSE
               MOVE SPACES TO RLACO(WS-I) RLRLO(WS-I) RLSTO(WS-I)
                              RLNMO(WS-I) RLBLO(WS-I)
           END-IF.

       0710-MOVE-REL-TO-MAP-EXIT.
           EXIT.

       0800-SEND-GOODBYE-MAP SECTION.

           MOVE 'TRANRELN - GOODBYE' TO MSGO.
           EXEC CICS SEND TEXT
                     FROM(MSGO)
                     LENGTH(LENGTH OF MSGO)
                     ERASE
                     FREEKB
           END-EXEC.

       0800-SEND-GOODBYE-MAP-EXIT.
           EXIT.

      * Redisplays the screen with a status message, without going
      * back to DB2 - used for edit failures and ends of paging.
       0900-REDISPLAY-WITH-MSG SECTION.

           MOVE WS-SCREEN-MSG TO MSGO.
           EXEC CICS SEND MAP('TRANRLC')
                     MAPSET('TRANREL')
                     FROM(TRANRLCO)
                     LENGTH(LENGTH OF TRANRLCO)
                     DATAONLY
           END-EXEC.

       0900-REDISPLAY-WITH-MSG-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Field edits - a customer number or a tax ID, not both and not  *
      * neither.  The customer number must be numeric when keyed.      *
      *----------------------------------------------------------------*
       1100-EDIT-SCREEN-FIELDS SECTION.

           MOVE ZERO   TO WS-CA-CUST-NO.
           MOVE SPACES TO WS-KEYED-TAX-ID.

           IF CUSTNOI IS NOT EQUAL TO SPACES
              AND CUSTNOI IS NOT EQUAL TO LOW-VALUES
               IF CUSTNOI IS NUMERIC
                  AND CUSTNOI IS NOT EQUAL TO ZERO
                   MOVE CUSTNOI TO WS-CA-CUST-NO
               ELSE
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'INVALID CUSTOMER NUMBER' TO WS-SCREEN-MSG
                   GO TO 1100-EDIT-SCREEN-FIELDS-EXIT
               END-IF
           END-IF.

           IF TAXIDI IS NOT EQUAL TO SPACES
              AND TAXIDI IS NOT EQUAL TO LOW-VALUES
               MOVE TAXIDI TO WS-KEYED-TAX-ID
           END-IF.

           IF WS-CA-CUST-NO IS EQUAL TO ZERO
              AND WS-KEYED-TAX-ID IS EQUAL TO SPACES
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'KEY A CUSTOMER NUMBER OR A TAX ID' TO WS-SCREEN-MSG
               GO TO 1100-EDIT-SCREEN-FIELDS-EXIT
           END-IF.

           IF WS-CA-CUST-NO IS NOT EQUAL TO ZERO
              AND WS-KEYED-TAX-ID IS NOT EQUAL TO SPACES
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'KEY A CUSTOMER NUMBER OR A TAX ID, NOT BOTH'
                                                  TO WS-SCREEN-MSG
           END-IF.

       1100-EDIT-SCREEN-FIELDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Finds the customer by whichever key was given.  A tax ID is    *
      * turned into its customer number here; from then on the        *
      * inquiry and its paging run on the customer number alone.       *
      *----------------------------------------------------------------*
       1200-RESOLVE-CUSTOMER SECTION.

           IF WS-CA-CUST-NO IS EQUAL TO ZERO
               EXEC SQL
                   SELECT CUSTOMER_NO
                     INTO :CUST-CUSTOMER-NO
                     FROM PROD.CUSTOMER
                    WHERE TAX_ID = :WS-KEYED-TAX-ID
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE IS EQUAL TO ZERO
                       MOVE CUST-CUSTOMER-NO TO WS-CA-CUST-NO
                   WHEN SQLCODE IS EQUAL TO +100
                       SET WS-INVALID-REQUEST TO TRUE
                       MOVE 'NO CUSTOMER HOLDS THAT TAX ID'
                                                  TO WS-SCREEN-MSG
                       GO TO 1200-RESOLVE-CUSTOMER-EXIT
                   WHEN OTHER
                       SET WS-INVALID-REQUEST TO TRUE
                       MOVE 'DB2 ERROR READING CUSTOMER'
                                                  TO WS-SCREEN-MSG
                       MOVE ' DB2 ERROR ON TAX ID LOOKUP' TO EM-DETAIL
                       PERFORM WRITE-ERROR-MESSAGE
                       GO TO 1200-RESOLVE-CUSTOMER-EXIT
               END-EVALUATE
           END-IF.

           PERFORM 1250-READ-CUSTOMER.

       1200-RESOLVE-CUSTOMER-EXIT.
           EXIT.

       1250-READ-CUSTOMER SECTION.

           EXEC SQL
               SELECT LEGAL_NAME, TAX_ID, BIRTH_DATE
                 INTO :CUST-LEGAL-NAME, :CUST-TAX-ID, :CUST-BIRTH-DATE
                 FROM PROD.CUSTOMER
                WHERE CUSTOMER_NO = :WS-CA-CUST-NO
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   CONTINUE
               WHEN SQLCODE IS EQUAL TO +100
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE SPACES TO CUST-LEGAL-NAME CUST-TAX-ID
                                  CUST-BIRTH-DATE
                   MOVE 'CUSTOMER NOT ON MASTER' TO WS-SCREEN-MSG
               WHEN OTHER
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE SPACES TO CUST-LEGAL-NAME CUST-TAX-ID
                                  CUST-BIRTH-DATE
                   MOVE 'DB2 ERROR READING CUSTOMER' TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON CUSTOMER READ' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

       1250-READ-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Audit trail - who looked up which customer, to TRAU and to the *
      * audit table.  The row is filed under account zero with the    *
      * customer number in the reference column.                       *
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
           MOVE WS-CA-CUST-NO   TO AM-CUST-NO.
           EXEC CICS WRITEQ TD
                     QUEUE('TRAU')
                     FROM(AUDIT-MSG)
                     LENGTH(LENGTH OF AUDIT-MSG)
           END-EXEC.

           MOVE WS-TRANSID     TO AUD-TRAN-ID.
           MOVE WS-TERMID      TO AUD-TERM-ID.
           MOVE ZERO           TO AUD-ACCOUNT-NO.
           MOVE 'RELINQ'       TO AUD-ACTION.
           MOVE ZERO           TO AUD-AMOUNT.
           MOVE SPACES         TO AUD-TRANS-REF.
           STRING 'CUST '      DELIMITED BY SIZE
                  AM-CUST-NO   DELIMITED BY SIZE
             INTO AUD-TRANS-REF.

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

       1500-WRITE-AUDIT-LOG-EXIT.
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
      * One page of the customer's accounts in account-number order    *
      * from the continuation - 11 fetched so the more-pages indicator *
      * needs no second cursor, 10 shown.  The balance of each shown   *
      * row is read once the cursor is closed.                         *
      *----------------------------------------------------------------*
       2000-FETCH-REL-PAGE SECTION.

           MOVE ZERO TO WS-FETCH-COUNT.
           MOVE SPACES TO WS-SCREEN-MSG.

           EXEC SQL
               DECLARE TRANREL CURSOR FOR
               SELECT P.ACCOUNT_NO, P.PARTY_ROLE, A.ACCT_STATUS,
                      A.ACCT_NAME
                 FROM PROD.ACCOUNT_PARTY P
                      INNER JOIN PROD.ACCOUNTS A
                         ON A.ACCOUNT_NO = P.ACCOUNT_NO
                WHERE P.CUSTOMER_NO = :WS-CA-CUST-NO
                  AND P.ACCOUNT_NO  > :WS-CA-CONT-ACCT-NO
                ORDER BY P.ACCOUNT_NO ASC
                FETCH FIRST 11 ROWS ONLY
           END-EXEC.

           EXEC SQL OPEN TRANREL END-EXEC.

           PERFORM 2100-FETCH-REL-ROW
              UNTIL SQLCODE IS NOT EQUAL TO ZERO
                 OR WS-FETCH-COUNT IS EQUAL TO WS-MAX-FETCH.

           EXEC SQL CLOSE TRANREL END-EXEC.

           IF WS-FETCH-COUNT IS GREATER THAN WS-PAGE-SIZE
               MOVE 'Y' TO WS-CA-MORE-IND
               SUBTRACT 1 FROM WS-FETCH-COUNT
           ELSE
               MOVE 'N' TO WS-CA-MORE-IND
           END-IF.

           IF WS-FETCH-COUNT IS GREATER THAN ZERO
               MOVE WS-REL-ACCT-NO(WS-FETCH-COUNT)
                                          TO WS-CA-CONT-ACCT-NO
               PERFORM 2200-GET-LATEST-BALANCE
                  VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I IS GREATER THAN WS-FETCH-COUNT
           END-IF.

       2000-FETCH-REL-PAGE-EXIT.
           EXIT.

       2100-FETCH-REL-ROW SECTION.

           EXEC SQL
               FETCH TRANREL
                INTO :PTY-ACCOUNT-NO, :PTY-PARTY-ROLE, :ACCT-STATUS,
                     :ACCT-NAME
           END-EXEC.

           IF SQLCODE IS EQUAL TO ZERO
               ADD 1 TO WS-FETCH-COUNT
               IF WS-FETCH-COUNT IS NOT GREATER THAN WS-MAX-FETCH
                   MOVE PTY-ACCOUNT-NO TO WS-REL-ACCT-NO(WS-FETCH-COUNT)
                   MOVE PTY-PARTY-ROLE TO WS-REL-ROLE(WS-FETCH-COUNT)
                   MOVE ACCT-STATUS    TO WS-REL-STATUS(WS-FETCH-COUNT)
                   MOVE ACCT-NAME      TO WS-REL-NAME(WS-FETCH-COUNT)
               END-IF
           END-IF.

       2100-FETCH-REL-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Latest ledger BALANCE for one listed account - the newest live *
      * posting's running balance, else the newest archived one (the   *
      * account has been fully archived), else zero (never posted).    *
      *----------------------------------------------------------------*
       2200-GET-LATEST-BALANCE SECTION.

           MOVE WS-REL-ACCT-NO(WS-I) TO WS-BAL-ACCT-NO.
           MOVE ZERO TO WS-LEDGER-BAL-DB.

           EXEC SQL
               SELECT BALANCE
                 INTO :WS-LEDGER-BAL-DB
                 FROM PROD.TRANSACTIONS
                WHERE ACCOUNT_NO = :WS-BAL-ACCT-NO
                ORDER BY TRANS_ID DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               MOVE ZERO TO WS-LEDGER-BAL-DB
               IF SQLCODE IS EQUAL TO +100
                   EXEC SQL
                       SELECT BALANCE
                         INTO :WS-LEDGER-BAL-DB
                         FROM PROD.TRANSACTIONS_ARCH
                        WHERE ACCOUNT_NO = :WS-BAL-ACCT-NO
                        ORDER BY TRANS_ID DESC
                        FETCH FIRST 1 ROW ONLY
                   END-EXEC
                   IF SQLCODE IS NOT EQUAL TO ZERO
                       MOVE ZERO TO WS-LEDGER-BAL-DB
                   END-IF
               END-IF
           END-IF.

           MOVE WS-LEDGER-BAL-DB TO WS-BALANCE-EDIT.
           MOVE WS-BALANCE-EDIT  TO WS-REL-BALANCE(WS-I).

       2200-GET-LATEST-BALANCE-EXIT.
           EXIT.
