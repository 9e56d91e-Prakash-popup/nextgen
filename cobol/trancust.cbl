       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANCUST.
      *----------------------------------------------------------------*
      * Online customer (party) maintenance.  PROD.ACCOUNTS carries a  *
      * name and address per account, but nothing says that the same  *
      * person owns one account, is joint on another and signs on a   *
      * third.  PROD.CUSTOMER (see CUSTDCL) is the customer master -   *
      * legal name, tax ID, date of birth and contact address - and    *
      * PROD.ACCOUNT_PARTY (see PRTYDCL) the role each customer holds  *
      * on each account.  This screen maintains both.  A supervisor    *
      * keys a function code:                                          *
      *                                                                *
      *   I  INQUIRE - display the customer as the master carries it   *
      *   A  ADD     - add a new customer                              *
      *   U  UPDATE  - change the name/tax ID/birth date/address block *
      *   L  LINK    - put the customer on an account with a role      *
      *   R  ROLE    - change the customer's role on an account        *
      *   D  DELINK  - take the customer off an account                *
      *                                                                *
      * Roles are P(rimary), J(oint), S(ignatory) and T(rustee); an    *
      * account has at most one primary, and the primary cannot be    *
      * delinked until another role has been given to it.  A tax ID    *
      * belongs to one customer only.  Every change is written to the  *
      * TRAU audit queue and PROD.AUDIT_LOG the way TRANACCT's master  *
      * changes are.  TRANRELN is the inquiry over what this screen    *
      * builds.  Maintenance runs under its own transaction ID (TRCM)  *
      * restricted to supervisors through transaction security.        *
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
                                        VALUE 'TRANCUST------WS'.
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

      * Audit log entry - one per customer or account-party change,
      * written to TD queue TRAU in the same style as TRANACCT's.  The
      * function word says what was done; for a role change the old
      * and new role bytes are carried.  The tax ID and birth date
      * are not written to the queue.
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
           03 FILLER                   PIC X(7)  VALUE ' ACCT='.
           03 AM-ACCT-NO               PIC 9(15) VALUE ZERO.
           03 FILLER                   PIC X(6)  VALUE ' FUNC='.
           03 AM-FUNCTION              PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X(5)  VALUE ' OLD='.
           03 AM-OLD-ROLE              PIC X(1)  VALUE SPACE.
           03 FILLER                   PIC X(5)  VALUE ' NEW='.
           03 AM-NEW-ROLE              PIC X(1)  VALUE SPACE.

      * Symbolic map for the TRANCUST maintenance screen (TRANCSC in
      * mapset TRANCUS - see bms/trancust.bms).
           COPY TRANCUS.

       01 WS-ABSTIME                PIC S9(15) COMP-3.
       01 WS-CURRENT-DATE           PIC X(08).
       01 WS-TODAY-ISO.
           03 WS-TI-YYYY            PIC X(04).
           03 FILLER                PIC X(01) VALUE '-'.
           03 WS-TI-MM              PIC X(02).
           03 FILLER                PIC X(01) VALUE '-'.
           03 WS-TI-DD              PIC X(02).

      * Dedicated transaction ID for pulling TRANCUST's screen up
      * directly from the terminal - maintenance access is controlled
      * by transaction security on this ID, so only supervisors get in.
       01 WS-ONLINE-TRANID         PIC X(04) VALUE 'TRCM'.
       01 WS-SCREEN-MSG            PIC X(60) VALUE SPACES.
       01 WS-END-CONVERSATION-SW   PIC X(01) VALUE 'N'.
          88 WS-END-CONVERSATION   VALUE 'Y'.

      * Pseudo-conversation state carried between sends - nothing is
      * remembered beyond what keeps the next RETURN TRANSID honest.
       01 WS-COMMAREA.
           03 WS-CA-LAST-CUST-NO    PIC 9(09) VALUE ZERO.

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
           03 WS-CUSTOMER-SW        PIC X(01) VALUE 'N'.
              88 WS-CUST-ON-MASTER  VALUE 'Y'.
           03 WS-PARTY-SW           PIC X(01) VALUE 'N'.
              88 WS-PARTY-ON-FILE   VALUE 'Y'.

       01 WS-FUNCTION              PIC X(01) VALUE SPACE.
          88 WS-FUNC-INQUIRE       VALUE 'I'.
          88 WS-FUNC-ADD           VALUE 'A'.
          88 WS-FUNC-UPDATE        VALUE 'U'.
          88 WS-FUNC-LINK          VALUE 'L'.
          88 WS-FUNC-ROLE          VALUE 'R'.
          88 WS-FUNC-DELINK        VALUE 'D'.
          88 WS-FUNC-PARTY         VALUE 'L' 'R' 'D'.
          88 WS-FUNC-VALID         VALUE 'I' 'A' 'U' 'L' 'R' 'D'.

       01 WS-CUST-NO-NUM            PIC 9(09) VALUE ZERO.
       01 WS-ACCT-NO-NUM            PIC 9(15) VALUE ZERO.
       01 WS-NEW-ROLE               PIC X(01) VALUE SPACE.
          88 WS-NEW-ROLE-VALID      VALUE 'P' 'J' 'S' 'T'.
          88 WS-NEW-ROLE-PRIMARY    VALUE 'P'.
       01 WS-OLD-ROLE               PIC X(01) VALUE SPACE.
          88 WS-OLD-ROLE-PRIMARY    VALUE 'P'.
       01 WS-OTHER-CUST-NO          PIC S9(9) COMP VALUE ZERO.
       01 WS-ID-EDIT                PIC Z(8)9.

      * Date-of-birth edit - the keyed YYYY-MM-DD broken into its
      * parts for the range checks.
       01 WS-DOB-WORK.
           03 WS-DOB-YYYY           PIC X(04).
           03 WS-DOB-SEP1           PIC X(01).
           03 WS-DOB-MM             PIC X(02).
           03 WS-DOB-SEP2           PIC X(01).
           03 WS-DOB-DD             PIC X(02).
       01 WS-DOB-MM-NUM             PIC 9(02) VALUE ZERO.
       01 WS-DOB-DD-NUM             PIC 9(02) VALUE ZERO.

      * Audit reference - the customer number, plus the old and new
      * role bytes on an account-party change.
       01 WS-AUDIT-REF.
           03 FILLER                PIC X(05) VALUE 'CUST '.
           03 WS-AR-CUST-NO         PIC 9(09).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-AR-OLD-ROLE        PIC X(01).
           03 WS-AR-ARROW           PIC X(01).
           03 WS-AR-NEW-ROLE        PIC X(01).
           03 FILLER                PIC X(02) VALUE SPACES.

      * Result-of-role-change message for the screen.
       01 WS-ROLE-MSG.
           03 FILLER                PIC X(20)
                                     VALUE 'ROLE CHANGED FROM '''.
           03 WS-RM-OLD             PIC X(01).
           03 FILLER                PIC X(06) VALUE ''' TO '''.
           03 WS-RM-NEW             PIC X(01).
           03 FILLER                PIC X(01) VALUE ''''.
           03 FILLER                PIC X(31) VALUE SPACES.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           03 CA-LAST-CUST-NO          PIC 9(09).

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

           MOVE ZERO TO WS-CA-LAST-CUST-NO.
           MOVE LOW-VALUES TO TRANCSCO.
           MOVE 'ENTER FUNCTION AND CUSTOMER NUMBER, THEN PRESS ENTER'
                                                             TO MSGO.
           EXEC CICS SEND MAP('TRANCSC')
                     MAPSET('TRANCUS')
                     FROM(TRANCSCO)
                     LENGTH(LENGTH OF TRANCSCO)
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
      * processes one maintenance function; PF3/CLEAR leaves.          *
      *----------------------------------------------------------------*
       0300-PROCESS-SCREEN-INPUT SECTION.

           MOVE 'N' TO WS-END-CONVERSATION-SW.
           MOVE EIBAID TO WS-AID.
           MOVE CA-LAST-CUST-NO TO WS-CA-LAST-CUST-NO.

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
      * One ENTER is one complete maintenance attempt - receive the    *
      * map, edit the function and keys, then dispatch.  Any edit      *
      * failure redisplays with a message and changes nothing.         *
      *----------------------------------------------------------------*
       0400-PROCESS-FUNCTION SECTION.

           EXEC CICS RECEIVE MAP('TRANCSC')
                     MAPSET('TRANCUS')
                     INTO(TRANCSCI)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP-MAPFAIL
               MOVE 'ENTER FUNCTION AND CUSTOMER NUMBER'
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
                   PERFORM 2000-INQUIRE-CUSTOMER
               WHEN WS-FUNC-ADD
                   PERFORM 2100-ADD-CUSTOMER
               WHEN WS-FUNC-UPDATE
                   PERFORM 2200-UPDATE-CUSTOMER
               WHEN WS-FUNC-LINK
                   PERFORM 3000-LINK-ACCOUNT
               WHEN WS-FUNC-ROLE
                   PERFORM 3100-CHANGE-ROLE
               WHEN WS-FUNC-DELINK
                   PERFORM 3200-DELINK-ACCOUNT
           END-EVALUATE.

           MOVE WS-CUST-NO-NUM TO WS-CA-LAST-CUST-NO.
           PERFORM 0900-REDISPLAY-WITH-MSG.

       0400-PROCESS-FUNCTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Field edits - function one of the six codes, customer number   *
      * numeric and non-zero, and on the account-party functions an    *
      * account number too.  The customer block edits (name, tax ID,   *
      * birth date) sit in 1200 and run only for A and U.  First       *
      * failure wins the message line.                                 *
      *----------------------------------------------------------------*
       1100-EDIT-SCREEN-FIELDS SECTION.

           MOVE FUNCI TO WS-FUNCTION.
           IF NOT WS-FUNC-VALID
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'FUNCTION MUST BE I, A, U, L, R OR D'
                                                  TO WS-SCREEN-MSG
               GO TO 1100-EDIT-SCREEN-FIELDS-EXIT
           END-IF.

           IF CUSTNOI IS NOT NUMERIC
              OR CUSTNOI IS EQUAL TO ZERO
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'INVALID CUSTOMER NUMBER' TO WS-SCREEN-MSG
               MOVE ' INVALID CUSTOMER NUMBER' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               GO TO 1100-EDIT-SCREEN-FIELDS-EXIT
           END-IF.
           MOVE CUSTNOI TO WS-CUST-NO-NUM.

      *    The map hands back LOW-VALUES for fields the supervisor
      *    left alone - normalized to spaces here once, so the DB2
      *    CHAR columns and the blank-versus-keyed edits below all
      *    see the same thing.
           IF LNAMEI IS EQUAL TO LOW-VALUES
               MOVE SPACES TO LNAMEI
           END-IF.
           IF TAXIDI IS EQUAL TO LOW-VALUES
               MOVE SPACES TO TAXIDI
           END-IF.
           IF DOBI IS EQUAL TO LOW-VALUES
               MOVE SPACES TO DOBI
           END-IF.
           IF ADDR1I IS EQUAL TO LOW-VALUES
               MOVE SPACES TO ADDR1I
           END-IF.
           IF ADDR2I IS EQUAL TO LOW-VALUES
               MOVE SPACES TO ADDR2I
           END-IF.
           IF ADDR3I IS EQUAL TO LOW-VALUES
               MOVE SPACES TO ADDR3I
           END-IF.
           IF ROLEI IS EQUAL TO LOW-VALUES
               MOVE SPACES TO ROLEI
           END-IF.

           MOVE ZERO TO WS-ACCT-NO-NUM.
           IF WS-FUNC-PARTY
               IF ACCTNOI IS NOT NUMERIC
                  OR ACCTNOI IS EQUAL TO ZERO
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'INVALID ACCOUNT NUMBER' TO WS-SCREEN-MSG
                   MOVE ' INVALID ACCOUNT NUMBER' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
                   GO TO 1100-EDIT-SCREEN-FIELDS-EXIT
               END-IF
               MOVE ACCTNOI TO WS-ACCT-NO-NUM
           END-IF.

           IF WS-FUNC-ADD
              OR WS-FUNC-UPDATE
               PERFORM 1200-EDIT-CUSTOMER-BLOCK
           END-IF.

       1100-EDIT-SCREEN-FIELDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Customer block edits for an add or update - legal name and tax *
      * ID required, date of birth a real-looking YYYY-MM-DD no later  *
      * than today.                                                    *
      *----------------------------------------------------------------*
       1200-EDIT-CUSTOMER-BLOCK SECTION.

           IF LNAMEI IS EQUAL TO SPACES
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'LEGAL NAME IS REQUIRED' TO WS-SCREEN-MSG
               GO TO 1200-EDIT-CUSTOMER-BLOCK-EXIT
           END-IF.

           IF TAXIDI IS EQUAL TO SPACES
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'TAX ID IS REQUIRED' TO WS-SCREEN-MSG
               GO TO 1200-EDIT-CUSTOMER-BLOCK-EXIT
           END-IF.

           MOVE DOBI TO WS-DOB-WORK.
           IF WS-DOB-YYYY IS NOT NUMERIC
              OR WS-DOB-MM IS NOT NUMERIC
              OR WS-DOB-DD IS NOT NUMERIC
              OR WS-DOB-SEP1 IS NOT EQUAL TO '-'
              OR WS-DOB-SEP2 IS NOT EQUAL TO '-'
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'DATE OF BIRTH MUST BE YYYY-MM-DD' TO WS-SCREEN-MSG
               GO TO 1200-EDIT-CUSTOMER-BLOCK-EXIT
           END-IF.

           MOVE WS-DOB-MM TO WS-DOB-MM-NUM.
           MOVE WS-DOB-DD TO WS-DOB-DD-NUM.
           PERFORM 1050-GET-TODAY.

           IF WS-DOB-MM-NUM IS LESS THAN 1
              OR WS-DOB-MM-NUM IS GREATER THAN 12
              OR WS-DOB-DD-NUM IS LESS THAN 1
              OR WS-DOB-DD-NUM IS GREATER THAN 31
              OR WS-DOB-YYYY IS LESS THAN '1900'
              OR DOBI IS GREATER THAN WS-TODAY-ISO
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'DATE OF BIRTH IS NOT A VALID PAST DATE'
                                                  TO WS-SCREEN-MSG
           END-IF.

       1200-EDIT-CUSTOMER-BLOCK-EXIT.
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
      * Reads the customer row and flags whether it exists - shared by *
      * every function: an inquiry, update or account-party change     *
      * needs the row, an add must prove its absence.                  *
      *----------------------------------------------------------------*
       1150-READ-CUSTOMER SECTION.

           MOVE 'N' TO WS-CUSTOMER-SW.

           EXEC SQL
               SELECT LEGAL_NAME, TAX_ID, BIRTH_DATE, CUST_ADDR1,
                      CUST_ADDR2, CUST_ADDR3, ADDED_DATE
                 INTO :CUST-LEGAL-NAME, :CUST-TAX-ID, :CUST-BIRTH-DATE,
                      :CUST-ADDR1, :CUST-ADDR2, :CUST-ADDR3,
                      :CUST-ADDED-DATE
                 FROM PROD.CUSTOMER
                WHERE CUSTOMER_NO = :WS-CUST-NO-NUM
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   MOVE 'Y' TO WS-CUSTOMER-SW
               WHEN SQLCODE IS EQUAL TO +100
                   CONTINUE
               WHEN OTHER
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'DB2 ERROR READING CUSTOMER - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON CUSTOMER READ' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

       1150-READ-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The one-customer-per-tax-ID rule, checked before an add or an  *
      * update writes the keyed tax ID - another customer already      *
      * holding it is named in the refusal.  The unique index backs    *
      * this up with a -803 on the write itself.                       *
      *----------------------------------------------------------------*
       1250-CHECK-TAX-ID SECTION.

           EXEC SQL
               SELECT CUSTOMER_NO
                 INTO :WS-OTHER-CUST-NO
                 FROM PROD.CUSTOMER
                WHERE TAX_ID       = :TAXIDI
                  AND CUSTOMER_NO <> :WS-CUST-NO-NUM
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO +100
                   CONTINUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE WS-OTHER-CUST-NO TO WS-ID-EDIT
                   STRING 'TAX ID ALREADY ON CUSTOMER '
                                              DELIMITED BY SIZE
                          WS-ID-EDIT          DELIMITED BY SIZE
                     INTO WS-SCREEN-MSG
               WHEN OTHER
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'DB2 ERROR CHECKING TAX ID - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON TAX ID CHECK' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

       1250-CHECK-TAX-ID-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Account master check for the account-party functions - the     *
      * account must be on PROD.ACCOUNTS, and a customer is not put    *
      * onto a closed account.  The master's name is echoed.           *
      *----------------------------------------------------------------*
       1300-READ-ACCOUNT-MASTER SECTION.

           EXEC SQL
               SELECT ACCT_NAME, ACCT_STATUS
                 INTO :ACCT-NAME, :ACCT-STATUS
                 FROM PROD.ACCOUNTS
                WHERE ACCOUNT_NO = :WS-ACCT-NO-NUM
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO +100
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'ACCOUNT NOT ON MASTER - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
               WHEN SQLCODE IS NOT EQUAL TO ZERO
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'DB2 ERROR READING MASTER - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON MASTER READ' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
               WHEN OTHER
                   MOVE ACCT-NAME TO ACCTNMO
                   IF WS-FUNC-LINK
                      AND ACCT-STATUS IS EQUAL TO 'C'
                       SET WS-INVALID-REQUEST TO TRUE
                       MOVE 'ACCOUNT CLOSED - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
                   END-IF
           END-EVALUATE.

       1300-READ-ACCOUNT-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Reads this customer's role on the keyed account, if any.       *
      *----------------------------------------------------------------*
       1350-READ-PARTY SECTION.

           MOVE 'N' TO WS-PARTY-SW.
           MOVE SPACE TO WS-OLD-ROLE.

           EXEC SQL
               SELECT PARTY_ROLE
                 INTO :PTY-PARTY-ROLE
                 FROM PROD.ACCOUNT_PARTY
                WHERE ACCOUNT_NO  = :WS-ACCT-NO-NUM
                  AND CUSTOMER_NO = :WS-CUST-NO-NUM
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   MOVE 'Y' TO WS-PARTY-SW
                   MOVE PTY-PARTY-ROLE TO WS-OLD-ROLE
               WHEN SQLCODE IS EQUAL TO +100
                   CONTINUE
               WHEN OTHER
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'DB2 ERROR READING ROLES - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON ACCOUNT PARTY READ' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

       1350-READ-PARTY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The one-primary rule - before a customer is made primary on an *
      * account, no other customer may already be.  The current        *
      * primary is named in the refusal.                               *
      *----------------------------------------------------------------*
       1400-CHECK-PRIMARY SECTION.

           EXEC SQL
               SELECT CUSTOMER_NO
                 INTO :WS-OTHER-CUST-NO
                 FROM PROD.ACCOUNT_PARTY
                WHERE ACCOUNT_NO   = :WS-ACCT-NO-NUM
                  AND PARTY_ROLE   = 'P'
                  AND CUSTOMER_NO <> :WS-CUST-NO-NUM
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO +100
                   CONTINUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE WS-OTHER-CUST-NO TO WS-ID-EDIT
                   STRING 'ACCOUNT ALREADY HAS PRIMARY CUSTOMER '
                                              DELIMITED BY SIZE
                          WS-ID-EDIT          DELIMITED BY SIZE
                     INTO WS-SCREEN-MSG
               WHEN OTHER
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'DB2 ERROR CHECKING PRIMARY - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON PRIMARY CHECK' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

       1400-CHECK-PRIMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Audit trail - every change that reaches its INSERT, UPDATE or  *
      * DELETE is recorded to TRAU with terminal, task number,         *
      * timestamp, customer, account (zero on a customer-only change), *
      * the function word and the old and new role bytes.              *
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
           MOVE WS-CUST-NO-NUM  TO AM-CUST-NO.
           MOVE WS-ACCT-NO-NUM  TO AM-ACCT-NO.
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
      * is the action; the customer number and any old-to-new role     *
      * bytes ride in the reference column.  An account-party change   *
      * is filed under its account, a customer-only change under      *
      * account zero.  The task-end syncpoint commits the row with the *
      * change itself.  A failed insert is logged but does not undo    *
      * the change - the TRAU line above still carries the event.      *
      *----------------------------------------------------------------*
       1600-INSERT-AUDIT-ROW SECTION.

           MOVE WS-CUST-NO-NUM  TO WS-AR-CUST-NO.
           MOVE AM-OLD-ROLE     TO WS-AR-OLD-ROLE.
           MOVE AM-NEW-ROLE     TO WS-AR-NEW-ROLE.
           IF WS-FUNC-PARTY
               MOVE '>'         TO WS-AR-ARROW
           ELSE
               MOVE SPACE       TO WS-AR-ARROW
           END-IF.

           MOVE WS-TRANSID      TO AUD-TRAN-ID.
           MOVE WS-TERMID       TO AUD-TERM-ID.
           MOVE WS-ACCT-NO-NUM  TO AUD-ACCOUNT-NO.
           MOVE AM-FUNCTION     TO AUD-ACTION.
           MOVE ZERO            TO AUD-AMOUNT.
           MOVE WS-AUDIT-REF    TO AUD-TRANS-REF.

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
      * INQUIRE - the customer row as stored, straight onto the        *
      * screen.  Inquiries change nothing and are not audited here -   *
      * TRANRELN, which shows what the customer holds, audits its own  *
      * lookups.                                                       *
      *----------------------------------------------------------------*
       2000-INQUIRE-CUSTOMER SECTION.

           PERFORM 1150-READ-CUSTOMER.
           IF WS-INVALID-REQUEST
               GO TO 2000-INQUIRE-CUSTOMER-EXIT
           END-IF.

           IF NOT WS-CUST-ON-MASTER
               MOVE 'CUSTOMER NOT ON MASTER' TO WS-SCREEN-MSG
               GO TO 2000-INQUIRE-CUSTOMER-EXIT
           END-IF.

           PERFORM 2050-MOVE-CUSTOMER-TO-MAP.
           MOVE 'CUSTOMER DISPLAYED' TO WS-SCREEN-MSG.

       2000-INQUIRE-CUSTOMER-EXIT.
           EXIT.

       2050-MOVE-CUSTOMER-TO-MAP SECTION.

           MOVE CUST-LEGAL-NAME TO LNAMEO.
           MOVE CUST-TAX-ID     TO TAXIDO.
           MOVE CUST-BIRTH-DATE TO DOBO.
           MOVE CUST-ADDR1      TO ADDR1O.
           MOVE CUST-ADDR2      TO ADDR2O.
           MOVE CUST-ADDR3      TO ADDR3O.
           MOVE CUST-ADDED-DATE TO ADDDTO.

       2050-MOVE-CUSTOMER-TO-MAP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ADD - a new customer with today as the added date.  A customer *
      * number already on the master, or a tax ID already held by      *
      * another customer, is refused, not overwritten.                 *
      *----------------------------------------------------------------*
       2100-ADD-CUSTOMER SECTION.

           PERFORM 1150-READ-CUSTOMER.
           IF WS-INVALID-REQUEST
               GO TO 2100-ADD-CUSTOMER-EXIT
           END-IF.

           IF WS-CUST-ON-MASTER
               MOVE 'CUSTOMER ALREADY ON MASTER - NOTHING ADDED'
                                                  TO WS-SCREEN-MSG
               GO TO 2100-ADD-CUSTOMER-EXIT
           END-IF.

           PERFORM 1250-CHECK-TAX-ID.
           IF WS-INVALID-REQUEST
               GO TO 2100-ADD-CUSTOMER-EXIT
           END-IF.

           PERFORM 1050-GET-TODAY.

           MOVE LNAMEI       TO CUST-LEGAL-NAME.
           MOVE TAXIDI       TO CUST-TAX-ID.
           MOVE DOBI         TO CUST-BIRTH-DATE.
           MOVE ADDR1I       TO CUST-ADDR1.
           MOVE ADDR2I       TO CUST-ADDR2.
           MOVE ADDR3I       TO CUST-ADDR3.
           MOVE WS-TODAY-ISO TO CUST-ADDED-DATE.

           EXEC SQL
               INSERT INTO PROD.CUSTOMER
                      (CUSTOMER_NO, LEGAL_NAME, TAX_ID, BIRTH_DATE,
                       CUST_ADDR1, CUST_ADDR2, CUST_ADDR3, ADDED_DATE)
               VALUES (:WS-CUST-NO-NUM, :CUST-LEGAL-NAME, :CUST-TAX-ID,
                       :CUST-BIRTH-DATE, :CUST-ADDR1, :CUST-ADDR2,
                       :CUST-ADDR3, :CUST-ADDED-DATE)
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   CONTINUE
               WHEN SQLCODE IS EQUAL TO -803
                   MOVE 'CUSTOMER OR TAX ID ALREADY ON MASTER'
                                                  TO WS-SCREEN-MSG
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   GO TO 2100-ADD-CUSTOMER-EXIT
               WHEN OTHER
                   MOVE 'DB2 ERROR ON ADD - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON CUSTOMER ADD' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   GO TO 2100-ADD-CUSTOMER-EXIT
           END-EVALUATE.

           MOVE 'CUSTADD' TO AM-FUNCTION.
           MOVE SPACE     TO AM-OLD-ROLE.
           MOVE SPACE     TO AM-NEW-ROLE.
           PERFORM 1500-WRITE-AUDIT-LOG.

           PERFORM 2050-MOVE-CUSTOMER-TO-MAP.
           MOVE 'CUSTOMER ADDED' TO WS-SCREEN-MSG.

       2100-ADD-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * UPDATE - replaces the customer block with what was keyed.  The *
      * added date is left as it was.                                  *
      *----------------------------------------------------------------*
       2200-UPDATE-CUSTOMER SECTION.

           PERFORM 1150-READ-CUSTOMER.
           IF WS-INVALID-REQUEST
               GO TO 2200-UPDATE-CUSTOMER-EXIT
           END-IF.

           IF NOT WS-CUST-ON-MASTER
               MOVE 'CUSTOMER NOT ON MASTER - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
               GO TO 2200-UPDATE-CUSTOMER-EXIT
           END-IF.

           PERFORM 1250-CHECK-TAX-ID.
           IF WS-INVALID-REQUEST
               GO TO 2200-UPDATE-CUSTOMER-EXIT
           END-IF.

           MOVE LNAMEI TO CUST-LEGAL-NAME.
           MOVE TAXIDI TO CUST-TAX-ID.
           MOVE DOBI   TO CUST-BIRTH-DATE.
           MOVE ADDR1I TO CUST-ADDR1.
           MOVE ADDR2I TO CUST-ADDR2.
           MOVE ADDR3I TO CUST-ADDR3.

           EXEC SQL
               UPDATE PROD.CUSTOMER
                  SET LEGAL_NAME = :CUST-LEGAL-NAME,
                      TAX_ID     = :CUST-TAX-ID,
                      BIRTH_DATE = :CUST-BIRTH-DATE,
                      CUST_ADDR1 = :CUST-ADDR1,
                      CUST_ADDR2 = :CUST-ADDR2,
                      CUST_ADDR3 = :CUST-ADDR3
                WHERE CUSTOMER_NO = :WS-CUST-NO-NUM
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   CONTINUE
               WHEN SQLCODE IS EQUAL TO -803
                   MOVE 'TAX ID ALREADY ON ANOTHER CUSTOMER'
                                                  TO WS-SCREEN-MSG
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   GO TO 2200-UPDATE-CUSTOMER-EXIT
               WHEN OTHER
                   MOVE 'DB2 ERROR ON UPDATE - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON CUSTOMER UPDATE' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   GO TO 2200-UPDATE-CUSTOMER-EXIT
           END-EVALUATE.

           MOVE 'CUSTUPD' TO AM-FUNCTION.
           MOVE SPACE     TO AM-OLD-ROLE.
           MOVE SPACE     TO AM-NEW-ROLE.
           PERFORM 1500-WRITE-AUDIT-LOG.

           PERFORM 2050-MOVE-CUSTOMER-TO-MAP.
           MOVE 'CUSTOMER UPDATED' TO WS-SCREEN-MSG.

       2200-UPDATE-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Shared front end of the three account-party functions - the    *
      * customer and account must both be on their masters, and the    *
      * customer's current role on the account (if any) is read.       *
      *----------------------------------------------------------------*
       2900-PARTY-PRECHECK SECTION.

           PERFORM 1150-READ-CUSTOMER.
           IF WS-INVALID-REQUEST
               GO TO 2900-PARTY-PRECHECK-EXIT
           END-IF.

           IF NOT WS-CUST-ON-MASTER
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'CUSTOMER NOT ON MASTER - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
               GO TO 2900-PARTY-PRECHECK-EXIT
           END-IF.

           PERFORM 2050-MOVE-CUSTOMER-TO-MAP.

           PERFORM 1300-READ-ACCOUNT-MASTER.
           IF WS-INVALID-REQUEST
               GO TO 2900-PARTY-PRECHECK-EXIT
           END-IF.

           PERFORM 1350-READ-PARTY.

       2900-PARTY-PRECHECK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * LINK - puts the customer on the account in the keyed role.  A  *
      * customer already on the account is refused (R changes a role). *
      *----------------------------------------------------------------*
       3000-LINK-ACCOUNT SECTION.

           MOVE ROLEI TO WS-NEW-ROLE.
           IF NOT WS-NEW-ROLE-VALID
               MOVE 'ROLE MUST BE P, J, S OR T' TO WS-SCREEN-MSG
               GO TO 3000-LINK-ACCOUNT-EXIT
           END-IF.

           PERFORM 2900-PARTY-PRECHECK.
           IF WS-INVALID-REQUEST
               GO TO 3000-LINK-ACCOUNT-EXIT
           END-IF.

           IF WS-PARTY-ON-FILE
               MOVE 'CUSTOMER ALREADY ON ACCOUNT - USE R TO CHANGE ROLE'
                                                  TO WS-SCREEN-MSG
               GO TO 3000-LINK-ACCOUNT-EXIT
           END-IF.

           IF WS-NEW-ROLE-PRIMARY
               PERFORM 1400-CHECK-PRIMARY
               IF WS-INVALID-REQUEST
                   GO TO 3000-LINK-ACCOUNT-EXIT
               END-IF
           END-IF.

           PERFORM 1050-GET-TODAY.

           MOVE WS-ACCT-NO-NUM TO PTY-ACCOUNT-NO.
           MOVE WS-CUST-NO-NUM TO PTY-CUSTOMER-NO.
           MOVE WS-NEW-ROLE    TO PTY-PARTY-ROLE.
           MOVE WS-TODAY-ISO   TO PTY-ADDED-DATE.

           EXEC SQL
               INSERT INTO PROD.ACCOUNT_PARTY
                      (ACCOUNT_NO, CUSTOMER_NO, PARTY_ROLE, ADDED_DATE)
               VALUES (:PTY-ACCOUNT-NO, :PTY-CUSTOMER-NO,
                       :PTY-PARTY-ROLE, :PTY-ADDED-DATE)
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   CONTINUE
               WHEN SQLCODE IS EQUAL TO -803
                   MOVE 'CUSTOMER ALREADY ON ACCOUNT - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   GO TO 3000-LINK-ACCOUNT-EXIT
               WHEN OTHER
                   MOVE 'DB2 ERROR ON LINK - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON ACCOUNT PARTY INSERT'
                                                  TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   GO TO 3000-LINK-ACCOUNT-EXIT
           END-EVALUATE.

           MOVE 'PTYLINK'   TO AM-FUNCTION.
           MOVE SPACE       TO AM-OLD-ROLE.
           MOVE WS-NEW-ROLE TO AM-NEW-ROLE.
           PERFORM 1500-WRITE-AUDIT-LOG.

           MOVE 'CUSTOMER LINKED TO ACCOUNT' TO WS-SCREEN-MSG.

       3000-LINK-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * ROLE - changes the customer's role on the account.  Making the *
      * customer primary takes the one-primary check; setting the role *
      * already held is reported, not silently re-written.             *
      *----------------------------------------------------------------*
       3100-CHANGE-ROLE SECTION.

           MOVE ROLEI TO WS-NEW-ROLE.
           IF NOT WS-NEW-ROLE-VALID
               MOVE 'ROLE MUST BE P, J, S OR T' TO WS-SCREEN-MSG
               GO TO 3100-CHANGE-ROLE-EXIT
           END-IF.

           PERFORM 2900-PARTY-PRECHECK.
           IF WS-INVALID-REQUEST
               GO TO 3100-CHANGE-ROLE-EXIT
           END-IF.

           IF NOT WS-PARTY-ON-FILE
               MOVE 'CUSTOMER NOT ON ACCOUNT - USE L TO LINK'
                                                  TO WS-SCREEN-MSG
               GO TO 3100-CHANGE-ROLE-EXIT
           END-IF.

           IF WS-NEW-ROLE IS EQUAL TO WS-OLD-ROLE
               MOVE 'CUSTOMER ALREADY HAS THAT ROLE' TO WS-SCREEN-MSG
               GO TO 3100-CHANGE-ROLE-EXIT
           END-IF.

           IF WS-NEW-ROLE-PRIMARY
               PERFORM 1400-CHECK-PRIMARY
               IF WS-INVALID-REQUEST
                   GO TO 3100-CHANGE-ROLE-EXIT
               END-IF
           END-IF.

           MOVE WS-NEW-ROLE TO PTY-PARTY-ROLE.

           EXEC SQL
               UPDATE PROD.ACCOUNT_PARTY
                  SET PARTY_ROLE  = :PTY-PARTY-ROLE
                WHERE ACCOUNT_NO  = :WS-ACCT-NO-NUM
                  AND CUSTOMER_NO = :WS-CUST-NO-NUM
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               MOVE 'DB2 ERROR ON ROLE CHANGE - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
               MOVE ' DB2 ERROR ON ACCOUNT PARTY UPDATE' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO 3100-CHANGE-ROLE-EXIT
           END-IF.

           MOVE 'PTYROLE'   TO AM-FUNCTION.
           MOVE WS-OLD-ROLE TO AM-OLD-ROLE.
           MOVE WS-NEW-ROLE TO AM-NEW-ROLE.
           PERFORM 1500-WRITE-AUDIT-LOG.

           MOVE WS-OLD-ROLE TO WS-RM-OLD.
           MOVE WS-NEW-ROLE TO WS-RM-NEW.
           MOVE WS-ROLE-MSG TO WS-SCREEN-MSG.

       3100-CHANGE-ROLE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * DELINK - takes the customer off the account.  The primary is   *
      * refused - an account is not left without one by accident; the *
      * primary's role is changed first, or another customer made      *
      * primary after it.                                              *
      *----------------------------------------------------------------*
       3200-DELINK-ACCOUNT SECTION.

           PERFORM 2900-PARTY-PRECHECK.
           IF WS-INVALID-REQUEST
               GO TO 3200-DELINK-ACCOUNT-EXIT
           END-IF.

           IF NOT WS-PARTY-ON-FILE
               MOVE 'CUSTOMER NOT ON ACCOUNT - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
               GO TO 3200-DELINK-ACCOUNT-EXIT
           END-IF.

           IF WS-OLD-ROLE-PRIMARY
               MOVE 'PRIMARY CUSTOMER - CHANGE ROLE BEFORE DELINKING'
                                                  TO WS-SCREEN-MSG
               GO TO 3200-DELINK-ACCOUNT-EXIT
           END-IF.

           EXEC SQL
               DELETE FROM PROD.ACCOUNT_PARTY
                WHERE ACCOUNT_NO  = :WS-ACCT-NO-NUM
                  AND CUSTOMER_NO = :WS-CUST-NO-NUM
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               MOVE 'DB2 ERROR ON DELINK - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
               MOVE ' DB2 ERROR ON ACCOUNT PARTY DELETE' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO 3200-DELINK-ACCOUNT-EXIT
           END-IF.

           MOVE 'PTYDLNK'   TO AM-FUNCTION.
           MOVE WS-OLD-ROLE TO AM-OLD-ROLE.
           MOVE SPACE       TO AM-NEW-ROLE.
           PERFORM 1500-WRITE-AUDIT-LOG.

           MOVE SPACES TO ROLEO.
           MOVE 'CUSTOMER DELINKED FROM ACCOUNT' TO WS-SCREEN-MSG.

       3200-DELINK-ACCOUNT-EXIT.
           EXIT.

       0800-SEND-GOODBYE-MAP SECTION.

           MOVE 'TRANCUST - GOODBYE' TO MSGO.
           EXEC CICS SEND TEXT
                     FROM(MSGO)
                     LENGTH(LENGTH OF MSGO)
                     ERASE
                     FREEKB
           END-EXEC.

       0800-SEND-GOODBYE-MAP-EXIT.
           EXIT.

      * Redisplays the maintenance screen with a status message - used
      * for an edit failure, a DB2 failure and the changed-OK
      * confirmation alike.
       0900-REDISPLAY-WITH-MSG SECTION.

           MOVE WS-SCREEN-MSG TO MSGO.
           EXEC CICS SEND MAP('TRANCSC')
                     MAPSET('TRANCUS')
                     FROM(TRANCSCO)
                     LENGTH(LENGTH OF TRANCSCO)
                     DATAONLY
           END-EXEC.

       0900-REDISPLAY-WITH-MSG-EXIT.
           EXIT.
