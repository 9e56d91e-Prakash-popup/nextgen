       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANALPF.
      *----------------------------------------------------------------*
      * Online customer alert preferences maintenance.  TRANALRT sends *
      * the nightly alert file to the notification vendor, but only    *
      * for accounts registered on PROD.ALERT_PREF (see ALRTDCL) and   *
      * only for the alerts each has opted into - this screen is where *
      * that registration is kept.  A clerk keys a function code:      *
      *                                                                *
      *   I  INQUIRE - display the account's preferences               *
      *   A  ADD     - register an account for alerts                  *
      *   U  UPDATE  - change the opt-ins and thresholds               *
      *                                                                *
      * Three alerts can be opted into, each Y or N:                   *
      *   LOW BALANCE   with a threshold - zero or more; zero alerts   *
      *                 on going overdrawn                             *
      *   LARGE DEBIT   with a threshold - more than zero              *
      *   STATUS CHANGE no threshold                                   *
      * A threshold must be keyed for an alert that is opted in; one   *
      * left blank on an alert opted out is stored as zero.  Opting    *
      * out of all three is how a customer stops alerts - the row      *
      * stays, so opting back in later does not replay history.        *
      *                                                                *
      * Only an account on the master, and not closed, can be added.   *
      * An add starts the account's alert high-water mark on           *
      * PROD.ALERT_ACCT_MARK (see ALMKDCL) at its latest TRANS_ID and  *
      * LAST_STATUS at its current ACCT_STATUS, so the first TRANALRT  *
      * run alerts only what happens after registration.  Every add    *
      * and update is written to the TRAU audit queue and              *
      * PROD.AUDIT_LOG the way TRANACCT's master changes are.          *
      * Maintenance runs under its own transaction ID (TRAL) so access *
      * can be controlled through transaction security.                *
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
                                        VALUE 'TRANALPF------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).

      *----------------------------------------------------------------*
      * DB2 communications area                                        *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Row layout for the PROD.ACCOUNTS account master
           COPY ACCTDCL.

      * Row layout for the PROD.ALERT_PREF alert preferences
           COPY ALRTDCL.

      * Per-account alert high-water-mark row layout
           COPY ALMKDCL.

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

      * Audit log entry - one per preference change, written to TD
      * queue TRAU in the same style as TRANACCT's master changes.
      * The three opt-in bytes as they now stand ride in PREFS.
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
           03 FILLER                   PIC X(7)  VALUE ' PREFS='.
           03 AM-PREFS                 PIC X(14) VALUE SPACES.

      * Symbolic map for the TRANALPF preferences screen (TRANALS in
      * mapset TRANALP - see bms/tranalpf.bms).
           COPY TRANALP.

       01 WS-ABSTIME                PIC S9(15) COMP-3.
       01 WS-CURRENT-DATE           PIC X(08).
       01 WS-TODAY-ISO.
           03 WS-TD-YYYY            PIC X(04).
           03 FILLER                PIC X(01) VALUE '-'.
           03 WS-TD-MM              PIC X(02).
           03 FILLER                PIC X(01) VALUE '-'.
           03 WS-TD-DD              PIC X(02).

      * Dedicated transaction ID for pulling TRANALPF's screen up
      * directly from the terminal - access is controlled by
      * transaction security on this ID.
       01 WS-ONLINE-TRANID         PIC X(04) VALUE 'TRAL'.
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
           03 WS-PREF-SW            PIC X(01) VALUE 'N'.
              88 WS-PREF-ON-FILE    VALUE 'Y'.
           03 WS-AMT-SIGN-SW        PIC X(01) VALUE '+'.
              88 WS-AMT-NEGATIVE    VALUE '-'.

       01 WS-FUNCTION              PIC X(01) VALUE SPACE.
          88 WS-FUNC-INQUIRE       VALUE 'I'.
          88 WS-FUNC-ADD           VALUE 'A'.
          88 WS-FUNC-UPDATE        VALUE 'U'.
          88 WS-FUNC-VALID         VALUE 'I' 'A' 'U'.

      * The three keyed opt-in bytes, each edited to Y or N.
       01 WS-OPT-IN                PIC X(01) VALUE SPACE.
          88 WS-OPT-IN-VALID       VALUE 'Y' 'N'.

       01 WS-ACCT-NO-NUM            PIC 9(15) VALUE ZERO.
       01 WS-USERID                 PIC X(08) VALUE SPACES.

      * Fields used to edit a keyed threshold - built the same way
      * TRANHOLD builds its hold amount from the free-keyed PIC X(12)
      * map field.
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
           03 WS-EDIT-AMOUNT        PIC S9(8)V9(2) COMP-3 VALUE ZERO.
           03 WS-AMOUNT-EDIT        PIC Z(7)9.99.

      * The preferences as keyed and edited, held apart from the
      * DCLGEN row so a failed edit never disturbs what was read.
       01 WS-NEW-PREFS.
           03 WS-NP-LOW-BAL-ALERT   PIC X(01) VALUE 'N'.
           03 WS-NP-LOW-BAL-AMT     PIC S9(8)V9(2) COMP-3 VALUE ZERO.
           03 WS-NP-LARGE-DR-ALERT  PIC X(01) VALUE 'N'.
           03 WS-NP-LARGE-DR-AMT    PIC S9(8)V9(2) COMP-3 VALUE ZERO.
           03 WS-NP-STATUS-ALERT    PIC X(01) VALUE 'N'.

      * Opt-in summary for the audit trail - 'LB=Y LD=N ST=Y'.
       01 WS-PREFS-SUMMARY.
           03 FILLER                PIC X(03) VALUE 'LB='.
           03 WS-PS-LOW-BAL         PIC X(01).
           03 FILLER                PIC X(04) VALUE ' LD='.
           03 WS-PS-LARGE-DR        PIC X(01).
           03 FILLER                PIC X(04) VALUE ' ST='.
           03 WS-PS-STATUS          PIC X(01).

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
           MOVE LOW-VALUES TO TRANALSO.
           MOVE 'ENTER FUNCTION AND ACCOUNT, THEN PRESS ENTER'
                                                             TO MSGO.
           EXEC CICS SEND MAP('TRANALS')
                     MAPSET('TRANALP')
                     FROM(TRANALSO)
                     LENGTH(LENGTH OF TRANALSO)
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
      * One ENTER is one complete maintenance attempt - receive the    *
      * map, edit the function and account, then dispatch.  Any edit   *
      * failure redisplays with a message and changes nothing.         *
      *----------------------------------------------------------------*
       0400-PROCESS-FUNCTION SECTION.

           EXEC CICS RECEIVE MAP('TRANALS')
                     MAPSET('TRANALP')
                     INTO(TRANALSI)
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
                   PERFORM 2000-INQUIRE-PREFERENCES
               WHEN WS-FUNC-ADD
                   PERFORM 2100-ADD-PREFERENCES
               WHEN WS-FUNC-UPDATE
                   PERFORM 2200-UPDATE-PREFERENCES
           END-EVALUATE.

           MOVE WS-ACCT-NO-NUM TO WS-CA-LAST-ACCT-NO.
           PERFORM 0900-REDISPLAY-WITH-MSG.

       0400-PROCESS-FUNCTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Field edits - function must be one of the three codes, account *
      * numeric and non-zero.  The opt-in and threshold edits sit in   *
      * 1200, used by the two functions that store them.  First        *
      * failure wins the message line.                                 *
      *----------------------------------------------------------------*
       1100-EDIT-SCREEN-FIELDS SECTION.

           MOVE FUNCI TO WS-FUNCTION.
           IF NOT WS-FUNC-VALID
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'FUNCTION MUST BE I, A OR U' TO WS-SCREEN-MSG
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
           IF LBFLGI IS EQUAL TO LOW-VALUES
               MOVE SPACES TO LBFLGI
           END-IF.
           IF LBAMTI IS EQUAL TO LOW-VALUES
               MOVE SPACES TO LBAMTI
           END-IF.
           IF LDFLGI IS EQUAL TO LOW-VALUES
               MOVE SPACES TO LDFLGI
           END-IF.
           IF LDAMTI IS EQUAL TO LOW-VALUES
               MOVE SPACES TO LDAMTI
           END-IF.
           IF STFLGI IS EQUAL TO LOW-VALUES
               MOVE SPACES TO STFLGI
           END-IF.

       1100-EDIT-SCREEN-FIELDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Reads the master row and flags whether it exists - an add      *
      * needs the account there and not closed, and every function     *
      * shows the name and status alongside the preferences.           *
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
      * Reads the account's preference row and flags whether it       *
      * exists - an inquiry or update needs it, an add must prove its *
      * absence.                                                       *
      *----------------------------------------------------------------*
       1160-READ-PREFERENCES SECTION.

           MOVE 'N' TO WS-PREF-SW.

           EXEC SQL
               SELECT LOW_BAL_ALERT, LOW_BAL_AMT, LARGE_DR_ALERT,
                      LARGE_DR_AMT, STATUS_ALERT, LAST_STATUS,
                      CHANGED_BY, CHANGED_DATE
                 INTO :AP-LOW-BAL-ALERT, :AP-LOW-BAL-AMT,
                      :AP-LARGE-DR-ALERT, :AP-LARGE-DR-AMT,
                      :AP-STATUS-ALERT, :AP-LAST-STATUS,
                      :AP-CHANGED-BY, :AP-CHANGED-DATE
                 FROM PROD.ALERT_PREF
                WHERE ACCOUNT_NO = :WS-ACCT-NO-NUM
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   MOVE 'Y' TO WS-PREF-SW
               WHEN SQLCODE IS EQUAL TO +100
                   CONTINUE
               WHEN OTHER
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'DB2 ERROR READING PREFERENCES - NO CHANGE'
                                                  TO WS-SCREEN-MSG
                   MOVE ' DB2 ERROR ON PREFERENCE READ' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

       1160-READ-PREFERENCES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Opt-in and threshold edits for an add or update.  Each opt-in  *
      * must be Y or N.  An alert opted in needs its threshold keyed - *
      * low balance zero or more, large debit more than zero; a        *
      * threshold left blank on an alert opted out is stored as zero.  *
      * A keyed threshold is always edited, opted in or not.           *
      *----------------------------------------------------------------*
       1200-EDIT-PREFERENCES SECTION.

           MOVE LBFLGI TO WS-OPT-IN.
           IF NOT WS-OPT-IN-VALID
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'LOW BALANCE ALERT MUST BE Y OR N' TO WS-SCREEN-MSG
               GO TO 1200-EDIT-PREFERENCES-EXIT
           END-IF.
           MOVE WS-OPT-IN TO WS-NP-LOW-BAL-ALERT.

           MOVE LDFLGI TO WS-OPT-IN.
           IF NOT WS-OPT-IN-VALID
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'LARGE DEBIT ALERT MUST BE Y OR N' TO WS-SCREEN-MSG
               GO TO 1200-EDIT-PREFERENCES-EXIT
           END-IF.
           MOVE WS-OPT-IN TO WS-NP-LARGE-DR-ALERT.

           MOVE STFLGI TO WS-OPT-IN.
           IF NOT WS-OPT-IN-VALID
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'STATUS CHANGE ALERT MUST BE Y OR N'
                                                  TO WS-SCREEN-MSG
               GO TO 1200-EDIT-PREFERENCES-EXIT
           END-IF.
           MOVE WS-OPT-IN TO WS-NP-STATUS-ALERT.

           IF LBAMTI IS EQUAL TO SPACES
               IF WS-NP-LOW-BAL-ALERT IS EQUAL TO 'Y'
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'LOW BALANCE AMOUNT IS REQUIRED'
                                                  TO WS-SCREEN-MSG
                   GO TO 1200-EDIT-PREFERENCES-EXIT
               END-IF
               MOVE ZERO TO WS-NP-LOW-BAL-AMT
           ELSE
               MOVE LBAMTI TO WS-AMT-IN
               PERFORM 1300-EDIT-AMOUNT
               IF WS-INVALID-REQUEST
                  OR WS-AMT-NEGATIVE
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'INVALID LOW BALANCE AMOUNT' TO WS-SCREEN-MSG
                   GO TO 1200-EDIT-PREFERENCES-EXIT
               END-IF
               MOVE WS-EDIT-AMOUNT TO WS-NP-LOW-BAL-AMT
           END-IF.

           IF LDAMTI IS EQUAL TO SPACES
               IF WS-NP-LARGE-DR-ALERT IS EQUAL TO 'Y'
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'LARGE DEBIT AMOUNT IS REQUIRED'
                                                  TO WS-SCREEN-MSG
                   GO TO 1200-EDIT-PREFERENCES-EXIT
               END-IF
               MOVE ZERO TO WS-NP-LARGE-DR-AMT
           ELSE
               MOVE LDAMTI TO WS-AMT-IN
               PERFORM 1300-EDIT-AMOUNT
               IF WS-INVALID-REQUEST
                  OR WS-AMT-NEGATIVE
                   SET WS-INVALID-REQUEST TO TRUE
                   MOVE 'INVALID LARGE DEBIT AMOUNT' TO WS-SCREEN-MSG
                   GO TO 1200-EDIT-PREFERENCES-EXIT
               END-IF
               MOVE WS-EDIT-AMOUNT TO WS-NP-LARGE-DR-AMT
           END-IF.

           IF WS-NP-LARGE-DR-ALERT IS EQUAL TO 'Y'
              AND WS-NP-LARGE-DR-AMT IS NOT GREATER THAN ZERO
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'LARGE DEBIT AMOUNT MUST BE GREATER THAN ZERO'
                                                  TO WS-SCREEN-MSG
               GO TO 1200-EDIT-PREFERENCES-EXIT
           END-IF.

       1200-EDIT-PREFERENCES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Threshold edit - digits with at most one decimal point and an  *
      * optional leading sign, the same character-by-character edit    *
      * TRANHOLD gives its hold amount.  The result is in              *
      * WS-EDIT-AMOUNT; WS-AMT-NEGATIVE is left set for a '-' so the   *
      * caller can refuse it.                                          *
      *----------------------------------------------------------------*
       1300-EDIT-AMOUNT SECTION.

           MOVE '+' TO WS-AMT-SIGN-SW.
           MOVE ZERO TO WS-AMT-DIGITS.
           MOVE ZERO TO WS-AMT-DEC-COUNT.
           MOVE ZERO TO WS-AMT-INT-COUNT.
           MOVE 'N' TO WS-AMT-DEC-SEEN-SW.
           MOVE 'N' TO WS-AMT-ANY-DIGIT-SW.
           MOVE ZERO TO WS-EDIT-AMOUNT.

           PERFORM 1310-EDIT-AMOUNT-CHAR
              VARYING WS-AMT-IDX FROM 1 BY 1
                UNTIL WS-AMT-IDX IS GREATER THAN 12
                   OR WS-INVALID-REQUEST.

           IF NOT WS-AMT-ANY-DIGIT
               SET WS-INVALID-REQUEST TO TRUE
           END-IF.

           IF WS-INVALID-REQUEST
               GO TO 1300-EDIT-AMOUNT-EXIT
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

           COMPUTE WS-EDIT-AMOUNT = WS-AMT-DIGITS / 100.

       1300-EDIT-AMOUNT-EXIT.
           EXIT.

      *    The thresholds are DECIMAL(10,2) - at most 8 integer and 2
      *    decimal digits - so anything wider is rejected here rather
      *    than silently truncated by the arithmetic.
       1310-EDIT-AMOUNT-CHAR SECTION.

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

       1310-EDIT-AMOUNT-CHAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Audit trail - every preference change that reaches its INSERT  *
      * or UPDATE is recorded to TRAU with terminal, task number,      *
      * timestamp, account, the function word and the opt-ins as they  *
      * now stand.                                                     *
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
           MOVE WS-TASKNUM(2:6)      TO AM-REQUEST-ID.
           MOVE WS-TERMID            TO AM-TERMID.
           MOVE WS-ACCT-NO-NUM       TO AM-ACCT-NO.
           MOVE WS-NP-LOW-BAL-ALERT  TO WS-PS-LOW-BAL.
           MOVE WS-NP-LARGE-DR-ALERT TO WS-PS-LARGE-DR.
           MOVE WS-NP-STATUS-ALERT   TO WS-PS-STATUS.
           MOVE WS-PREFS-SUMMARY     TO AM-PREFS.
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
      * is the action; the opt-in summary rides in the reference       *
      * column.  The task-end syncpoint commits the row with the       *
      * change itself.  A failed insert is logged but does not undo    *
      * the change - the TRAU line above still carries the event.      *
      *----------------------------------------------------------------*
       1600-INSERT-AUDIT-ROW SECTION.

           MOVE WS-TRANSID       TO AUD-TRAN-ID.
           MOVE WS-TERMID        TO AUD-TERM-ID.
           MOVE WS-ACCT-NO-NUM   TO AUD-ACCOUNT-NO.
           MOVE AM-FUNCTION      TO AUD-ACTION.
           MOVE ZERO             TO AUD-AMOUNT.
           MOVE WS-PREFS-SUMMARY TO AUD-TRANS-REF.

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
      * INQUIRE - the account's name and status and its preferences as *
      * stored.  Inquiries change nothing and are not audited, as      *
      * TRANACCT's are not.                                            *
      *----------------------------------------------------------------*
       2000-INQUIRE-PREFERENCES SECTION.

           PERFORM 1150-READ-ACCOUNT-MASTER.
           IF WS-INVALID-REQUEST
               GO TO 2000-INQUIRE-PREFERENCES-EXIT
           END-IF.

           IF NOT WS-ACCT-ON-MASTER
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-SCREEN-MSG
               GO TO 2000-INQUIRE-PREFERENCES-EXIT
           END-IF.

           PERFORM 2050-MOVE-MASTER-TO-MAP.

           PERFORM 1160-READ-PREFERENCES.
           IF WS-INVALID-REQUEST
               GO TO 2000-INQUIRE-PREFERENCES-EXIT
           END-IF.

           IF NOT WS-PREF-ON-FILE
               MOVE 'ACCOUNT NOT REGISTERED FOR ALERTS'
                                                  TO WS-SCREEN-MSG
               GO TO 2000-INQUIRE-PREFERENCES-EXIT
           END-IF.

           PERFORM 2060-MOVE-PREFS-TO-MAP.
           MOVE 'PREFERENCES DISPLAYED' TO WS-SCREEN-MSG.

       2000-INQUIRE-PREFERENCES-EXIT.
           EXIT.

       2050-MOVE-MASTER-TO-MAP SECTION.

           MOVE ACCT-NAME   TO ACNAMEO.
           MOVE ACCT-STATUS TO ASTATO.

       2050-MOVE-MASTER-TO-MAP-EXIT.
           EXIT.

       2060-MOVE-PREFS-TO-MAP SECTION.

           MOVE AP-LOW-BAL-ALERT  TO LBFLGO.
           MOVE AP-LOW-BAL-AMT    TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT    TO LBAMTO.
           MOVE AP-LARGE-DR-ALERT TO LDFLGO.
           MOVE AP-LARGE-DR-AMT   TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT    TO LDAMTO.
           MOVE AP-STATUS-ALERT   TO STFLGO.
           MOVE AP-LAST-STATUS    TO LSTATO.
           MOVE AP-CHANGED-BY     TO CHGBYO.
           MOVE AP-CHANGED-DATE   TO CHGDTO.

       2060-MOVE-PREFS-TO-MAP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Today's date in ISO form for CHANGED_DATE.                     *
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
      * ADD - registers an account for alerts.  The account must be on *
      * the master and not closed, and not registered already.  The    *
      * row starts with LAST_STATUS at the master's status, and the    *
      * account's mark starts at its latest TRANS_ID (zero if it has   *
      * none) - both in the same unit of work as the preference row,   *
      * so TRANALRT's first look at the account is at what happens     *
      * from now on.                                                   *
      *----------------------------------------------------------------*
       2100-ADD-PREFERENCES SECTION.

           PERFORM 1200-EDIT-PREFERENCES.
           IF WS-INVALID-REQUEST
               GO TO 2100-ADD-PREFERENCES-EXIT
           END-IF.

           PERFORM 1150-READ-ACCOUNT-MASTER.
           IF WS-INVALID-REQUEST
               GO TO 2100-ADD-PREFERENCES-EXIT
           END-IF.

           IF NOT WS-ACCT-ON-MASTER
               MOVE 'ACCOUNT NOT ON MASTER - NOTHING ADDED'
                                                  TO WS-SCREEN-MSG
               GO TO 2100-ADD-PREFERENCES-EXIT
           END-IF.

           PERFORM 2050-MOVE-MASTER-TO-MAP.

           IF ACCT-STATUS IS EQUAL TO 'C'
               MOVE 'ACCOUNT IS CLOSED - NOTHING ADDED'
                                                  TO WS-SCREEN-MSG
               GO TO 2100-ADD-PREFERENCES-EXIT
           END-IF.

           PERFORM 1160-READ-PREFERENCES.
           IF WS-INVALID-REQUEST
               GO TO 2100-ADD-PREFERENCES-EXIT
           END-IF.

           IF WS-PREF-ON-FILE
               MOVE 'ACCOUNT ALREADY REGISTERED - USE U TO CHANGE'
                                                  TO WS-SCREEN-MSG
               GO TO 2100-ADD-PREFERENCES-EXIT
           END-IF.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           PERFORM 2070-GET-TODAY.

           MOVE WS-ACCT-NO-NUM       TO AP-ACCOUNT-NO.
           MOVE WS-NP-LOW-BAL-ALERT  TO AP-LOW-BAL-ALERT.
           MOVE WS-NP-LOW-BAL-AMT    TO AP-LOW-BAL-AMT.
           MOVE WS-NP-LARGE-DR-ALERT TO AP-LARGE-DR-ALERT.
           MOVE WS-NP-LARGE-DR-AMT   TO AP-LARGE-DR-AMT.
           MOVE WS-NP-STATUS-ALERT   TO AP-STATUS-ALERT.
           MOVE ACCT-STATUS          TO AP-LAST-STATUS.
           MOVE WS-USERID            TO AP-CHANGED-BY.
           MOVE WS-TODAY-ISO         TO AP-CHANGED-DATE.

           EXEC SQL
               INSERT INTO PROD.ALERT_PREF
                      (ACCOUNT_NO, LOW_BAL_ALERT, LOW_BAL_AMT,
                       LARGE_DR_ALERT, LARGE_DR_AMT, STATUS_ALERT,
                       LAST_STATUS, CHANGED_BY, CHANGED_DATE)
               VALUES (:AP-ACCOUNT-NO, :AP-LOW-BAL-ALERT,
                       :AP-LOW-BAL-AMT, :AP-LARGE-DR-ALERT,
                       :AP-LARGE-DR-AMT, :AP-STATUS-ALERT,
                       :AP-LAST-STATUS, :AP-CHANGED-BY,
                       :AP-CHANGED-DATE)
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               MOVE 'DB2 ERROR ON ADD - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
               MOVE ' DB2 ERROR ON PREFERENCE ADD' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO 2100-ADD-PREFERENCES-EXIT
           END-IF.

           PERFORM 2150-SEED-ALERT-MARK.
           IF WS-INVALID-REQUEST
               GO TO 2100-ADD-PREFERENCES-EXIT
           END-IF.

           MOVE 'ALRTADD' TO AM-FUNCTION.
           PERFORM 1500-WRITE-AUDIT-LOG.

           PERFORM 2060-MOVE-PREFS-TO-MAP.
           MOVE 'ACCOUNT REGISTERED FOR ALERTS' TO WS-SCREEN-MSG.

       2100-ADD-PREFERENCES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Starts the account's alert mark at its latest TRANS_ID.  An    *
      * UPDATE finding no row (+100) - the usual case - is answered    *
      * with an INSERT, the way TRANXTRC moves its marks; a mark left  *
      * from an earlier registration is simply moved up.  Any failure  *
      * backs out the preference row with it.                          *
      *----------------------------------------------------------------*
       2150-SEED-ALERT-MARK SECTION.

           MOVE WS-ACCT-NO-NUM TO AK-ACCOUNT-NO.

           EXEC SQL
               SELECT COALESCE(MAX(TRANS_ID), 0)
                 INTO :AK-LAST-TRANS-ID
                 FROM PROD.TRANSACTIONS
                WHERE ACCOUNT_NO = :AK-ACCOUNT-NO
           END-EXEC.

           IF SQLCODE IS EQUAL TO ZERO
               EXEC SQL
                   UPDATE PROD.ALERT_ACCT_MARK
                      SET LAST_TRANS_ID = :AK-LAST-TRANS-ID
                    WHERE ACCOUNT_NO = :AK-ACCOUNT-NO
               END-EXEC
               IF SQLCODE IS EQUAL TO +100
                   EXEC SQL
                       INSERT INTO PROD.ALERT_ACCT_MARK
                              (ACCOUNT_NO, LAST_TRANS_ID)
                       VALUES (:AK-ACCOUNT-NO, :AK-LAST-TRANS-ID)
                   END-EXEC
               END-IF
           END-IF.

           IF SQLCODE IS NOT EQUAL TO ZERO
               SET WS-INVALID-REQUEST TO TRUE
               MOVE 'DB2 ERROR ON ADD - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
               MOVE ' DB2 ERROR SEEDING ALERT MARK' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.

       2150-SEED-ALERT-MARK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * UPDATE - replaces the opt-ins and thresholds with what was     *
      * keyed.  LAST_STATUS and the mark are TRANALRT's and are left   *
      * alone, so changing a preference never replays or skips an     *
      * alert.                                                         *
      *----------------------------------------------------------------*
       2200-UPDATE-PREFERENCES SECTION.

           PERFORM 1200-EDIT-PREFERENCES.
           IF WS-INVALID-REQUEST
               GO TO 2200-UPDATE-PREFERENCES-EXIT
           END-IF.

           PERFORM 1150-READ-ACCOUNT-MASTER.
           IF WS-INVALID-REQUEST
               GO TO 2200-UPDATE-PREFERENCES-EXIT
           END-IF.

           IF WS-ACCT-ON-MASTER
               PERFORM 2050-MOVE-MASTER-TO-MAP
           END-IF.

           PERFORM 1160-READ-PREFERENCES.
           IF WS-INVALID-REQUEST
               GO TO 2200-UPDATE-PREFERENCES-EXIT
           END-IF.

           IF NOT WS-PREF-ON-FILE
               MOVE 'ACCOUNT NOT REGISTERED - USE A TO ADD'
                                                  TO WS-SCREEN-MSG
               GO TO 2200-UPDATE-PREFERENCES-EXIT
           END-IF.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           PERFORM 2070-GET-TODAY.

           MOVE WS-NP-LOW-BAL-ALERT  TO AP-LOW-BAL-ALERT.
           MOVE WS-NP-LOW-BAL-AMT    TO AP-LOW-BAL-AMT.
           MOVE WS-NP-LARGE-DR-ALERT TO AP-LARGE-DR-ALERT.
           MOVE WS-NP-LARGE-DR-AMT   TO AP-LARGE-DR-AMT.
           MOVE WS-NP-STATUS-ALERT   TO AP-STATUS-ALERT.
           MOVE WS-USERID            TO AP-CHANGED-BY.
           MOVE WS-TODAY-ISO         TO AP-CHANGED-DATE.

           EXEC SQL
               UPDATE PROD.ALERT_PREF
                  SET LOW_BAL_ALERT  = :AP-LOW-BAL-ALERT,
                      LOW_BAL_AMT    = :AP-LOW-BAL-AMT,
                      LARGE_DR_ALERT = :AP-LARGE-DR-ALERT,
                      LARGE_DR_AMT   = :AP-LARGE-DR-AMT,
                      STATUS_ALERT   = :AP-STATUS-ALERT,
                      CHANGED_BY     = :AP-CHANGED-BY,
                      CHANGED_DATE   = :AP-CHANGED-DATE
                WHERE ACCOUNT_NO = :WS-ACCT-NO-NUM
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               MOVE 'DB2 ERROR ON UPDATE - NOTHING CHANGED'
                                                  TO WS-SCREEN-MSG
               MOVE ' DB2 ERROR ON PREFERENCE UPDATE' TO EM-DETAIL
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO 2200-UPDATE-PREFERENCES-EXIT
           END-IF.

           MOVE 'ALRTUPD' TO AM-FUNCTION.
           PERFORM 1500-WRITE-AUDIT-LOG.

           PERFORM 2060-MOVE-PREFS-TO-MAP.
           MOVE 'ALERT PREFERENCES UPDATED' TO WS-SCREEN-MSG.

       2200-UPDATE-PREFERENCES-EXIT.
           EXIT.

       0800-SEND-GOODBYE-MAP SECTION.

           MOVE 'TRANALPF - GOODBYE' TO MSGO.
           EXEC CICS SEND TEXT
                     FROM(MSGO)
                     LENGTH(LENGTH OF MSGO)
                     ERASE
                     FREEKB
           END-EXEC.

       0800-SEND-GOODBYE-MAP-EXIT.
           EXIT.

      * Redisplays the preferences screen with a status message - used
      * for an edit failure, a DB2 failure and the changed-OK
      * confirmation alike.
       0900-REDISPLAY-WITH-MSG SECTION.

           MOVE WS-SCREEN-MSG TO MSGO.
           EXEC CICS SEND MAP('TRANALS')
                     MAPSET('TRANALP')
                     FROM(TRANALSO)
                     LENGTH(LENGTH OF TRANALSO)
                     DATAONLY
           END-EXEC.

       0900-REDISPLAY-WITH-MSG-EXIT.
           EXIT.
