      * team can see exactly what priced the run.  A pricing change    *
      * is a table update, not a JCL change on month-end night.        *
      *                                                                *
      * The posting date is the suite business date from the           *
      * PROD.BUSINESS_DATE control table (see TRANBDTE); a month the   *
      * period-close step (TRANCLOS) has already closed is refused     *
      * outright - nothing is accrued back into closed GL numbers.     *
      *                                                                *
      * PARM=                                                          *
      *   cols  1-10  posting date override, ISO, or blank for the     *
      *               control table's business date                    *
      *   col  12-17  monthly interest rate in millionths              *
      *               (002500 = 0.2500 PCT per month)                  *
      *   col  19-23  monthly maintenance fee in cents                 *
      *               (00500 = 5.00)                                   *
      *   col  25     D = read the table, not the unload (see below)   *
      * The PARM rate and fee are the FALLBACK, applied flat to every  *
      * account only when no schedule covers the run date - a missing  *
      * schedule must not stop month-end, but the report says so out   *
      * A run-totals report (accounts accrued, total interest, total   *
      * fees) is written to ACCRRPT for the GL team to balance        *
      * against.                                                       *
      *                                                                *
      * The accounts are walked off the nightly TRANUNLD unload (DD    *
      * UNLDIN, the UNLDACCT file) rather than the table, proven       *
      * through TRANUNPV against the posting date - header, trailer    *
      * count and hash - before anything is accrued; a file that fails *
      * stops the run at RC 12.  Because postings can land after the   *
      * unload was taken, each account about to be accrued has its     *
      * latest live row read back, and a newer one than the unload     *
      * held supplies the closing balance and TRANS-ID - the accrual   *
      * always chains from what is on the table, as it did off the     *
      * cursor.  PARM col 25 = 'D' walks PROD.TRANSACTIONS direct      *
      * through the cursor instead, for a run with no current unload.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT ACCR-FILE ASSIGN TO ACCRRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNLD-FILE ASSIGN TO UNLDIN
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  ACCR-RECORD                 PIC X(80).

       FD  UNLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  UNLD-FILE-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DB2 communications area                                        *
      * Run-log interface for the TRANRLOG module
           COPY RLOGCPY.

      * Business-date interface for the TRANBDTE module
           COPY BDTECPY.

      * Record layout of the PROD.TRANSACTIONS unload
           COPY UNLDCPY.

      * Unload-proof interface for the TRANUNPV module
           COPY UNPVCPY.

       01  WS-SWITCHES.
           03 WS-EOF-SW                PIC X(01) VALUE 'N'.
              88 WS-END-OF-TRANS       VALUE 'Y'.
              88 WS-ACCT-DORMANT       VALUE 'Y'.
           03 WS-ACCRUED-SW            PIC X(01) VALUE 'N'.
              88 WS-ALREADY-ACCRUED    VALUE 'Y'.
           03 WS-SOURCE-SW             PIC X(01) VALUE 'U'.
              88 WS-READ-UNLOAD        VALUE 'U'.
              88 WS-READ-DB2           VALUE 'D'.

       01  WS-HOLD-ACCOUNT-NO          PIC S9(9) COMP.
       01  WS-HOLD-TRANS-ID            PIC S9(9) COMP.
       01  WS-CLOSING-BALANCE          PIC S9(8)V9(2) COMP-3.
       01  WS-RUNNING-BALANCE          PIC S9(8)V9(2) COMP-3.
       01  WS-LIVE-TRANS-ID            PIC S9(9) COMP.
       01  WS-LIVE-BALANCE             PIC S9(8)V9(2) COMP-3.

      * The accrual's own host variables.  The accrual fires at the
      * control break, while the NEXT account's first row is still in
              05 PA-RATE-IN            PIC 9(06).
              05 FILLER                PIC X(01).
              05 PA-FEE-IN             PIC 9(05).
              05 FILLER                PIC X(01).
              05 PA-INPUT-SOURCE       PIC X(01).

      ******************************************************************
      *    P R O C E D U R E S
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1040-GET-BUSINESS-DATE.
           MOVE BDTE-RUN-DATE TO WS-RUN-DATE.

           PERFORM 1050-LOG-RUN-START.

      *    A month the GL has already closed takes no more postings -
      *    the run stops before the first INSERT rather than accrue
      *    into numbers that have been reported.
           IF WS-RUN-DATE(1:7) IS NOT GREATER THAN BDTE-CLOSED-THRU
               DISPLAY 'TRANACCR - PERIOD ' WS-RUN-DATE(1:7)
                       ' IS CLOSED (CLOSED THRU ' BDTE-CLOSED-THRU
                       ') - NOTHING ACCRUED'
               MOVE 12 TO RETURN-CODE
               PERFORM 3100-LOG-RUN-END
               STOP RUN
           END-IF.

           IF WS-READ-UNLOAD
               PERFORM 1400-PROVE-UNLOAD
           ELSE
               DISPLAY 'TRANACCR - READING PROD.TRANSACTIONS DIRECT'
           END-IF.

           OPEN OUTPUT ACCR-FILE.
           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE.
           MOVE WS-RPT-HEADING-1 TO ACCR-RECORD.
                ORDER BY ACCOUNT_NO, TRANS_ID
           END-EXEC.

      *    The unload's header has been proven - read past it.
           IF WS-READ-DB2
               EXEC SQL OPEN TRANACCR END-EXEC
           ELSE
               OPEN INPUT UNLD-FILE
               READ UNLD-FILE INTO UNLD-RECORD
                   AT END SET WS-END-OF-TRANS TO TRUE
               END-READ
           END-IF.

           PERFORM 1100-FETCH-NEXT-ROW.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The suite business date from the PROD.BUSINESS_DATE control   *
      * row through TRANBDTE - a PARM date, when one was keyed, is     *
      * passed in as the explicit override.  No trustworthy date means *
      * nothing is run and nothing is logged.                          *
      *----------------------------------------------------------------*
       1040-GET-BUSINESS-DATE SECTION.

           MOVE 'TRANACCR' TO BDTE-JOB-NAME.
           CALL 'TRANBDTE' USING BDTE-REQ BDTE-RES.

           IF BDTE-FAILED
               DISPLAY 'TRANACCR - NO BUSINESS DATE, RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1040-GET-BUSINESS-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Start-of-run log - the permanent PROD.BATCH_RUNLOG row this    *
      * execution will close out in 3100, whether it runs clean or     *

       1100-FETCH-NEXT-ROW SECTION.

           IF WS-READ-UNLOAD
               PERFORM 1150-READ-UNLOAD-ROW
               GO TO 1100-FETCH-NEXT-ROW-EXIT
           END-IF.

           EXEC SQL
               FETCH TRANACCR
                INTO :ACCOUNT-NO, :TRANS-ID, :TRANS-DATE, :TRANS-REF,
       1100-FETCH-NEXT-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The next unload detail into the row host variables, in place   *
      * of a FETCH; the trailer ends the pass.                         *
      *----------------------------------------------------------------*
       1150-READ-UNLOAD-ROW SECTION.

           READ UNLD-FILE INTO UNLD-RECORD
               AT END SET WS-END-OF-TRANS TO TRUE
           END-READ.

           IF WS-END-OF-TRANS
              OR UD-RECORD-TYPE IS NOT EQUAL TO 'D'
               SET WS-END-OF-TRANS TO TRUE
               GO TO 1150-READ-UNLOAD-ROW-EXIT
           END-IF.

           MOVE UD-ACCOUNT-NO   TO ACCOUNT-NO.
           MOVE UD-TRANS-ID     TO TRANS-ID.
           MOVE UD-TRANS-DATE   TO TRANS-DATE.
           MOVE UD-TRANS-REF    TO TRANS-REF.
           MOVE UD-TRANS-AMOUNT TO TRANS-AMOUNT.
           MOVE UD-TRANS-TYPE   TO TRANS-TYPE.
           MOVE UD-BALANCE      TO BALANCE.
           ADD 1 TO WS-READ-COUNT.

       1150-READ-UNLOAD-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PARM edits - a bad or missing parameter stops the run before   *
      * the first INSERT, with the reason on the job log.              *
               GO TO 1200-EDIT-PARM-EXIT
           END-IF.

      *    A posting date keyed in cols 1-10 overrides the control
      *    table's business date - TRANBDTE refuses one that is not
      *    ISO.  Blank runs under the table date.
           MOVE PA-RUN-DATE TO BDTE-OVERRIDE-DATE.
           COMPUTE WS-MONTHLY-RATE = PA-RATE-IN / 1000000.
           COMPUTE WS-MONTHLY-FEE  = PA-FEE-IN / 100.

      *    The unload unless the PARM asks for the table itself.
           IF PARM-LENGTH IS NOT LESS THAN 25
              AND PA-INPUT-SOURCE IS EQUAL TO 'D'
               SET WS-READ-DB2 TO TRUE
           END-IF.

       1200-EDIT-PARM-EXIT.
           EXIT.

       1360-PRINT-SCHED-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The unload proven before anything is accrued from it - a       *
      * failure is logged and the run stops with nothing posted.       *
      *----------------------------------------------------------------*
       1400-PROVE-UNLOAD SECTION.

           MOVE 'TRANACCR'  TO UNPV-JOB-NAME.
           MOVE WS-RUN-DATE TO UNPV-RUN-DATE.
           MOVE 'ACCT'      TO UNPV-SEQUENCE.
           CALL 'TRANUNPV' USING UNPV-REQ UNPV-RES.

           IF UNPV-FAILED
               DISPLAY 'TRANACCR - UNLOAD NOT PROVEN, RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               PERFORM 3100-LOG-RUN-END
               STOP RUN
           END-IF.

           DISPLAY 'TRANACCR - READING UNLOAD TAKEN ' UNPV-UNLOAD-TS.

       1400-PROVE-UNLOAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One pass of the outer loop is one row already fetched into the *
      * TRANSDCL host variables.  A change of ACCOUNT-NO is a control  *
               GO TO 2500-ACCRUE-ACCOUNT-EXIT
           END-IF.

           IF WS-READ-UNLOAD
               PERFORM 2580-CHECK-LATEST-ROW
           END-IF.

           MOVE WS-CLOSING-BALANCE TO WS-RUNNING-BALANCE.
           MOVE WS-HOLD-TRANS-ID   TO WS-AI-TRANS-ID.

       2575-MATCH-ONE-BAND-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Off the unload only - a posting made since the unload was      *
      * taken is on the table but not in the file.  The account's      *
      * latest live row is read back and, when it is newer than the    *
      * one held, its TRANS-ID and BALANCE take over, so the accrual   *
      * rows chain on from it instead of colliding with it.            *
      *----------------------------------------------------------------*
       2580-CHECK-LATEST-ROW SECTION.

           EXEC SQL
               SELECT TRANS_ID, BALANCE
                 INTO :WS-LIVE-TRANS-ID, :WS-LIVE-BALANCE
                 FROM PROD.TRANSACTIONS
                WHERE ACCOUNT_NO = :WS-HOLD-ACCOUNT-NO
                ORDER BY TRANS_ID DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE IS EQUAL TO ZERO
              AND WS-LIVE-TRANS-ID IS GREATER THAN WS-HOLD-TRANS-ID
               MOVE WS-LIVE-TRANS-ID TO WS-HOLD-TRANS-ID
               MOVE WS-LIVE-BALANCE  TO WS-CLOSING-BALANCE
           END-IF.

       2580-CHECK-LATEST-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Writes one accrual row through the WS-ACCR-INSERT fields -     *
      * never through the TRANSDCL host variables, which still carry   *
               PERFORM 2500-ACCRUE-ACCOUNT
           END-IF.

           IF WS-READ-DB2
               EXEC SQL CLOSE TRANACCR END-EXEC
           ELSE
               CLOSE UNLD-FILE
           END-IF.
           EXEC SQL COMMIT END-EXEC.

           MOVE WS-ACCT-COUNT      TO WS-RT-ACCT-COUNT.
