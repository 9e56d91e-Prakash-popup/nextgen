      * RECONOUT must run DISP=MOD so both the fresh OPEN OUTPUT and  *
      * the restart OPEN EXTEND see the same dataset.                  *
      *                                                                *
      * The rows come from the nightly TRANUNLD unload (DD UNLDIN, the *
      * UNLDACCT file) rather than the table, proven through TRANUNPV  *
      * - header for this run date, trailer count and hash - before a  *
      * line is reconciled; a file that fails stops the run at RC 12.  *
      * The unload is in the cursor's order, so a restart skips the    *
      * file up past the checkpointed account exactly as the cursor    *
      * predicate did.  PARM col 18 = 'D' reads PROD.TRANSACTIONS      *
      * direct through the cursor instead, for a daytime run with no   *
      * current unload.                                                *
      *                                                                *
      * The run is logged under the suite business date from the      *
      * PROD.BUSINESS_DATE control table (see TRANBDTE), so a suite   *
      * that crosses midnight still logs every job under the one date *
      * TRANSTAT reports on.  PARM cols 7-16, when keyed, override it *
      * (ISO) for this run only.                                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT RECON-FILE ASSIGN TO RECONOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNLD-FILE ASSIGN TO UNLDIN
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  RECON-RECORD                PIC X(80).

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
              88 WS-FIRST-ACCOUNT      VALUE 'Y'.
           03 WS-RESTART-SW            PIC X(01) VALUE 'N'.
              88 WS-RESTARTED-RUN      VALUE 'Y'.
           03 WS-SOURCE-SW             PIC X(01) VALUE 'U'.
              88 WS-READ-UNLOAD        VALUE 'U'.
              88 WS-READ-DB2           VALUE 'D'.

       01  WS-HOLD-ACCOUNT-NO          PIC S9(9) COMP.

              05 PA-CHKPT-INTERVAL     PIC 9(05).
              05 FILLER                PIC X(01).
              05 PA-RUN-DATE           PIC X(10).
              05 FILLER                PIC X(01).
              05 PA-INPUT-SOURCE       PIC X(01).

       PROCEDURE DIVISION USING PARM-DATA.

               MOVE PA-CHKPT-INTERVAL TO WS-CHECKPOINT-INTERVAL
           END-IF.

      *    The unload unless the PARM asks for the table itself.
           IF PARM-LENGTH IS NOT LESS THAN 18
              AND PA-INPUT-SOURCE IS EQUAL TO 'D'
               SET WS-READ-DB2 TO TRUE
           END-IF.

      *    The suite business date for the run log - the control
      *    table's, unless the PARM overrides it.
           MOVE SPACES TO BDTE-OVERRIDE-DATE.
           IF PARM-LENGTH IS NOT LESS THAN 16
               MOVE PA-RUN-DATE TO BDTE-OVERRIDE-DATE
           END-IF.
           PERFORM 1040-GET-BUSINESS-DATE.
           MOVE BDTE-RUN-DATE TO WS-RUN-DATE.

           PERFORM 1050-LOG-RUN-START.

           PERFORM 1300-GET-RESTART-STATUS.

           IF WS-READ-UNLOAD
               PERFORM 1400-PROVE-UNLOAD
           ELSE
               DISPLAY 'TRANRECN - READING PROD.TRANSACTIONS DIRECT'
           END-IF.

           IF WS-RESTARTED-RUN
               OPEN EXTEND RECON-FILE
           ELSE
                ORDER BY ACCOUNT_NO, TRANS_ID
           END-EXEC.

      *    The unload's header has been proven - read past it.
           IF WS-READ-DB2
               EXEC SQL OPEN TRANRECN END-EXEC
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

           MOVE 'TRANRECN' TO BDTE-JOB-NAME.
           CALL 'TRANBDTE' USING BDTE-REQ BDTE-RES.

           IF BDTE-FAILED
               DISPLAY 'TRANRECN - NO BUSINESS DATE, RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1040-GET-BUSINESS-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Start-of-run log - the permanent PROD.BATCH_RUNLOG row this    *
      * execution will close out in 3100; a restart execution is its   *
       1300-GET-RESTART-STATUS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The unload proven before anything is read from it or written   *
      * - a failure is logged and the run stops with the report and    *
      * the restart row as they were.                                  *
      *----------------------------------------------------------------*
       1400-PROVE-UNLOAD SECTION.

           MOVE WS-JOB-NAME TO UNPV-JOB-NAME.
           MOVE WS-RUN-DATE TO UNPV-RUN-DATE.
           MOVE 'ACCT'      TO UNPV-SEQUENCE.
           CALL 'TRANUNPV' USING UNPV-REQ UNPV-RES.

           IF UNPV-FAILED
               DISPLAY 'TRANRECN - UNLOAD NOT PROVEN, RUN STOPPED'
               EXEC SQL ROLLBACK END-EXEC
               MOVE 12 TO RETURN-CODE
               PERFORM 3100-LOG-RUN-END
               STOP RUN
           END-IF.

           DISPLAY 'TRANRECN - READING UNLOAD TAKEN ' UNPV-UNLOAD-TS.

       1400-PROVE-UNLOAD-EXIT.
           EXIT.

       1100-FETCH-NEXT-ROW SECTION.

           IF WS-READ-UNLOAD
               PERFORM 1150-READ-UNLOAD-ROW
               GO TO 1100-FETCH-NEXT-ROW-EXIT
           END-IF.

           EXEC SQL
               FETCH TRANRECN
                INTO :ACCOUNT-NO, :TRANS-ID, :TRANS-DATE, :TRANS-REF,
       1100-FETCH-NEXT-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The next unload detail into the row host variables, in place   *
      * of a FETCH.  Accounts up to the checkpointed one are passed    *
      * over, the same rows the cursor's restart predicate leaves out; *
      * the trailer ends the pass.                                     *
      *----------------------------------------------------------------*
       1150-READ-UNLOAD-ROW SECTION.

           PERFORM 1160-READ-UNLOAD-RECORD.
           PERFORM 1160-READ-UNLOAD-RECORD
              UNTIL WS-END-OF-TRANS
                 OR UD-ACCOUNT-NO IS GREATER THAN WS-RESTART-ACCT-NO.

           IF WS-END-OF-TRANS
               GO TO 1150-READ-UNLOAD-ROW-EXIT
           END-IF.

           MOVE UD-ACCOUNT-NO   TO ACCOUNT-NO.
           MOVE UD-TRANS-ID     TO TRANS-ID.
           MOVE UD-TRANS-DATE   TO TRANS-DATE.
           MOVE UD-TRANS-REF    TO TRANS-REF.
           MOVE UD-TRANS-AMOUNT TO TRANS-AMOUNT.
           MOVE UD-TRANS-TYPE   TO TRANS-TYPE.
           MOVE UD-BALANCE      TO BALANCE.
           ADD 1 TO WS-TRANS-COUNT.

       1150-READ-UNLOAD-ROW-EXIT.
           EXIT.

       1160-READ-UNLOAD-RECORD SECTION.

           READ UNLD-FILE INTO UNLD-RECORD
               AT END SET WS-END-OF-TRANS TO TRUE
           END-READ.

           IF UD-RECORD-TYPE IS NOT EQUAL TO 'D'
               SET WS-END-OF-TRANS TO TRUE
           END-IF.

       1160-READ-UNLOAD-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A change of ACCOUNT-NO starts a new running balance - there is *
      * no prior row to check the first posting on an account against, *

       3000-TERMINATE SECTION.

           IF WS-READ-DB2
               EXEC SQL CLOSE TRANRECN END-EXEC
           ELSE
               CLOSE UNLD-FILE
           END-IF.

           MOVE WS-BLANK-LINE TO RECON-RECORD.
           WRITE RECON-RECORD.
