      * the same dataset.                                              *
      *                                                                *
      * Every statement line also lands on the PROD.STMT_ARCHIVE      *
      * table, keyed by account, statement date (the suite business   *
      * date from PROD.BUSINESS_DATE, or PARM cols 7-16 as an         *
      * override) and line sequence, so TRANRPRT can page any         *
      * statement back to a teller and route reprints to the print    *
      * queue without an ad-hoc query.  The account's archive rows    *
      * for the statement date are cleared at the account break,      *
      * which keeps full same-day reruns from doubling the archive.   *
      * An account TRANSETL closed that day already has its FINAL      *
      * statement archived under the same key (STMT_TYPE F); that one  *
      * is its statement for the date, so the account is left out of  *
      * this run altogether rather than overwritten.                   *
      *                                                                *
      * The rows come from the nightly TRANUNLD unload (DD UNLDIN, the *
      * UNLDACCT file) rather than the table, proven through TRANUNPV  *
      * against the statement date - header, trailer count and hash -  *
      * before a line is written; a file that fails stops the run at   *
      * RC 12.  The unload is in the cursor's order, so a restart      *
      * skips the file up past the checkpointed account exactly as the *
      * cursor predicate did.  PARM col 18 = 'D' reads                 *
      * PROD.TRANSACTIONS direct through the cursor instead, for a     *
      * daytime run with no current unload.                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT STMT-FILE ASSIGN TO STMTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNLD-FILE ASSIGN TO UNLDIN
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  STMT-RECORD                 PIC X(80).

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
              88 WS-ACCT-ON-MASTER     VALUE 'Y'.
           03 WS-RESTART-SW            PIC X(01) VALUE 'N'.
              88 WS-RESTARTED-RUN      VALUE 'Y'.
           03 WS-SOURCE-SW             PIC X(01) VALUE 'U'.
              88 WS-READ-UNLOAD        VALUE 'U'.
              88 WS-READ-DB2           VALUE 'D'.
           03 WS-FINAL-SW              PIC X(01) VALUE 'N'.
              88 WS-FINAL-ON-ARCHIVE   VALUE 'Y'.

       01  WS-HOLD-ACCOUNT-NO          PIC S9(9) COMP.
       01  WS-FINAL-PROBE              PIC S9(9) COMP VALUE ZERO.
       01  WS-FINAL-COUNT              PIC 9(07) COMP VALUE ZERO.

      * Checkpoint/restart controls - the interval is completed
      * accounts between commits, tunable per run from the PARM.
              05 PA-CHKPT-INTERVAL     PIC 9(05).
              05 FILLER                PIC X(01).
              05 PA-STMT-DATE          PIC X(10).
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

      *    Statement date - the archive key - is the suite business
      *    date from the control table; PARM cols 7-16 override it so
      *    a catch-up run can be dated properly.
           MOVE SPACES TO BDTE-OVERRIDE-DATE.
           IF PARM-LENGTH IS NOT LESS THAN 16
               MOVE PA-STMT-DATE TO BDTE-OVERRIDE-DATE
           END-IF.
           PERFORM 1040-GET-BUSINESS-DATE.
           MOVE BDTE-RUN-DATE TO WS-STMT-DATE.
           MOVE WS-STMT-DATE TO SA-STMT-DATE.

           PERFORM 1050-LOG-RUN-START.

           PERFORM 1300-GET-RESTART-STATUS.

      *    Proven against the statement date a restart has settled on.
           IF WS-READ-UNLOAD
               PERFORM 1400-PROVE-UNLOAD
           ELSE
               DISPLAY 'TRANSTMT - READING PROD.TRANSACTIONS DIRECT'
           END-IF.

           IF WS-RESTARTED-RUN
               OPEN EXTEND STMT-FILE
           ELSE
                ORDER BY ACCOUNT_NO, TRANS_ID
           END-EXEC.

      *    The unload's header has been proven - read past it.
           IF WS-READ-DB2
               EXEC SQL OPEN TRANALL END-EXEC
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

           MOVE 'TRANSTMT' TO BDTE-JOB-NAME.
           CALL 'TRANBDTE' USING BDTE-REQ BDTE-RES.

           IF BDTE-FAILED
               DISPLAY 'TRANSTMT - NO BUSINESS DATE, RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1040-GET-BUSINESS-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Start-of-run log - the permanent PROD.BATCH_RUNLOG row this    *
      * execution will close out in 3100, whether it runs clean or     *
       1300-GET-RESTART-STATUS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The unload proven before anything is read from it or written   *
      * - a failure is logged and the run stops with the print file,   *
      * the archive and the restart row as they were.                  *
      *----------------------------------------------------------------*
       1400-PROVE-UNLOAD SECTION.

           MOVE WS-JOB-NAME  TO UNPV-JOB-NAME.
           MOVE WS-STMT-DATE TO UNPV-RUN-DATE.
           MOVE 'ACCT'       TO UNPV-SEQUENCE.
           CALL 'TRANUNPV' USING UNPV-REQ UNPV-RES.

           IF UNPV-FAILED
               DISPLAY 'TRANSTMT - UNLOAD NOT PROVEN, RUN STOPPED'
               EXEC SQL ROLLBACK END-EXEC
               MOVE 12 TO RETURN-CODE
               PERFORM 3100-LOG-RUN-END
               STOP RUN
           END-IF.

           DISPLAY 'TRANSTMT - READING UNLOAD TAKEN ' UNPV-UNLOAD-TS.

       1400-PROVE-UNLOAD-EXIT.
           EXIT.

       1100-FETCH-NEXT-ROW SECTION.

           IF WS-READ-UNLOAD
               PERFORM 1150-READ-UNLOAD-ROW
               GO TO 1100-FETCH-NEXT-ROW-EXIT
           END-IF.

           EXEC SQL
               FETCH TRANALL
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
      * One pass of the outer loop is one row already fetched into the *
      * TRANSDCL host variables.  A change of ACCOUNT-NO is a control  *

       2100-WRITE-ACCOUNT-TRAILER SECTION.

           IF WS-FINAL-ON-ARCHIVE
               GO TO 2100-WRITE-ACCOUNT-TRAILER-EXIT
           END-IF.

           MOVE WS-RUNNING-BALANCE TO WS-ST-BALANCE.
           MOVE WS-STMT-TRAILER-LINE TO WS-STMT-LINE-OUT.
           PERFORM 2050-PUT-STMT-LINE.
      *    archive always holds exactly one image per key.
           MOVE ACCOUNT-NO TO SA-ACCOUNT-NO.
           MOVE ZERO       TO SA-LINE-NO.

      *    A final statement already on file for the date stands -
      *    nothing is cleared, written or counted for the account.
           PERFORM 2210-CHECK-FINAL-STMT.
           IF WS-FINAL-ON-ARCHIVE
               MOVE 'N' TO WS-FIRST-ACCT-SW
               ADD 1 TO WS-FINAL-COUNT
               GO TO 2200-WRITE-ACCOUNT-HEADER-EXIT
           END-IF.

           EXEC SQL
               DELETE FROM PROD.STMT_ARCHIVE
                WHERE ACCOUNT_NO = :SA-ACCOUNT-NO
       2200-WRITE-ACCOUNT-HEADER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Flags an account whose FINAL statement (STMT_TYPE F, written   *
      * by TRANSETL when it closed the account) is already archived    *
      * for the statement date.                                        *
      *----------------------------------------------------------------*
       2210-CHECK-FINAL-STMT SECTION.

           MOVE 'N' TO WS-FINAL-SW.

           EXEC SQL
               SELECT LINE_NO
                 INTO :WS-FINAL-PROBE
                 FROM PROD.STMT_ARCHIVE
                WHERE ACCOUNT_NO = :SA-ACCOUNT-NO
                  AND STMT_DATE  = :SA-STMT-DATE
                  AND STMT_TYPE  = 'F'
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

      *    A failed probe must not read as "no final statement" - the
      *    DELETE that follows would take the FINAL image with it.
           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   MOVE 'Y' TO WS-FINAL-SW
               WHEN SQLCODE IS EQUAL TO +100
                   MOVE 'N' TO WS-FINAL-SW
               WHEN OTHER
                   DISPLAY 'TRANSTMT - FINAL STATEMENT CHECK FAILED '
                           'SQLCODE=' SQLCODE
                   DISPLAY 'TRANSTMT - ACCOUNT=' SA-ACCOUNT-NO
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 16 TO RETURN-CODE
                   PERFORM 3100-LOG-RUN-END
                   STOP RUN
           END-EVALUATE.

       2210-CHECK-FINAL-STMT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One master read per account break - the statement heads up     *
      * with whoever PROD.ACCOUNTS says holds the account.  A row on   *

       2300-WRITE-DETAIL-LINE SECTION.

           IF WS-FINAL-ON-ARCHIVE
               GO TO 2300-WRITE-DETAIL-LINE-EXIT
           END-IF.

           MOVE TRANS-DATE   TO WS-SD-TRANS-DATE.
           MOVE TRANS-REF    TO WS-SD-TRANS-REF.
           MOVE TRANS-AMOUNT TO WS-SD-TRANS-AMOUNT.
               PERFORM 2100-WRITE-ACCOUNT-TRAILER
           END-IF.

           IF WS-READ-DB2
               EXEC SQL CLOSE TRANALL END-EXEC
           ELSE
               CLOSE UNLD-FILE
           END-IF.

           CLOSE STMT-FILE.


           DISPLAY 'TRANSTMT - ACCOUNTS STATEMENTED: ' WS-ACCT-COUNT.
           DISPLAY 'TRANSTMT - TRANSACTIONS WRITTEN:  ' WS-STMT-COUNT.
           DISPLAY 'TRANSTMT - FINAL STATEMENTS KEPT: ' WS-FINAL-COUNT.

           PERFORM 3100-LOG-RUN-END.

