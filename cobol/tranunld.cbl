       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANUNLD.
      *----------------------------------------------------------------*
      * Nightly single-pass unload of PROD.TRANSACTIONS.  TRANRECN,    *
      * TRANSTMT, TRANACCR and TRANDUPE each used to open their own    *
      * full-table cursor, four scans of the biggest table in the      *
      * suite a night, each seeing the table at a slightly different   *
      * moment.  This step reads it once, at one consistent point, and *
      * the four read its files instead.                               *
      *                                                                *
      * The table is locked in SHARE mode for the read - postings wait *
      * rather than land half-way through it - and the lock goes at    *
      * the COMMIT taken the moment the cursor is exhausted.  Run it   *
      * after the day's posting feed (TRANLOAD) and before the four    *
      * readers.  Two files come out of the one read:                  *
      *   UNLDACCT  ACCOUNT-NO/TRANS-ID order, for TRANRECN, TRANSTMT  *
      *             and TRANACCR;                                      *
      *   UNLDDUPE  ACCOUNT-NO, TRANS-DATE, TRANS-REF, TRANS-AMOUNT,   *
      *             TRANS-ID order - TRANDUPE's - sorted from the same *
      *             rows, so the two files hold exactly the same set.  *
      * Both carry the UNLDCPY header (business date, detail order and *
      * the DB2 timestamp of the read) and a trailer with the detail   *
      * count and signed TRANS-AMOUNT hash, which every reader proves  *
      * through TRANUNPV before it processes a record.  The two files  *
      * are also proven against each other here; a failure of either   *
      * kind is RC 16 and the readers must not run.                    *
      *                                                                *
      * Logged with COUNT1 rows unloaded and COUNT2 accounts.  The run *
      * is stamped with the suite business date from the               *
      * PROD.BUSINESS_DATE control table (see TRANBDTE); PARM cols     *
      * 1-10, when keyed, override it (ISO).                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO UNLDACCT
               ORGANIZATION IS SEQUENTIAL.
           SELECT DUPE-FILE ASSIGN TO UNLDDUPE
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ACCT-RECORD                 PIC X(80).

       FD  DUPE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DUPE-RECORD                 PIC X(80).

      * The sort record is the unload detail, keyed in place.
       SD  SORT-FILE.
       01  SORT-RECORD.
           03 FILLER                   PIC X(01).
           03 SR-ACCOUNT-NO            PIC 9(09).
           03 SR-TRANS-ID              PIC 9(09).
           03 SR-TRANS-DATE            PIC X(10).
           03 SR-TRANS-REF             PIC X(20).
           03 SR-TRANS-AMOUNT          PIC S9(8)V9(2)
                                        SIGN LEADING SEPARATE.
           03 FILLER                   PIC X(20).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DB2 communications area                                        *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Row layout for PROD.TRANSACTIONS
           COPY TRANSDCL.

      * Record layout of the PROD.TRANSACTIONS unload
           COPY UNLDCPY.

      * Run-log interface for the TRANRLOG module
           COPY RLOGCPY.

      * Business-date interface for the TRANBDTE module
           COPY BDTECPY.

       01  WS-SWITCHES.
           03 WS-EOF-SW                PIC X(01) VALUE 'N'.
              88 WS-END-OF-TRANS       VALUE 'Y'.
           03 WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-END-OF-SORT        VALUE 'Y'.
           03 WS-FIRST-ROW-SW          PIC X(01) VALUE 'Y'.
              88 WS-FIRST-ROW          VALUE 'Y'.

       01  WS-JOB-NAME                 PIC X(08) VALUE 'TRANUNLD'.
       01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
       01  WS-UNLOAD-TS                PIC X(26) VALUE SPACES.
       01  WS-HOLD-ACCOUNT-NO          PIC S9(9) COMP VALUE ZERO.
       01  WS-ACCT-COUNT               PIC 9(07) COMP VALUE ZERO.

      * One count and hash per file, sized as TRANXTRC sizes its own;
      * the two pairs must agree before the run is called good.
       01  WS-ACCT-ROW-COUNT           PIC 9(09) COMP VALUE ZERO.
       01  WS-ACCT-HASH-TOTAL          PIC S9(14)V9(2) COMP-3
                                                        VALUE ZERO.
       01  WS-DUPE-ROW-COUNT           PIC 9(09) COMP VALUE ZERO.
       01  WS-DUPE-HASH-TOTAL          PIC S9(14)V9(2) COMP-3
                                                        VALUE ZERO.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
       01  PARM-DATA.
           03 PARM-LENGTH              PIC S9(4) COMP.
           03 PARM-TEXT.
              05 PA-RUN-DATE           PIC X(10).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION USING PARM-DATA.

       MAINLINE SECTION.

           PERFORM 1000-INITIALIZE.

           SORT SORT-FILE
               ON ASCENDING KEY SR-ACCOUNT-NO
                                SR-TRANS-DATE
                                SR-TRANS-REF
                                SR-TRANS-AMOUNT
                                SR-TRANS-ID
               INPUT PROCEDURE IS 2000-UNLOAD-TABLE
               OUTPUT PROCEDURE IS 2500-WRITE-DUPE-FILE.

           PERFORM 3000-TERMINATE.
           STOP RUN.

       MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE SECTION.

           MOVE SPACES TO BDTE-OVERRIDE-DATE.
           IF PARM-LENGTH IS NOT LESS THAN 10
               MOVE PA-RUN-DATE TO BDTE-OVERRIDE-DATE
           END-IF.
           PERFORM 1040-GET-BUSINESS-DATE.
           MOVE BDTE-RUN-DATE TO WS-RUN-DATE.

           PERFORM 1050-LOG-RUN-START.

           OPEN OUTPUT ACCT-FILE.
           OPEN OUTPUT DUPE-FILE.

      *    The consistent point - from here until the COMMIT in 2000
      *    nothing can post to the table, so the one read sees it as
      *    it stood at WS-UNLOAD-TS.
           EXEC SQL
               LOCK TABLE PROD.TRANSACTIONS IN SHARE MODE
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               DISPLAY 'TRANUNLD - TABLE LOCK FAILED SQLCODE=' SQLCODE
               PERFORM 3500-ABORT-RUN
           END-IF.

           EXEC SQL
               SET :WS-UNLOAD-TS = CURRENT TIMESTAMP
           END-EXEC.

           MOVE SPACES        TO UNLD-RECORD.
           MOVE 'H'           TO UH-RECORD-TYPE.
           MOVE WS-JOB-NAME   TO UH-JOB-NAME.
           MOVE WS-RUN-DATE   TO UH-RUN-DATE.
           MOVE WS-UNLOAD-TS  TO UH-UNLOAD-TS.
           SET UH-ACCT-ORDER  TO TRUE.
           WRITE ACCT-RECORD FROM UNLD-RECORD.
           SET UH-DUPE-ORDER  TO TRUE.
           WRITE DUPE-RECORD FROM UNLD-RECORD.

           EXEC SQL
               DECLARE TRANUNLD CURSOR FOR
               SELECT ACCOUNT_NO, TRANS_ID, TRANS_DATE, TRANS_REF,
                      TRANS_AMOUNT, TRANS_TYPE, BALANCE
                 FROM PROD.TRANSACTIONS
                ORDER BY ACCOUNT_NO, TRANS_ID
           END-EXEC.

           EXEC SQL OPEN TRANUNLD END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               DISPLAY 'TRANUNLD - CURSOR OPEN FAILED SQLCODE=' SQLCODE
               PERFORM 3500-ABORT-RUN
           END-IF.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The suite business date from the PROD.BUSINESS_DATE control   *
      * row through TRANBDTE - a PARM date, when one was keyed, is     *
      * passed in as the explicit override.  No trustworthy date means *
      * nothing is run and nothing is logged.                          *
      *----------------------------------------------------------------*
       1040-GET-BUSINESS-DATE SECTION.

           MOVE 'TRANUNLD' TO BDTE-JOB-NAME.
           CALL 'TRANBDTE' USING BDTE-REQ BDTE-RES.

           IF BDTE-FAILED
               DISPLAY 'TRANUNLD - NO BUSINESS DATE, RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1040-GET-BUSINESS-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Start-of-run log - the permanent PROD.BATCH_RUNLOG row this    *
      * execution will close out in 3100, whether it runs clean or     *
      * dies.                                                          *
      *----------------------------------------------------------------*
       1050-LOG-RUN-START SECTION.

           SET RLOG-FUNC-START TO TRUE.
           MOVE WS-JOB-NAME TO RLOG-JOB-NAME.
           MOVE WS-RUN-DATE TO RLOG-RUN-DATE.
           MOVE SPACES      TO RLOG-GUARD-JOB.
           CALL 'TRANRLOG' USING RLOG-REQ RLOG-RES.

       1050-LOG-RUN-START-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Sort input - the single pass over the table.  Every row goes   *
      * to UNLDACCT as it is fetched and is released to the sort for   *
      * UNLDDUPE.  The cursor is closed and the lock released as soon  *
      * as the last row is read; the sort needs nothing more from DB2. *
      *----------------------------------------------------------------*
       2000-UNLOAD-TABLE SECTION.

           PERFORM 2100-UNLOAD-ROW
              UNTIL WS-END-OF-TRANS.

           EXEC SQL CLOSE TRANUNLD END-EXEC.
           EXEC SQL COMMIT END-EXEC.

       2000-UNLOAD-TABLE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One fetched row.  Only +100 ends the pass - any other SQLCODE  *
      * would leave a file that proves itself but is short.            *
      *----------------------------------------------------------------*
       2100-UNLOAD-ROW SECTION.

           EXEC SQL
               FETCH TRANUNLD
                INTO :ACCOUNT-NO, :TRANS-ID, :TRANS-DATE, :TRANS-REF,
                     :TRANS-AMOUNT, :TRANS-TYPE, :BALANCE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   CONTINUE
               WHEN SQLCODE IS EQUAL TO +100
                   SET WS-END-OF-TRANS TO TRUE
                   GO TO 2100-UNLOAD-ROW-EXIT
               WHEN OTHER
                   DISPLAY 'TRANUNLD - FETCH FAILED SQLCODE=' SQLCODE
                   PERFORM 3500-ABORT-RUN
           END-EVALUATE.

           IF WS-FIRST-ROW
              OR ACCOUNT-NO IS NOT EQUAL TO WS-HOLD-ACCOUNT-NO
               MOVE ACCOUNT-NO TO WS-HOLD-ACCOUNT-NO
               MOVE 'N' TO WS-FIRST-ROW-SW
               ADD 1 TO WS-ACCT-COUNT
           END-IF.

           MOVE SPACES       TO UNLD-RECORD.
           MOVE 'D'          TO UD-RECORD-TYPE.
           MOVE ACCOUNT-NO   TO UD-ACCOUNT-NO.
           MOVE TRANS-ID     TO UD-TRANS-ID.
           MOVE TRANS-DATE   TO UD-TRANS-DATE.
           MOVE TRANS-REF    TO UD-TRANS-REF.
           MOVE TRANS-AMOUNT TO UD-TRANS-AMOUNT.
           MOVE TRANS-TYPE   TO UD-TRANS-TYPE.
           MOVE BALANCE      TO UD-BALANCE.
           WRITE ACCT-RECORD FROM UNLD-RECORD.

           ADD 1 TO WS-ACCT-ROW-COUNT.
           ADD TRANS-AMOUNT TO WS-ACCT-HASH-TOTAL.

           MOVE UNLD-RECORD TO SORT-RECORD.
           RELEASE SORT-RECORD.

       2100-UNLOAD-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Sort output - the same rows back in TRANDUPE's order, counted  *
      * and hashed again on the way to UNLDDUPE.                       *
      *----------------------------------------------------------------*
       2500-WRITE-DUPE-FILE SECTION.

           PERFORM 2510-RETURN-SORTED-ROW.
           PERFORM 2600-WRITE-DUPE-ROW
              UNTIL WS-END-OF-SORT.

       2500-WRITE-DUPE-FILE-EXIT.
           EXIT.

       2510-RETURN-SORTED-ROW SECTION.

           RETURN SORT-FILE INTO UNLD-RECORD
               AT END SET WS-END-OF-SORT TO TRUE
           END-RETURN.

       2510-RETURN-SORTED-ROW-EXIT.
           EXIT.

       2600-WRITE-DUPE-ROW SECTION.

           WRITE DUPE-RECORD FROM UNLD-RECORD.

           ADD 1 TO WS-DUPE-ROW-COUNT.
           ADD UD-TRANS-AMOUNT TO WS-DUPE-HASH-TOTAL.

           PERFORM 2510-RETURN-SORTED-ROW.

       2600-WRITE-DUPE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The two files proven against each other, then both trailers -  *
      * a sort that lost or gained a row fails the run rather than     *
      * hand TRANDUPE a different table from the other three.          *
      *----------------------------------------------------------------*
       3000-TERMINATE SECTION.

           IF SORT-RETURN IS NOT EQUAL TO ZERO
               DISPLAY 'TRANUNLD - SORT FAILED SORT-RETURN='
                       SORT-RETURN
               PERFORM 3500-ABORT-RUN
           END-IF.

           IF WS-DUPE-ROW-COUNT IS NOT EQUAL TO WS-ACCT-ROW-COUNT
              OR WS-DUPE-HASH-TOTAL IS NOT EQUAL TO WS-ACCT-HASH-TOTAL
               DISPLAY 'TRANUNLD - UNLDDUPE DOES NOT AGREE WITH '
                       'UNLDACCT: ' WS-DUPE-ROW-COUNT ' ROWS AGAINST '
                       WS-ACCT-ROW-COUNT
               PERFORM 3500-ABORT-RUN
           END-IF.

           MOVE SPACES             TO UNLD-RECORD.
           MOVE 'T'                TO UT-RECORD-TYPE.
           MOVE WS-ACCT-ROW-COUNT  TO UT-RECORD-COUNT.
           MOVE WS-ACCT-HASH-TOTAL TO UT-HASH-TOTAL.
           WRITE ACCT-RECORD FROM UNLD-RECORD.

           MOVE WS-DUPE-ROW-COUNT  TO UT-RECORD-COUNT.
           MOVE WS-DUPE-HASH-TOTAL TO UT-HASH-TOTAL.
           WRITE DUPE-RECORD FROM UNLD-RECORD.

           CLOSE ACCT-FILE.
           CLOSE DUPE-FILE.

           DISPLAY 'TRANUNLD - RUN DATE:         ' WS-RUN-DATE.
           DISPLAY 'TRANUNLD - UNLOADED AT:      ' WS-UNLOAD-TS.
           DISPLAY 'TRANUNLD - ROWS UNLOADED:    ' WS-ACCT-ROW-COUNT.
           DISPLAY 'TRANUNLD - ACCOUNTS:         ' WS-ACCT-COUNT.

           PERFORM 3100-LOG-RUN-END.

       3000-TERMINATE-EXIT.
           EXIT.

       3100-LOG-RUN-END SECTION.

           SET RLOG-FUNC-END TO TRUE.
           MOVE RETURN-CODE       TO RLOG-RETURN-CODE.
           MOVE WS-ACCT-ROW-COUNT TO RLOG-COUNT1.
           MOVE WS-ACCT-COUNT     TO RLOG-COUNT2.
           MOVE ZERO              TO RLOG-COUNT3.
           CALL 'TRANRLOG' USING RLOG-REQ RLOG-RES.

       3100-LOG-RUN-END-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Any failure - the lock is released, the files are closed with  *
      * no trailer on them, and RC 16 keeps the readers from running.  *
      *----------------------------------------------------------------*
       3500-ABORT-RUN SECTION.

           EXEC SQL ROLLBACK END-EXEC.
           CLOSE ACCT-FILE.
           CLOSE DUPE-FILE.
           DISPLAY 'TRANUNLD - RUN ABORTED, UNLOAD NOT USABLE'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 3100-LOG-RUN-END.
           STOP RUN.

       3500-ABORT-RUN-EXIT.
           EXIT.
