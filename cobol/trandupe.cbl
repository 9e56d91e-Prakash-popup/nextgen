      * causes; this report names the posting itself, on day one      *
      * instead of nine days in.                                       *
      *                                                                *
      * A suspect already dealt with through TRANREVS is listed as     *
      * RESOLVED rather than OPEN - either the suspect row itself has  *
      * been reversed, or the original it matches has been (one        *
      * reversal of the original resolves one suspect against it, the  *
      * first).  PROD.TRANS_REVERSAL is read for each.  Resolved lines *
      * stay on the report for the record but are counted apart, and   *
      * only the open suspects are carried to the run log.             *
      *                                                                *
      * The rows come from the nightly TRANUNLD unload (DD UNLDIN, the *
      * UNLDDUPE file, already sorted into this program's order)       *
      * rather than the table, proven through TRANUNPV - header for    *
      * this run date and order, trailer count and hash - before a     *
      * line is reported; a file that fails stops the run at RC 12.    *
      * PARM col 12 = 'D' reads PROD.TRANSACTIONS direct through the   *
      * cursor instead, for a daytime run with no current unload.      *
      *                                                                *
      * The run is logged under the suite business date from the      *
      * PROD.BUSINESS_DATE control table (see TRANBDTE), so a suite   *
      * that crosses midnight still logs every job under the one date *
      * TRANSTAT reports on.  PARM cols 1-10, when keyed, override it *
      * (ISO) for this run only.                                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT DUPE-FILE ASSIGN TO DUPEOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNLD-FILE ASSIGN TO UNLDIN
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  DUPE-RECORD                 PIC X(80).

       FD  UNLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  UNLD-FILE-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DB2 communications area                                        *
      * Row layout for PROD.TRANSACTIONS
           COPY TRANSDCL.

      * Row layout for the PROD.TRANS_REVERSAL reversal linkage
           COPY REVLDCL.

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
           03 WS-FIRST-ROW-SW          PIC X(01) VALUE 'Y'.
              88 WS-FIRST-ROW          VALUE 'Y'.
           03 WS-SOURCE-SW             PIC X(01) VALUE 'U'.
              88 WS-READ-UNLOAD        VALUE 'U'.
              88 WS-READ-DB2           VALUE 'D'.
      *    Whether the held original has a reversal not yet set
      *    against a suspect - looked up on the first suspect of each
      *    held signature, used up by the first suspect it resolves.
           03 WS-HOLD-REV-SW           PIC X(01) VALUE 'U'.
              88 WS-HOLD-REV-UNCHECKED VALUE 'U'.
              88 WS-HOLD-REV-AVAILABLE VALUE 'Y'.
              88 WS-HOLD-REV-NONE      VALUE 'N'.
           03 WS-SUSPECT-SW            PIC X(01) VALUE 'O'.
              88 WS-SUSPECT-OPEN       VALUE 'O'.
              88 WS-SUSPECT-RESOLVED   VALUE 'R'.

      * The prior row's matching signature - a row equal on all four
      * holds (but for TRANS-ID, which the cursor order makes always
       01  WS-TRANS-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-ACCT-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-DUPE-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-RESOLVED-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-REV-COUNT                PIC S9(9) COMP VALUE ZERO.
       01  WS-PROBE-TRANS-ID           PIC S9(9) COMP VALUE ZERO.
       01  WS-PRIOR-ACCOUNT-NO         PIC S9(9) COMP VALUE ZERO.
       01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.


       01  WS-RPT-HEADING-2.
           03 FILLER                   PIC X(09) VALUE 'ACCOUNT  '.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 FILLER                   PIC X(08) VALUE 'TRANS-ID'.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 FILLER                   PIC X(08) VALUE 'ORIG-ID '.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 FILLER                   PIC X(10) VALUE 'TRANS-DATE'.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 FILLER                   PIC X(20) VALUE 'REFERENCE'.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 FILLER                   PIC X(11) VALUE '     AMOUNT'.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 FILLER                   PIC X(08) VALUE 'STATUS'.

       01  WS-RPT-DUPE-LINE.
           03 WS-RD-ACCOUNT-NO         PIC Z(8)9.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 WS-RD-TRANS-ID           PIC Z(7)9.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 WS-RD-ORIG-ID            PIC Z(7)9.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 WS-RD-TRANS-DATE         PIC X(10).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 WS-RD-TRANS-REF          PIC X(20).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 WS-RD-AMOUNT             PIC -(7)9.99.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 WS-RD-STATUS             PIC X(08).

       01  WS-RPT-TRAILER-LINE.
           03 FILLER                   PIC X(18) VALUE
           03 WS-RT-TRANS-COUNT        PIC Z(6)9.
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 FILLER                   PIC X(15) VALUE
              'OPEN SUSPECTS: '.
           03 WS-RT-DUPE-COUNT         PIC Z(6)9.
           03 FILLER                   PIC X(09) VALUE SPACES.

       01  WS-RPT-TRAILER-LINE-2.
           03 FILLER                   PIC X(22) VALUE
              'RESOLVED BY REVERSAL: '.
           03 WS-RT-RESOLVED-COUNT     PIC Z(6)9.
           03 FILLER                   PIC X(51) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.

      ******************************************************************
           03 PARM-LENGTH              PIC S9(4) COMP.
           03 PARM-TEXT.
              05 PA-RUN-DATE           PIC X(10).
              05 FILLER                PIC X(01).
              05 PA-INPUT-SOURCE       PIC X(01).

       PROCEDURE DIVISION USING PARM-DATA.


       1000-INITIALIZE SECTION.

      *    The suite business date for the run log - the control
      *    table's, unless the PARM overrides it.
           MOVE SPACES TO BDTE-OVERRIDE-DATE.
           IF PARM-LENGTH IS NOT LESS THAN 10
               MOVE PA-RUN-DATE TO BDTE-OVERRIDE-DATE
           END-IF.
           PERFORM 1040-GET-BUSINESS-DATE.
           MOVE BDTE-RUN-DATE TO WS-RUN-DATE.

      *    The unload unless the PARM asks for the table itself.
           IF PARM-LENGTH IS NOT LESS THAN 12
              AND PA-INPUT-SOURCE IS EQUAL TO 'D'
               SET WS-READ-DB2 TO TRUE
           END-IF.

           PERFORM 1050-LOG-RUN-START.

           IF WS-READ-UNLOAD
               PERFORM 1400-PROVE-UNLOAD
           ELSE
               DISPLAY 'TRANDUPE - READING PROD.TRANSACTIONS DIRECT'
           END-IF.

           OPEN OUTPUT DUPE-FILE.
           MOVE WS-RPT-HEADING-1 TO DUPE-RECORD.
           WRITE DUPE-RECORD.
                         TRANS_AMOUNT, TRANS_ID
           END-EXEC.

      *    The unload's header has been proven - read past it.
           IF WS-READ-DB2
               EXEC SQL OPEN TRANDUPE END-EXEC
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

           MOVE 'TRANDUPE' TO BDTE-JOB-NAME.
           CALL 'TRANBDTE' USING BDTE-REQ BDTE-RES.

           IF BDTE-FAILED
               DISPLAY 'TRANDUPE - NO BUSINESS DATE, RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1040-GET-BUSINESS-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Start-of-run log - the permanent PROD.BATCH_RUNLOG row this    *
      * execution will close out in 3100.                              *

       1100-FETCH-NEXT-ROW SECTION.

           IF WS-READ-UNLOAD
               PERFORM 1150-READ-UNLOAD-ROW
               GO TO 1100-FETCH-NEXT-ROW-EXIT
           END-IF.

           EXEC SQL
               FETCH TRANDUPE
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
           ADD 1 TO WS-TRANS-COUNT.

       1150-READ-UNLOAD-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The unload proven before anything is read from it or reported  *
      * - a failure is logged and the run stops with no report.        *
      *----------------------------------------------------------------*
       1400-PROVE-UNLOAD SECTION.

           MOVE 'TRANDUPE'  TO UNPV-JOB-NAME.
           MOVE WS-RUN-DATE TO UNPV-RUN-DATE.
           MOVE 'DUPE'      TO UNPV-SEQUENCE.
           CALL 'TRANUNPV' USING UNPV-REQ UNPV-RES.

           IF UNPV-FAILED
               DISPLAY 'TRANDUPE - UNLOAD NOT PROVEN, RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               PERFORM 3100-LOG-RUN-END
               STOP RUN
           END-IF.

           DISPLAY 'TRANDUPE - READING UNLOAD TAKEN ' UNPV-UNLOAD-TS.

       1400-PROVE-UNLOAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One pass is one fetched row.  A row matching the held          *
      * signature is a suspected duplicate of the held (earliest)      *
               MOVE TRANS-REF    TO WS-HOLD-TRANS-REF
               MOVE TRANS-AMOUNT TO WS-HOLD-TRANS-AMOUNT
               MOVE TRANS-ID     TO WS-HOLD-TRANS-ID
               SET WS-HOLD-REV-UNCHECKED TO TRUE
           END-IF.

           MOVE 'N' TO WS-FIRST-ROW-SW.

       2100-WRITE-DUPE-LINE SECTION.

           PERFORM 2150-CHECK-RESOLVED.

           MOVE ACCOUNT-NO        TO WS-RD-ACCOUNT-NO.
           MOVE TRANS-ID          TO WS-RD-TRANS-ID.
           MOVE WS-HOLD-TRANS-ID  TO WS-RD-ORIG-ID.
           MOVE TRANS-DATE        TO WS-RD-TRANS-DATE.
           MOVE TRANS-REF         TO WS-RD-TRANS-REF.
           MOVE TRANS-AMOUNT      TO WS-RD-AMOUNT.
           IF WS-SUSPECT-RESOLVED
               MOVE 'RESOLVED' TO WS-RD-STATUS
               ADD 1 TO WS-RESOLVED-COUNT
           ELSE
               MOVE 'OPEN'     TO WS-RD-STATUS
               ADD 1 TO WS-DUPE-COUNT
           END-IF.
           MOVE WS-RPT-DUPE-LINE TO DUPE-RECORD.
           WRITE DUPE-RECORD.

       2100-WRITE-DUPE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A suspect is resolved when TRANREVS has reversed it, or has    *
      * reversed the original it duplicates and that reversal has not  *
      * already been set against an earlier suspect of the same        *
      * original.                                                      *
      *----------------------------------------------------------------*
       2150-CHECK-RESOLVED SECTION.

           SET WS-SUSPECT-OPEN TO TRUE.

           MOVE TRANS-ID TO WS-PROBE-TRANS-ID.
           PERFORM 2160-COUNT-REVERSALS.
           IF WS-REV-COUNT IS GREATER THAN ZERO
               SET WS-SUSPECT-RESOLVED TO TRUE
               GO TO 2150-CHECK-RESOLVED-EXIT
           END-IF.

           IF WS-HOLD-REV-UNCHECKED
               MOVE WS-HOLD-TRANS-ID TO WS-PROBE-TRANS-ID
               PERFORM 2160-COUNT-REVERSALS
               IF WS-REV-COUNT IS GREATER THAN ZERO
                   SET WS-HOLD-REV-AVAILABLE TO TRUE
               ELSE
                   SET WS-HOLD-REV-NONE TO TRUE
               END-IF
           END-IF.

           IF WS-HOLD-REV-AVAILABLE
               SET WS-SUSPECT-RESOLVED TO TRUE
               SET WS-HOLD-REV-NONE TO TRUE
           END-IF.

       2150-CHECK-RESOLVED-EXIT.
           EXIT.

      * A DB2 failure on the lookup counts as no reversal - the
      * suspect stays OPEN on the report, never wrongly cleared.
       2160-COUNT-REVERSALS SECTION.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-REV-COUNT
                 FROM PROD.TRANS_REVERSAL
                WHERE ACCOUNT_NO    = :ACCOUNT-NO
                  AND ORIG_TRANS_ID = :WS-PROBE-TRANS-ID
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               DISPLAY 'TRANDUPE - REVERSAL LOOKUP FAILED SQLCODE='
                       SQLCODE
               MOVE ZERO TO WS-REV-COUNT
           END-IF.

       2160-COUNT-REVERSALS-EXIT.
           EXIT.

       3000-TERMINATE SECTION.

           IF WS-READ-DB2
               EXEC SQL CLOSE TRANDUPE END-EXEC
           ELSE
               CLOSE UNLD-FILE
           END-IF.

           MOVE WS-BLANK-LINE TO DUPE-RECORD.
           WRITE DUPE-RECORD.
           MOVE WS-DUPE-COUNT  TO WS-RT-DUPE-COUNT.
           MOVE WS-RPT-TRAILER-LINE TO DUPE-RECORD.
           WRITE DUPE-RECORD.
           MOVE WS-RESOLVED-COUNT TO WS-RT-RESOLVED-COUNT.
           MOVE WS-RPT-TRAILER-LINE-2 TO DUPE-RECORD.
           WRITE DUPE-RECORD.

           CLOSE DUPE-FILE.

           DISPLAY 'TRANDUPE - ACCOUNTS CHECKED:      ' WS-ACCT-COUNT.
           DISPLAY 'TRANDUPE - TRANSACTIONS READ:     ' WS-TRANS-COUNT.
           DISPLAY 'TRANDUPE - OPEN SUSPECTS:         ' WS-DUPE-COUNT.
           DISPLAY 'TRANDUPE - RESOLVED BY REVERSAL:  '
                   WS-RESOLVED-COUNT.

           PERFORM 3100-LOG-RUN-END.

