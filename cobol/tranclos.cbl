       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANCLOS.
      *----------------------------------------------------------------*
      * Month-end period close.  Locks one accounting period on the    *
      * PROD.BUSINESS_DATE control row by advancing CLOSED_THRU to it. *
      * From then on nothing is posted dated into that period or any   *
      * earlier one: TRANPOST and TRANAPRV refuse the posting on the   *
      * screen, TRANLOAD rejects the detail (reason PCLS) and TRANACCR *
      * refuses the whole run - a late posting goes into the open      *
      * month instead of quietly back-dating into numbers the GL has   *
      * already closed.                                                *
      *                                                                *
      * Periods close one at a time and in order: the period closed    *
      * must be the one right after CLOSED_THRU, and it must lie       *
      * wholly before the current business date's month - a month      *
      * still being posted to cannot be closed.  Because TRANROLL will *
      * not roll the business date out of a month until that night's   *
      * core jobs (the month-end accrual among them) have completed, a *
      * period that qualifies has had its last day's work done.        *
      *                                                                *
      * PARM cols 1-7, when keyed, are the period to close (YYYY-MM),  *
      * as a check on what operations believes it is closing.          *
      * Omitted, the period after CLOSED_THRU is closed.  A period     *
      * already closed is reported and left alone (RC 4), so the step  *
      * can be rerun safely.                                           *
      *                                                                *
      * The run is logged under the current business date.  The        *
      * UPDATE insists CLOSED_THRU is still what this run read, so two *
      * closes can never skip a period between them.                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DB2 communications area                                        *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Row layout for PROD.BUSINESS_DATE
           COPY BDTDCL.

      * Run-log interface for the TRANRLOG module
           COPY RLOGCPY.

       01  WS-SWITCHES.
           03 WS-PARM-SW               PIC X(01) VALUE 'Y'.
              88 WS-VALID-PARM         VALUE 'Y'.
              88 WS-INVALID-PARM       VALUE 'N'.

       01  WS-SUITE-KEY                PIC X(08) VALUE 'SUITE'.
       01  WS-OLD-CLOSED-THRU          PIC X(07) VALUE SPACES.
       01  WS-BUS-PERIOD               PIC X(07) VALUE SPACES.

      * The period to close - the one after CLOSED_THRU, built from
      * its year and month.
       01  WS-CLOSE-PERIOD.
           03 WS-CP-YYYY               PIC 9(04).
           03 FILLER                   PIC X(01) VALUE '-'.
           03 WS-CP-MM                 PIC 9(02).

      * The keyed period broken into its parts for the shape check.
       01  WS-PARM-PERIOD.
           03 WS-PP-YYYY               PIC X(04).
           03 WS-PP-SEP                PIC X(01).
           03 WS-PP-MM                 PIC X(02).

       01  WS-CLOSED-COUNT             PIC 9(04) COMP VALUE ZERO.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
       01  PARM-DATA.
           03 PARM-LENGTH              PIC S9(4) COMP.
           03 PARM-TEXT.
              05 PA-PERIOD             PIC X(07).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION USING PARM-DATA.

       MAINLINE SECTION.

           PERFORM 1000-INITIALIZE.
           IF WS-VALID-PARM
               PERFORM 2000-CLOSE-PERIOD
           END-IF.
           PERFORM 3100-LOG-RUN-END.
           STOP RUN.

       MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE SECTION.

           PERFORM 1100-READ-CONTROL-ROW.

           PERFORM 1050-LOG-RUN-START.

           PERFORM 1150-NEXT-PERIOD.

           PERFORM 1200-EDIT-PARM.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Start-of-run log - the permanent PROD.BATCH_RUNLOG row this    *
      * execution will close out in 3100.                              *
      *----------------------------------------------------------------*
       1050-LOG-RUN-START SECTION.

           SET RLOG-FUNC-START TO TRUE.
           MOVE 'TRANCLOS'       TO RLOG-JOB-NAME.
           MOVE BD-CURR-BUS-DATE TO RLOG-RUN-DATE.
           MOVE SPACES           TO RLOG-GUARD-JOB.
           CALL 'TRANRLOG' USING RLOG-REQ RLOG-RES.

       1050-LOG-RUN-START-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The control row - there is exactly one.  Without it there is   *
      * no period to close and nothing to log under.                   *
      *----------------------------------------------------------------*
       1100-READ-CONTROL-ROW SECTION.

           MOVE WS-SUITE-KEY TO BD-CONTROL-KEY.

           EXEC SQL
               SELECT CURR_BUS_DATE, PRIOR_BUS_DATE, CLOSED_THRU
                 INTO :BD-CURR-BUS-DATE, :BD-PRIOR-BUS-DATE,
                      :BD-CLOSED-THRU
                 FROM PROD.BUSINESS_DATE
                WHERE CONTROL_KEY = :BD-CONTROL-KEY
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               DISPLAY 'TRANCLOS - CONTROL READ FAILED SQLCODE='
                       SQLCODE
               DISPLAY 'TRANCLOS - NO BUSINESS DATE, RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE BD-CLOSED-THRU        TO WS-OLD-CLOSED-THRU.
           MOVE BD-CURR-BUS-DATE(1:7) TO WS-BUS-PERIOD.

       1100-READ-CONTROL-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The period after CLOSED_THRU - December rolls into January of  *
      * the next year.                                                 *
      *----------------------------------------------------------------*
       1150-NEXT-PERIOD SECTION.

           MOVE WS-OLD-CLOSED-THRU(1:4) TO WS-CP-YYYY.
           MOVE WS-OLD-CLOSED-THRU(6:2) TO WS-CP-MM.

           IF WS-CP-MM IS EQUAL TO 12
               ADD 1 TO WS-CP-YYYY
               MOVE 1 TO WS-CP-MM
           ELSE
               ADD 1 TO WS-CP-MM
           END-IF.

       1150-NEXT-PERIOD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PARM edits - a keyed period must be YYYY-MM and must be the    *
      * next one due.  One already closed is not an error, just        *
      * nothing to do; one further out means a month was skipped.      *
      *----------------------------------------------------------------*
       1200-EDIT-PARM SECTION.

           IF PARM-LENGTH IS LESS THAN 7
              OR PA-PERIOD IS EQUAL TO SPACES
               GO TO 1200-EDIT-PARM-EXIT
           END-IF.

           MOVE PA-PERIOD TO WS-PARM-PERIOD.
           IF WS-PP-YYYY IS NOT NUMERIC
              OR WS-PP-MM IS NOT NUMERIC
              OR WS-PP-SEP IS NOT EQUAL TO '-'
              OR WS-PP-MM IS LESS THAN '01'
              OR WS-PP-MM IS GREATER THAN '12'
               SET WS-INVALID-PARM TO TRUE
               DISPLAY 'TRANCLOS - PERIOD NOT YYYY-MM: ' PA-PERIOD
               MOVE 12 TO RETURN-CODE
               GO TO 1200-EDIT-PARM-EXIT
           END-IF.

           IF PA-PERIOD IS NOT GREATER THAN WS-OLD-CLOSED-THRU
               SET WS-INVALID-PARM TO TRUE
               DISPLAY 'TRANCLOS - PERIOD ' PA-PERIOD
                       ' ALREADY CLOSED (CLOSED THRU '
                       WS-OLD-CLOSED-THRU ')'
               MOVE 4 TO RETURN-CODE
               GO TO 1200-EDIT-PARM-EXIT
           END-IF.

           IF PA-PERIOD IS NOT EQUAL TO WS-CLOSE-PERIOD
               SET WS-INVALID-PARM TO TRUE
               DISPLAY 'TRANCLOS - PERIOD ' PA-PERIOD
                       ' CANNOT CLOSE BEFORE ' WS-CLOSE-PERIOD
               MOVE 12 TO RETURN-CODE
               GO TO 1200-EDIT-PARM-EXIT
           END-IF.

       1200-EDIT-PARM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The close - refused while the business date is still inside    *
      * the period, otherwise CLOSED_THRU moves up one month.          *
      *----------------------------------------------------------------*
       2000-CLOSE-PERIOD SECTION.

           IF WS-CLOSE-PERIOD IS NOT LESS THAN WS-BUS-PERIOD
               DISPLAY 'TRANCLOS - PERIOD ' WS-CLOSE-PERIOD
                       ' STILL OPEN FOR BUSINESS (BUSINESS DATE '
                       BD-CURR-BUS-DATE ')'
               MOVE 12 TO RETURN-CODE
               GO TO 2000-CLOSE-PERIOD-EXIT
           END-IF.

           MOVE WS-CLOSE-PERIOD TO BD-CLOSED-THRU.

           EXEC SQL
               UPDATE PROD.BUSINESS_DATE
                  SET CLOSED_THRU = :BD-CLOSED-THRU,
                      CLOSED_TS   = CURRENT TIMESTAMP
                WHERE CONTROL_KEY = :BD-CONTROL-KEY
                  AND CLOSED_THRU = :WS-OLD-CLOSED-THRU
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   EXEC SQL COMMIT END-EXEC
                   MOVE 1 TO WS-CLOSED-COUNT
                   DISPLAY 'TRANCLOS - PERIOD ' WS-CLOSE-PERIOD
                           ' CLOSED'
               WHEN SQLCODE IS EQUAL TO +100
                   DISPLAY 'TRANCLOS - CONTROL ROW CHANGED SINCE READ'
                   DISPLAY 'TRANCLOS - PERIOD NOT CLOSED'
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'TRANCLOS - DB2 FAILURE SQLCODE=' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       2000-CLOSE-PERIOD-EXIT.
           EXIT.

       3100-LOG-RUN-END SECTION.

           SET RLOG-FUNC-END TO TRUE.
           MOVE RETURN-CODE     TO RLOG-RETURN-CODE.
           MOVE WS-CLOSED-COUNT TO RLOG-COUNT1.
           MOVE ZERO            TO RLOG-COUNT2.
           MOVE ZERO            TO RLOG-COUNT3.
           CALL 'TRANRLOG' USING RLOG-REQ RLOG-RES.

       3100-LOG-RUN-END-EXIT.
           EXIT.
