       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANROLL.
      *----------------------------------------------------------------*
      * End-of-day business-date roll.  The last step of the nightly   *
      * suite: advances the one PROD.BUSINESS_DATE control row every   *
      * batch job takes its date from (see TRANBDTE) - the current     *
      * business date becomes the prior one and the next business     *
      * date becomes current - but only once the night's work is      *
      * provably done.  Every core job on the CORECPY list TRANSTAT   *
      * reports against must have a PROD.BATCH_RUNLOG row under the   *
      * current business date, and the latest such row must show a    *
      * clean end - STATUS 'C' with a return code under 8, the same   *
      * line TRANSTAT draws between a run and a FAILED one.  A job    *
      * not run, still running, died or failed is listed on the job    *
      * log and the date is NOT rolled (RC 8); the suite is fixed and  *
      * rerun under the same date, then the roll is resubmitted.       *
      *                                                                *
      * PARM cols 1-10, when keyed, are the next business date (ISO)   *
      * - for a weekend or holiday the calendar day after would get    *
      * wrong.  It must be a real date later than the current one.     *
      * Omitted, the next business date is the current one plus one    *
      * day.                                                           *
      *                                                                *
      * The run is logged under the business date it closes out.  The  *
      * UPDATE insists the row still carries the date this run read,   *
      * so two rolls can never advance the date twice; a rerun after a *
      * good roll finds no core job run under the new date and stops   *
      * at RC 8 without touching the row.                              *
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

      * Row layout for PROD.BATCH_RUNLOG
           COPY RUNLDCL.

      * Run-log interface for the TRANRLOG module
           COPY RLOGCPY.

      * The core nightly jobs that must be complete before the roll -
      * the same list TRANSTAT reports missing jobs from.
           COPY CORECPY.

       01  WS-SWITCHES.
           03 WS-PARM-SW               PIC X(01) VALUE 'Y'.
              88 WS-VALID-PARM         VALUE 'Y'.
              88 WS-INVALID-PARM       VALUE 'N'.

       01  WS-SUITE-KEY                PIC X(08) VALUE 'SUITE'.
       01  WS-OLD-BUS-DATE             PIC X(10) VALUE SPACES.
       01  WS-NEXT-BUS-DATE            PIC X(10) VALUE SPACES.
       01  WS-JOB-IDX                  PIC S9(4) COMP VALUE ZERO.

      * The keyed next date broken into its parts for the shape check.
       01  WS-PARM-DATE.
           03 WS-PD-YYYY               PIC X(04).
           03 WS-PD-SEP1               PIC X(01).
           03 WS-PD-MM                 PIC X(02).
           03 WS-PD-SEP2               PIC X(01).
           03 WS-PD-DD                 PIC X(02).

       01  WS-COMPLETE-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-INCOMPLETE-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-ROLLED-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-JOB-REMARK               PIC X(16) VALUE SPACES.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
       01  PARM-DATA.
           03 PARM-LENGTH              PIC S9(4) COMP.
           03 PARM-TEXT.
              05 PA-NEXT-DATE          PIC X(10).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION USING PARM-DATA.

       MAINLINE SECTION.

           PERFORM 1000-INITIALIZE.
           IF WS-VALID-PARM
               PERFORM 2000-CHECK-CORE-JOB
                  VARYING WS-JOB-IDX FROM 1 BY 1
                    UNTIL WS-JOB-IDX IS GREATER THAN WS-CORE-JOB-COUNT
               PERFORM 3000-TERMINATE
           END-IF.
           STOP RUN.

       MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE SECTION.

           PERFORM 1100-READ-CONTROL-ROW.

           PERFORM 1050-LOG-RUN-START.

           PERFORM 1200-EDIT-PARM.
           IF WS-INVALID-PARM
               MOVE 12 TO RETURN-CODE
               PERFORM 3100-LOG-RUN-END
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           DISPLAY 'TRANROLL - CURRENT BUSINESS DATE: ' WS-OLD-BUS-DATE.
           DISPLAY 'TRANROLL - NEXT BUSINESS DATE:    '
                   WS-NEXT-BUS-DATE.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Start-of-run log - the permanent PROD.BATCH_RUNLOG row this    *
      * execution will close out in 3100, under the business date the  *
      * roll is closing out.                                           *
      *----------------------------------------------------------------*
       1050-LOG-RUN-START SECTION.

           SET RLOG-FUNC-START TO TRUE.
           MOVE 'TRANROLL'      TO RLOG-JOB-NAME.
           MOVE WS-OLD-BUS-DATE TO RLOG-RUN-DATE.
           MOVE SPACES          TO RLOG-GUARD-JOB.
           CALL 'TRANRLOG' USING RLOG-REQ RLOG-RES.

       1050-LOG-RUN-START-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The control row - there is exactly one.  Without it there is   *
      * no date to roll and nothing to log under.                      *
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
               DISPLAY 'TRANROLL - CONTROL READ FAILED SQLCODE='
                       SQLCODE
               DISPLAY 'TRANROLL - NO BUSINESS DATE, RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE BD-CURR-BUS-DATE TO WS-OLD-BUS-DATE.

       1100-READ-CONTROL-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The next business date - keyed, or the current one plus a day. *
      * A keyed date must be ISO-shaped, a real date to DB2, and later *
      * than the date being closed out.                                *
      *----------------------------------------------------------------*
       1200-EDIT-PARM SECTION.

           IF PARM-LENGTH IS LESS THAN 10
              OR PA-NEXT-DATE IS EQUAL TO SPACES
               EXEC SQL
                   SET :WS-NEXT-BUS-DATE =
                       CHAR(DATE(:WS-OLD-BUS-DATE) + 1 DAY, ISO)
               END-EXEC
               IF SQLCODE IS NOT EQUAL TO ZERO
                   SET WS-INVALID-PARM TO TRUE
                   DISPLAY 'TRANROLL - DATE ARITHMETIC FAILED SQLCODE='
                           SQLCODE
               END-IF
               GO TO 1200-EDIT-PARM-EXIT
           END-IF.

           MOVE PA-NEXT-DATE TO WS-PARM-DATE.
           IF WS-PD-YYYY IS NOT NUMERIC
              OR WS-PD-MM IS NOT NUMERIC
              OR WS-PD-DD IS NOT NUMERIC
              OR WS-PD-SEP1 IS NOT EQUAL TO '-'
              OR WS-PD-SEP2 IS NOT EQUAL TO '-'
               SET WS-INVALID-PARM TO TRUE
               DISPLAY 'TRANROLL - NEXT DATE NOT ISO YYYY-MM-DD: '
                       PA-NEXT-DATE
               GO TO 1200-EDIT-PARM-EXIT
           END-IF.

      *    DB2 is the judge of a real calendar date - 2026-02-30 is
      *    refused here rather than by the UPDATE.
           EXEC SQL
               SET :WS-NEXT-BUS-DATE = CHAR(DATE(:WS-PARM-DATE), ISO)
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               SET WS-INVALID-PARM TO TRUE
               DISPLAY 'TRANROLL - NEXT DATE NOT A CALENDAR DATE: '
                       PA-NEXT-DATE
               GO TO 1200-EDIT-PARM-EXIT
           END-IF.

           IF WS-NEXT-BUS-DATE IS NOT GREATER THAN WS-OLD-BUS-DATE
               SET WS-INVALID-PARM TO TRUE
               DISPLAY 'TRANROLL - NEXT DATE ' WS-NEXT-BUS-DATE
                       ' NOT AFTER CURRENT ' WS-OLD-BUS-DATE
               GO TO 1200-EDIT-PARM-EXIT
           END-IF.

       1200-EDIT-PARM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One core job - its latest run under the date being closed out. *
      * A rerun after a failure supersedes the failure, so only the    *
      * most recent start counts.                                      *
      *----------------------------------------------------------------*
       2000-CHECK-CORE-JOB SECTION.

           MOVE WS-CORE-JOB(WS-JOB-IDX) TO RL-JOB-NAME.
           MOVE WS-OLD-BUS-DATE         TO RL-RUN-DATE.
           MOVE SPACES                  TO WS-JOB-REMARK.

           EXEC SQL
               SELECT STATUS, RETURN_CODE
                 INTO :RL-STATUS, :RL-RETURN-CODE
                 FROM PROD.BATCH_RUNLOG
                WHERE JOB_NAME = :RL-JOB-NAME
                  AND RUN_DATE = :RL-RUN-DATE
                ORDER BY START_TS DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO +100
                   MOVE 'NOT RUN' TO WS-JOB-REMARK
               WHEN SQLCODE IS NOT EQUAL TO ZERO
                   DISPLAY 'TRANROLL - RUN-LOG READ FAILED SQLCODE='
                           SQLCODE
                   MOVE 'UNREADABLE' TO WS-JOB-REMARK
               WHEN RL-STATUS IS EQUAL TO 'R'
                   MOVE 'NEVER ENDED' TO WS-JOB-REMARK
               WHEN RL-STATUS IS EQUAL TO 'F'
                OR RL-RETURN-CODE IS NOT LESS THAN 8
                   MOVE 'FAILED' TO WS-JOB-REMARK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-JOB-REMARK IS EQUAL TO SPACES
               ADD 1 TO WS-COMPLETE-COUNT
           ELSE
               ADD 1 TO WS-INCOMPLETE-COUNT
               DISPLAY 'TRANROLL - ' RL-JOB-NAME ' ' WS-JOB-REMARK
                       ' FOR ' WS-OLD-BUS-DATE
           END-IF.

       2000-CHECK-CORE-JOB-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The roll itself, only with every core job complete.  The       *
      * UPDATE's CURR_BUS_DATE predicate is the guard against a second *
      * roll racing this one.                                          *
      *----------------------------------------------------------------*
       3000-TERMINATE SECTION.

           IF WS-INCOMPLETE-COUNT IS GREATER THAN ZERO
               DISPLAY 'TRANROLL - CORE JOBS INCOMPLETE: '
                       WS-INCOMPLETE-COUNT
               DISPLAY 'TRANROLL - BUSINESS DATE NOT ROLLED'
               MOVE 8 TO RETURN-CODE
               PERFORM 3100-LOG-RUN-END
               GO TO 3000-TERMINATE-EXIT
           END-IF.

           MOVE WS-NEXT-BUS-DATE TO BD-CURR-BUS-DATE.
           MOVE WS-OLD-BUS-DATE  TO BD-PRIOR-BUS-DATE.

           EXEC SQL
               UPDATE PROD.BUSINESS_DATE
                  SET CURR_BUS_DATE  = :BD-CURR-BUS-DATE,
                      PRIOR_BUS_DATE = :BD-PRIOR-BUS-DATE,
                      ROLLED_TS      = CURRENT TIMESTAMP
                WHERE CONTROL_KEY   = :BD-CONTROL-KEY
                  AND CURR_BUS_DATE = :WS-OLD-BUS-DATE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   EXEC SQL COMMIT END-EXEC
                   MOVE 1 TO WS-ROLLED-COUNT
                   DISPLAY 'TRANROLL - BUSINESS DATE ROLLED FROM '
                           WS-OLD-BUS-DATE ' TO ' WS-NEXT-BUS-DATE
               WHEN SQLCODE IS EQUAL TO +100
                   DISPLAY 'TRANROLL - CONTROL ROW CHANGED SINCE READ'
                   DISPLAY 'TRANROLL - BUSINESS DATE NOT ROLLED'
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'TRANROLL - DB2 FAILURE SQLCODE=' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

           PERFORM 3100-LOG-RUN-END.

       3000-TERMINATE-EXIT.
           EXIT.

       3100-LOG-RUN-END SECTION.

           SET RLOG-FUNC-END TO TRUE.
           MOVE RETURN-CODE         TO RLOG-RETURN-CODE.
           MOVE WS-COMPLETE-COUNT   TO RLOG-COUNT1.
           MOVE WS-ROLLED-COUNT     TO RLOG-COUNT2.
           MOVE WS-INCOMPLETE-COUNT TO RLOG-COUNT3.
           CALL 'TRANRLOG' USING RLOG-REQ RLOG-RES.

       3100-LOG-RUN-END-EXIT.
           EXIT.
