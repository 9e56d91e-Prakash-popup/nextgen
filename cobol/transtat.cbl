      *----------------------------------------------------------------*
      * Morning suite status report.  Reads PROD.BATCH_RUNLOG for the  *
      * report date and answers, on one page, what operations used to  *
      * grep seven job logs for: did the suite run, in what order (the *
      * runs print in start-timestamp order), with what return codes,  *
      * and do the counts look normal.  Each run's primary volume and  *
      * exception counters are compared to the job's own average over  *
      * or a TRANXTRC writing zero records on a business day stands    *
      * out instead of hiding in a log.  A row still at STATUS 'R'     *
      * is a job that died without reaching its end call, and any of   *
      * the core nightly jobs (CORECPY) with no row at all for the     *
      * date is listed as not run.                                     *
      *                                                                *
      * The date reported is the suite business date from the          *
      * PROD.BUSINESS_DATE control table (see TRANBDTE); PARM cols     *
      * 1-10, when keyed, override it (ISO) to report an earlier day.  *
      *                                                                *
      * Counter conventions (set by each job's 3100-LOG-RUN-END):      *
      * COUNT1 is the job's primary volume, COUNT2 its secondary       *
      * volume, COUNT3 its exceptions (drifts, duplicates, rejects).   *
      * TRANTBAL's COUNT3 is its trial balance out-of-proof count, and *
      * any non-zero value is remarked OUT OF PROOF on its own.        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * its own run the same way the jobs it reports on do.
           COPY RLOGCPY.

      * Business-date interface for the TRANBDTE module
           COPY BDTECPY.

       01  WS-SWITCHES.
           03 WS-EOF-SW                PIC X(01) VALUE 'N'.
              88 WS-END-OF-RUNS        VALUE 'Y'.
       01  WS-REPORT-DATE              PIC X(10) VALUE SPACES.

      * The jobs the suite cannot have skipped - any of these with no
      * run-log row at all for the date is reported as not run.  The
      * list is shared with TRANROLL's end-of-day check.
           COPY CORECPY.
       01  WS-CORE-SEEN-TAB.
           03 WS-CORE-SEEN-SW          PIC X(01) OCCURS 7 TIMES.
       01  WS-JOB-IDX                  PIC S9(4) COMP VALUE ZERO.

      * The thirty-day history averages the day's counts are judged
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1040-GET-BUSINESS-DATE.
           MOVE BDTE-RUN-DATE TO WS-REPORT-DATE.

           PERFORM 1050-LOG-RUN-START.

           PERFORM 1300-CLEAR-SEEN-FLAG
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The suite business date from the PROD.BUSINESS_DATE control   *
      * row through TRANBDTE - a PARM date, when one was keyed, is     *
      * passed in as the explicit override.  No trustworthy date means *
      * nothing is run and nothing is logged.                          *
      *----------------------------------------------------------------*
       1040-GET-BUSINESS-DATE SECTION.

           MOVE 'TRANSTAT' TO BDTE-JOB-NAME.
           CALL 'TRANBDTE' USING BDTE-REQ BDTE-RES.

           IF BDTE-FAILED
               DISPLAY 'TRANSTAT - NO BUSINESS DATE, RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1040-GET-BUSINESS-DATE-EXIT.
           EXIT.

       1050-LOG-RUN-START SECTION.

           SET RLOG-FUNC-START TO TRUE.

       1200-EDIT-PARM SECTION.

      *    A report date keyed in cols 1-10 overrides the control
      *    table's business date - TRANBDTE refuses one that is not
      *    ISO.  Omitted, the report is for the current business date.
           MOVE SPACES TO BDTE-OVERRIDE-DATE.
           IF PARM-LENGTH IS NOT LESS THAN 10
               MOVE PA-REPORT-DATE TO BDTE-OVERRIDE-DATE
           END-IF.

       1200-EDIT-PARM-EXIT.
           EXIT.

                OR RL-RETURN-CODE IS NOT LESS THAN 8
                   MOVE 'FAILED' TO WS-RD-REMARK
                   ADD 1 TO WS-OUTLIER-COUNT
               WHEN RL-JOB-NAME IS EQUAL TO 'TRANTBAL'
                AND RL-RUN-COUNT3 IS GREATER THAN ZERO
                   MOVE 'OUT OF PROOF' TO WS-RD-REMARK
                   ADD 1 TO WS-OUTLIER-COUNT
               WHEN WS-AVG-COUNT3 IS NOT LESS THAN ZERO
                AND RL-RUN-COUNT3 IS GREATER THAN 10
                AND RL-RUN-COUNT3 IS GREATER THAN
