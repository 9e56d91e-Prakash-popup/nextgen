      * also written to the escheatment candidate file (ESCHOUT).      *
      *                                                                *
      * PARM=                                                          *
      *   cols  1-10  run date override, ISO, or blank for the suite   *
      *               business date from the PROD.BUSINESS_DATE        *
      *               control table (aging is measured to this date)   *
      *   cols 12-21  dormancy cut-off date, ISO - last activity       *
      *               before this marks the account dormant            *
      *   cols 23-32  escheatment cut-off date, ISO - last activity    *
      *               before this makes a candidate                    *
      * Both cut-offs are mandatory - a dormancy sweep with a         *
      * defaulted cut-off is not something to get by accident.         *
      *                                                                *
      * Reruns are safe: an account already marked 'D' is reported     *
      * and aged but not re-marked, so the run can be repeated for     *
      * Run-log interface for the TRANRLOG module
           COPY RLOGCPY.

      * Business-date interface for the TRANBDTE module
           COPY BDTECPY.

       01  WS-SWITCHES.
           03 WS-EOF-SW                PIC X(01) VALUE 'N'.
              88 WS-END-OF-ACCTS       VALUE 'Y'.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The suite business date from the PROD.BUSINESS_DATE control   *
      * row through TRANBDTE - a PARM date, when one was keyed, is     *
      * passed in as the explicit override.  No trustworthy date means *
      * nothing is run and nothing is logged.                          *
      *----------------------------------------------------------------*
       1040-GET-BUSINESS-DATE SECTION.

           MOVE 'TRANDORM' TO BDTE-JOB-NAME.
           CALL 'TRANBDTE' USING BDTE-REQ BDTE-RES.

           IF BDTE-FAILED
               DISPLAY 'TRANDORM - NO BUSINESS DATE, RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1040-GET-BUSINESS-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Start-of-run log - the permanent PROD.BATCH_RUNLOG row this    *
      * execution will close out in 3100, whether it runs clean or     *
           EXIT.

      *----------------------------------------------------------------*
      * PARM edits - both cut-offs mandatory and ISO-shaped, and they  *
      * must sit at or before the run date.                            *
      *----------------------------------------------------------------*
       1200-EDIT-PARM SECTION.

               GO TO 1200-EDIT-PARM-EXIT
           END-IF.

           IF PA-DORM-CUTOFF(5:1) IS NOT EQUAL TO '-'
              OR PA-DORM-CUTOFF(8:1) IS NOT EQUAL TO '-'
              OR PA-ESCH-CUTOFF(5:1) IS NOT EQUAL TO '-'
              OR PA-ESCH-CUTOFF(8:1) IS NOT EQUAL TO '-'
               GO TO 1200-EDIT-PARM-EXIT
           END-IF.

      *    The run date is the control table's business date unless
      *    cols 1-10 carry an override - it has to be settled before
      *    the cut-offs can be ordered against it.
           MOVE PA-RUN-DATE TO BDTE-OVERRIDE-DATE.
           PERFORM 1040-GET-BUSINESS-DATE.
           MOVE BDTE-RUN-DATE TO WS-RUN-DATE.

           IF PA-DORM-CUTOFF IS GREATER THAN WS-RUN-DATE
              OR PA-ESCH-CUTOFF IS GREATER THAN PA-DORM-CUTOFF
               SET WS-INVALID-PARM TO TRUE
               DISPLAY 'TRANDORM - CUT-OFFS OUT OF ORDER'
               GO TO 1200-EDIT-PARM-EXIT
           END-IF.

           MOVE PA-DORM-CUTOFF TO WS-DORM-CUTOFF.
           MOVE PA-ESCH-CUTOFF TO WS-ESCH-CUTOFF.

