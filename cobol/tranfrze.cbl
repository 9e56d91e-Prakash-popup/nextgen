      *   D  account 9(9), fraud case reference X(20)                  *
      *   T  detail count 9(9), account-number hash 9(15)              *
      *                                                                *
      * The run is logged under the suite business date from the      *
      * PROD.BUSINESS_DATE control table (see TRANBDTE), so a suite   *
      * that crosses midnight still logs every job under the one date *
      * TRANSTAT reports on.  PARM cols 1-10, when keyed, override it *
      * (ISO) for this run only.                                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * Run-log interface for the TRANRLOG module
           COPY RLOGCPY.

      * Business-date interface for the TRANBDTE module
           COPY BDTECPY.

       01  WS-SWITCHES.
           03 WS-EOF-SW                PIC X(01) VALUE 'N'.
              88 WS-END-OF-FILE        VALUE 'Y'.

       1000-INITIALIZE SECTION.

      *    The suite business date for the run log - the control
      *    table's, unless the PARM overrides it.
           MOVE SPACES TO BDTE-OVERRIDE-DATE.
           IF PARM-LENGTH IS NOT LESS THAN 10
               MOVE PA-RUN-DATE TO BDTE-OVERRIDE-DATE
           END-IF.
           PERFORM 1040-GET-BUSINESS-DATE.
           MOVE BDTE-RUN-DATE TO WS-RUN-DATE.

           PERFORM 1050-LOG-RUN-START.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The suite business date from the PROD.BUSINESS_DATE control   *
      * row through TRANBDTE - a PARM date, when one was keyed, is     *
      * passed in as the explicit override.  No trustworthy date means *
      * nothing is run and nothing is logged.                          *
      *----------------------------------------------------------------*
       1040-GET-BUSINESS-DATE SECTION.

           MOVE 'TRANFRZE' TO BDTE-JOB-NAME.
           CALL 'TRANBDTE' USING BDTE-REQ BDTE-RES.

           IF BDTE-FAILED
               DISPLAY 'TRANFRZE - NO BUSINESS DATE, RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1040-GET-BUSINESS-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Start-of-run log - the permanent PROD.BATCH_RUNLOG row this    *
      * execution will close out in 3100, whether it runs clean or     *
