      * the identical reports.                                         *
      *                                                                *
      * PARM=                                                          *
      *   cols  1-10  run date override, ISO, or blank for the suite   *
      *               business date from the PROD.BUSINESS_DATE        *
      *               control table (aging is measured to this date)   *
      *   cols 12-14  referral day limit (default 030)                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
      * Run-log interface for the TRANRLOG module
           COPY RLOGCPY.

      * Business-date interface for the TRANBDTE module
           COPY BDTECPY.

       01  WS-SWITCHES.
           03 WS-EOF-SW                PIC X(01) VALUE 'N'.
              88 WS-END-OF-OVDR        VALUE 'Y'.
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1040-GET-BUSINESS-DATE.
           MOVE BDTE-RUN-DATE TO WS-RUN-DATE.

           PERFORM 1050-LOG-RUN-START.

           OPEN OUTPUT OVDR-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The suite business date from the PROD.BUSINESS_DATE control   *
      * row through TRANBDTE - a PARM date, when one was keyed, is     *
      * passed in as the explicit override.  No trustworthy date means *
      * nothing is run and nothing is logged.                          *
      *----------------------------------------------------------------*
       1040-GET-BUSINESS-DATE SECTION.

           MOVE 'TRANOVDR' TO BDTE-JOB-NAME.
           CALL 'TRANBDTE' USING BDTE-REQ BDTE-RES.

           IF BDTE-FAILED
               DISPLAY 'TRANOVDR - NO BUSINESS DATE, RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1040-GET-BUSINESS-DATE-EXIT.
           EXIT.

       1050-LOG-RUN-START SECTION.

           SET RLOG-FUNC-START TO TRUE.
           EXIT.

      *----------------------------------------------------------------*
      * PARM edits - a run date is only an override of the business    *
      * date from the control table; an omitted or non-numeric         *
      * referral limit keeps the default - an exception report should  *
      * never fail over a tuning knob.                                 *
      *----------------------------------------------------------------*
       1200-EDIT-PARM SECTION.

      *    A run date keyed in cols 1-10 overrides the control
      *    table's business date - TRANBDTE refuses one that is not
      *    ISO.  Omitted, the run is for the table date.
           MOVE SPACES TO BDTE-OVERRIDE-DATE.
           IF PARM-LENGTH IS NOT LESS THAN 10
               MOVE PA-RUN-DATE TO BDTE-OVERRIDE-DATE
           END-IF.

           IF PARM-LENGTH IS NOT LESS THAN 14
              AND PA-REFERRAL-DAYS IS NUMERIC
              AND PA-REFERRAL-DAYS IS GREATER THAN ZERO
