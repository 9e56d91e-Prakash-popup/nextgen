      * for the same date over the same file produces the identical    *
      * journal and can never double-post the GL.                      *
      *                                                                *
      * The posting date being journaled is the suite business date   *
      * from the PROD.BUSINESS_DATE control table (see TRANBDTE) -     *
      * never the machine date.  PARM cols 1-10, when keyed, override  *
      * it (ISO) to rejournal an earlier day.                          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * Run-log interface for the TRANRLOG module
           COPY RLOGCPY.

      * Business-date interface for the TRANBDTE module
           COPY BDTECPY.

       01  WS-SWITCHES.
           03 WS-EOF-SW                PIC X(01) VALUE 'N'.
              88 WS-END-OF-TYPES       VALUE 'Y'.
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1040-GET-BUSINESS-DATE.
           MOVE BDTE-RUN-DATE TO WS-RUN-DATE.

           PERFORM 1050-LOG-RUN-START.

           OPEN OUTPUT JRNL-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The suite business date from the PROD.BUSINESS_DATE control   *
      * row through TRANBDTE - a PARM date, when one was keyed, is     *
      * passed in as the explicit override.  No trustworthy date means *
      * nothing is run and nothing is logged.                          *
      *----------------------------------------------------------------*
       1040-GET-BUSINESS-DATE SECTION.

           MOVE 'TRANGLEX' TO BDTE-JOB-NAME.
           CALL 'TRANBDTE' USING BDTE-REQ BDTE-RES.

           IF BDTE-FAILED
               DISPLAY 'TRANGLEX - NO BUSINESS DATE, RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1040-GET-BUSINESS-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Start-of-run log - the permanent PROD.BATCH_RUNLOG row this    *
      * execution will close out in 3100.                              *
           EXIT.

      *----------------------------------------------------------------*
      * PARM edits - the journal date is the suite business date, and  *
      * a PARM date is only ever an explicit override of it.           *
      *----------------------------------------------------------------*
       1200-EDIT-PARM SECTION.

      *    A run date keyed in cols 1-10 overrides the control
      *    table's business date - TRANBDTE refuses one that is not
      *    ISO.  Omitted, the run is for the table date.
           MOVE SPACES TO BDTE-OVERRIDE-DATE.
           IF PARM-LENGTH IS NOT LESS THAN 10
               MOVE PA-RUN-DATE TO BDTE-OVERRIDE-DATE
           END-IF.

       1200-EDIT-PARM-EXIT.
           EXIT.

