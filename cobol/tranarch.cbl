      * commit and a rerun picks up the remainder; a row is never on   *
      * both tables or on neither after a commit.                      *
      *                                                                *
      * The run is logged under the suite business date from the      *
      * PROD.BUSINESS_DATE control table (see TRANBDTE), so a suite   *
      * that crosses midnight still logs every job under the one date *
      * TRANSTAT reports on.  PARM cols 18-27, when keyed, override   *
      * it (ISO) for this run only.                                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * Run-log interface for the TRANRLOG module
           COPY RLOGCPY.

      * Business-date interface for the TRANBDTE module
           COPY BDTECPY.

       01  WS-SWITCHES.
           03 WS-EOF-SW                PIC X(01) VALUE 'N'.
              88 WS-END-OF-TRANS       VALUE 'Y'.
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           PERFORM 1040-GET-BUSINESS-DATE.
           MOVE BDTE-RUN-DATE TO WS-RUN-DATE.

           PERFORM 1050-LOG-RUN-START.

      *    Only rows already past the cut-off are fetched - there is
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The suite business date from the PROD.BUSINESS_DATE control   *
      * row through TRANBDTE - a PARM date, when one was keyed, is     *
      * passed in as the explicit override.  No trustworthy date means *
      * nothing is run and nothing is logged.                          *
      *----------------------------------------------------------------*
       1040-GET-BUSINESS-DATE SECTION.

           MOVE 'TRANARCH' TO BDTE-JOB-NAME.
           CALL 'TRANBDTE' USING BDTE-REQ BDTE-RES.

           IF BDTE-FAILED
               DISPLAY 'TRANARCH - NO BUSINESS DATE, RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1040-GET-BUSINESS-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Start-of-run log, with the sequencing guard: a pending         *
      * TRANSTMT restart row means a statement run died mid-flight,    *
               MOVE PA-COMMIT-INTERVAL TO WS-COMMIT-INTERVAL
           END-IF.

      *    A business date keyed for the run log is passed to
      *    TRANBDTE as the override of the control table's.
           MOVE SPACES TO BDTE-OVERRIDE-DATE.
           IF PARM-LENGTH IS NOT LESS THAN 27
               MOVE PA-RUN-DATE TO BDTE-OVERRIDE-DATE
           END-IF.

       1200-EDIT-PARM-EXIT.
