      * the identical forms and register.                              *
      *                                                                *
      * PARM=                                                          *
      *   cols 1-4   tax year, YYYY; omitted means the year before    *
      *              the suite business date's (PROD.BUSINESS_DATE,    *
      *              see TRANBDTE), which is also the date the run is  *
      *              logged under                                      *
      *   cols 6-12  reporting minimum in cents (0001000 = 10.00);     *
      *              omitted or non-numeric means report everything    *
      ******************************************************************
      * Run-log interface for the TRANRLOG module
           COPY RLOGCPY.

      * Business-date interface for the TRANBDTE module
           COPY BDTECPY.

       01  WS-SWITCHES.
           03 WS-EOF-SW                PIC X(01) VALUE 'N'.
              88 WS-END-OF-ACCTS       VALUE 'Y'.
           03 WS-MASTER-SW             PIC X(01) VALUE 'N'.
              88 WS-ACCT-ON-MASTER     VALUE 'Y'.

       01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
       01  WS-TAX-YEAR                 PIC X(04) VALUE SPACES.
       01  WS-TAX-YEAR-N REDEFINES WS-TAX-YEAR
                                       PIC 9(04).
       01  WS-YEAR-FROM                PIC X(10) VALUE SPACES.
       01  WS-YEAR-TO                  PIC X(10) VALUE SPACES.
       01  WS-MINIMUM                  PIC S9(8)V9(2) COMP-3

       1000-INITIALIZE SECTION.

      *    The tax year is a year, not a date - there is no date
      *    override here, only the business date to log under and to
      *    default the year from.
           MOVE SPACES TO BDTE-OVERRIDE-DATE.
           PERFORM 1040-GET-BUSINESS-DATE.
           MOVE BDTE-RUN-DATE TO WS-RUN-DATE.

           PERFORM 1200-EDIT-PARM.
           IF WS-INVALID-PARM
               GO TO 1000-INITIALIZE-EXIT
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The suite business date from the PROD.BUSINESS_DATE control   *
      * row through TRANBDTE - a PARM date, when one was keyed, is     *
      * passed in as the explicit override.  No trustworthy date means *
      * nothing is run and nothing is logged.                          *
      *----------------------------------------------------------------*
       1040-GET-BUSINESS-DATE SECTION.

           MOVE 'TRANTAXR' TO BDTE-JOB-NAME.
           CALL 'TRANBDTE' USING BDTE-REQ BDTE-RES.

           IF BDTE-FAILED
               DISPLAY 'TRANTAXR - NO BUSINESS DATE, RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1040-GET-BUSINESS-DATE-EXIT.
           EXIT.

       1050-LOG-RUN-START SECTION.

           SET RLOG-FUNC-START TO TRUE.
           MOVE 'TRANTAXR' TO RLOG-JOB-NAME.
           MOVE WS-RUN-DATE TO RLOG-RUN-DATE.
           MOVE SPACES     TO RLOG-GUARD-JOB.
           CALL 'TRANRLOG' USING RLOG-REQ RLOG-RES.

           EXIT.

      *----------------------------------------------------------------*
      * PARM edits - the tax year, when keyed, must be four digits;    *
      * omitted it is the year before the business date's; the         *
      * reporting minimum defaults to zero (report everything) when    *
      * omitted, because a missing tuning knob must not stop a         *
      * regulatory deadline.                                           *
      *----------------------------------------------------------------*
       1200-EDIT-PARM SECTION.

      *    Omitted, the tax year is the one before the business
      *    date's - the January run reports the year just ended.
           IF PARM-LENGTH IS LESS THAN 4
              OR PA-TAX-YEAR IS EQUAL TO SPACES
               MOVE WS-RUN-DATE(1:4) TO WS-TAX-YEAR
               SUBTRACT 1 FROM WS-TAX-YEAR-N
           ELSE
               IF PA-TAX-YEAR IS NOT NUMERIC
                   SET WS-INVALID-PARM TO TRUE
                   DISPLAY 'TRANTAXR - TAX YEAR PARM NOT YYYY'
                   MOVE 12 TO RETURN-CODE
                   GO TO 1200-EDIT-PARM-EXIT
               END-IF
               MOVE PA-TAX-YEAR TO WS-TAX-YEAR
           END-IF.

           MOVE SPACES TO WS-YEAR-FROM.
           MOVE SPACES TO WS-YEAR-TO.
           STRING WS-TAX-YEAR '-01-01'
