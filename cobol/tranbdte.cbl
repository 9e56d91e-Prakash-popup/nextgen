       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANBDTE.
      *----------------------------------------------------------------*
      * Business-date module, CALLed by every batch job in the suite   *
      * (the same CALLed-module shape as TRANRLOG) before its run-log  *
      * start call.  Reads the one PROD.BUSINESS_DATE control row and  *
      * hands back the date the job is to run under, together with    *
      * the prior business date and the closed-through accounting      *
      * period.  The jobs used to take their date from PARM columns    *
      * that differed job to job, defaulting to the machine date when  *
      * the PARM was blank; now the control table is the date and a    *
      * PARM date is an explicit override, echoed to the job log      *
      * beside the table date it replaced so nobody mistakes it for    *
      * the normal path.                                               *
      *                                                                *
      * A control row that cannot be read, or an override that is not *
      * an ISO YYYY-MM-DD date, comes back as BDTE-FAILED with the     *
      * reason on the job log.  Unlike run-log trouble this is fatal   *
      * to the caller - a job with no trustworthy date has nothing     *
      * safe to run under.  Nothing here updates or commits.           *
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

       01  WS-SUITE-KEY                PIC X(08) VALUE 'SUITE'.

      * The override broken into its parts for the shape check.
       01  WS-OVERRIDE-DATE.
           03 WS-OD-YYYY               PIC X(04).
           03 WS-OD-SEP1               PIC X(01).
           03 WS-OD-MM                 PIC X(02).
           03 WS-OD-SEP2               PIC X(01).
           03 WS-OD-DD                 PIC X(02).

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

           COPY BDTECPY.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION USING BDTE-REQ BDTE-RES.

       MAINLINE SECTION.

           SET BDTE-OK TO TRUE.
           MOVE SPACES TO BDTE-RUN-DATE.
           MOVE SPACES TO BDTE-SOURCE.
           MOVE SPACES TO BDTE-CURR-BUS-DATE.
           MOVE SPACES TO BDTE-PRIOR-BUS-DATE.
           MOVE SPACES TO BDTE-CLOSED-THRU.

           PERFORM 1000-READ-CONTROL-ROW.
           IF BDTE-OK
               PERFORM 2000-SELECT-RUN-DATE
           END-IF.

           GOBACK.

       MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The control row - there is exactly one.  Not finding it is a   *
      * set-up fault, not a reason to fall back to the machine date.   *
      *----------------------------------------------------------------*
       1000-READ-CONTROL-ROW SECTION.

           MOVE WS-SUITE-KEY TO BD-CONTROL-KEY.

           EXEC SQL
               SELECT CURR_BUS_DATE, PRIOR_BUS_DATE, CLOSED_THRU
                 INTO :BD-CURR-BUS-DATE, :BD-PRIOR-BUS-DATE,
                      :BD-CLOSED-THRU
                 FROM PROD.BUSINESS_DATE
                WHERE CONTROL_KEY = :BD-CONTROL-KEY
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   MOVE BD-CURR-BUS-DATE  TO BDTE-CURR-BUS-DATE
                   MOVE BD-PRIOR-BUS-DATE TO BDTE-PRIOR-BUS-DATE
                   MOVE BD-CLOSED-THRU    TO BDTE-CLOSED-THRU
               WHEN SQLCODE IS EQUAL TO +100
                   SET BDTE-FAILED TO TRUE
                   DISPLAY 'TRANBDTE - ' BDTE-JOB-NAME
                           ' STOPPED: NO BUSINESS DATE CONTROL ROW'
               WHEN OTHER
                   SET BDTE-FAILED TO TRUE
                   DISPLAY 'TRANBDTE - CONTROL READ FAILED SQLCODE='
                           SQLCODE
                   DISPLAY 'TRANBDTE - ' BDTE-JOB-NAME
                           ' STOPPED: BUSINESS DATE UNREADABLE'
           END-EVALUATE.

       1000-READ-CONTROL-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The run date - the table's current business date, unless the   *
      * caller passed a PARM override.  An override must be a real     *
      * ISO date; one that is not is refused rather than ignored, the  *
      * mistyped PARM being exactly the mistake this table is here to  *
      * stop.                                                          *
      *----------------------------------------------------------------*
       2000-SELECT-RUN-DATE SECTION.

           IF BDTE-OVERRIDE-DATE IS EQUAL TO SPACES
              OR BDTE-OVERRIDE-DATE IS EQUAL TO LOW-VALUES
               MOVE BD-CURR-BUS-DATE TO BDTE-RUN-DATE
               SET BDTE-FROM-TABLE TO TRUE
               GO TO 2000-SELECT-RUN-DATE-EXIT
           END-IF.

           MOVE BDTE-OVERRIDE-DATE TO WS-OVERRIDE-DATE.
           IF WS-OD-YYYY IS NOT NUMERIC
              OR WS-OD-MM IS NOT NUMERIC
              OR WS-OD-DD IS NOT NUMERIC
              OR WS-OD-SEP1 IS NOT EQUAL TO '-'
              OR WS-OD-SEP2 IS NOT EQUAL TO '-'
              OR WS-OD-MM IS LESS THAN '01'
              OR WS-OD-MM IS GREATER THAN '12'
              OR WS-OD-DD IS LESS THAN '01'
              OR WS-OD-DD IS GREATER THAN '31'
               SET BDTE-FAILED TO TRUE
               DISPLAY 'TRANBDTE - ' BDTE-JOB-NAME
                       ' STOPPED: PARM DATE NOT ISO YYYY-MM-DD: '
                       BDTE-OVERRIDE-DATE
               GO TO 2000-SELECT-RUN-DATE-EXIT
           END-IF.

           MOVE BDTE-OVERRIDE-DATE TO BDTE-RUN-DATE.
           SET BDTE-FROM-PARM TO TRUE.
           DISPLAY 'TRANBDTE - ' BDTE-JOB-NAME
                   ' BUSINESS DATE OVERRIDDEN BY PARM: '
                   BDTE-RUN-DATE
                   ' (CONTROL TABLE: ' BD-CURR-BUS-DATE ')'.

       2000-SELECT-RUN-DATE-EXIT.
           EXIT.
