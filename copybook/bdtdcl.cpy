      ******************************************************************
      * DCLGEN TABLE(PROD.BUSINESS_DATE)                               *
      *        LIBRARY(ISPW.DEMO.PROD.DCLG(BDTDCL))                    *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(BD-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      *                                                                *
      * Suite business-date and period-close control - one row, keyed *
      * CONTROL_KEY 'SUITE'.  CURR_BUS_DATE is the business date every *
      * batch job runs under (read through TRANBDTE; a job's PARM date *
      * is an explicit override only), PRIOR_BUS_DATE the one before   *
      * it.  TRANROLL advances both once the night's core jobs have    *
      * completed under the current date.  CLOSED_THRU is the last     *
      * accounting period (YYYY-MM) the month-end close (TRANCLOS) has *
      * locked: no posting may be dated into it or any period before   *
      * it, and TRANPOST, TRANAPRV, TRANLOAD and TRANACCR refuse one   *
      * that would be.  ROLLED_TS and CLOSED_TS record when each was   *
      * last moved.                                                    *
      ******************************************************************
           EXEC SQL DECLARE PROD.BUSINESS_DATE TABLE
           ( CONTROL_KEY                    CHAR(8) NOT NULL,
             CURR_BUS_DATE                  DATE NOT NULL,
             PRIOR_BUS_DATE                 DATE NOT NULL,
             CLOSED_THRU                    CHAR(7) NOT NULL,
             ROLLED_TS                      TIMESTAMP NOT NULL,
             CLOSED_TS                      TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PROD.BUSINESS_DATE                 *
      ******************************************************************
       01  DCLBUSINESS-DATE.
           10 BD-CONTROL-KEY       PIC X(8).
           10 BD-CURR-BUS-DATE     PIC X(10).
           10 BD-PRIOR-BUS-DATE    PIC X(10).
           10 BD-CLOSED-THRU       PIC X(7).
           10 BD-ROLLED-TS         PIC X(26).
           10 BD-CLOSED-TS         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
