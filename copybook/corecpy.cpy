      ******************************************************************
      * CORECPY - the core nightly jobs the suite cannot have skipped. *
      *           TRANSTAT reports any of these with no run-log row    *
      *           for its date as not run, and TRANROLL will not       *
      *           advance the business date until every one of them    *
      *           has completed under it.  One list, so the report and *
      *           the roll can never disagree about what "the night's  *
      *           work" is.                                            *
      ******************************************************************
       01  WS-CORE-JOB-NAMES.
           03 FILLER                   PIC X(08) VALUE 'TRANUNLD'.
           03 FILLER                   PIC X(08) VALUE 'TRANSTMT'.
           03 FILLER                   PIC X(08) VALUE 'TRANRECN'.
           03 FILLER                   PIC X(08) VALUE 'TRANACCR'.
           03 FILLER                   PIC X(08) VALUE 'TRANXTRC'.
           03 FILLER                   PIC X(08) VALUE 'TRANDUPE'.
           03 FILLER                   PIC X(08) VALUE 'TRANARCH'.
       01  WS-CORE-JOB-TAB REDEFINES WS-CORE-JOB-NAMES.
           03 WS-CORE-JOB              PIC X(08) OCCURS 7 TIMES.
       01  WS-CORE-JOB-COUNT           PIC S9(4) COMP VALUE 7.
