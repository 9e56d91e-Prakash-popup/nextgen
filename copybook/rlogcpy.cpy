            88 RLOG-FUNC-START     VALUE 'S'.
            88 RLOG-FUNC-END       VALUE 'E'.
         03 RLOG-JOB-NAME          PIC X(08).
      * The suite business date - spaces means the current date.
      * Every wired job passes the date TRANBDTE gave it from the
      * PROD.BUSINESS_DATE control row, so a suite that crosses
      * midnight still logs all its runs under the single RUN_DATE
      * TRANSTAT reports against.
         03 RLOG-RUN-DATE          PIC X(10).
      * Sequencing guard, start only - a job name whose pending
      * PROD.BATCH_RESTART row must block this run (spaces = no
