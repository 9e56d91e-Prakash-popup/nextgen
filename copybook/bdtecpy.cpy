      ******************************************************************
      * BDTECPY - request/response layout exchanged between each      *
      *           batch job and the TRANBDTE business-date module.    *
      *           Copied into WORKING-STORAGE in the jobs and into    *
      *           the LINKAGE SECTION in TRANBDTE, the same           *
      *           convention RLOGCPY keeps for TRANRLOG.              *
      *                                                               *
      * Contract: call once, after the job's own PARM edits and       *
      * before the TRANRLOG start call - the date returned is the     *
      * one the run log, the reports and any postings all carry.      *
      * BDTE-OVERRIDE-DATE is the job's PARM date when one was keyed  *
      * (spaces otherwise); a keyed date replaces the control table's *
      * current business date for this run only and is reported on    *
      * the job log, a malformed one is refused.  TRANBDTE reads      *
      * only - it never commits - so it may be called with work in    *
      * flight.  On BDTE-FAILED the job must stop without processing. *
      ******************************************************************
       01 BDTE-REQ.
         03 BDTE-JOB-NAME          PIC X(08).
         03 BDTE-OVERRIDE-DATE     PIC X(10).

       01 BDTE-RES.
         03 BDTE-RESULT            PIC X(01).
            88 BDTE-OK             VALUE 'Y'.
            88 BDTE-FAILED         VALUE 'E'.
      * The date this run works to - the override when one was given,
      * else the control table's current business date.
         03 BDTE-RUN-DATE          PIC X(10).
         03 BDTE-SOURCE            PIC X(01).
            88 BDTE-FROM-TABLE     VALUE 'T'.
            88 BDTE-FROM-PARM      VALUE 'P'.
      * The control row as read, for jobs that need more than the
      * one date - a posting job compares its posting dates' YYYY-MM
      * to BDTE-CLOSED-THRU and refuses any not after it.
         03 BDTE-CURR-BUS-DATE     PIC X(10).
         03 BDTE-PRIOR-BUS-DATE    PIC X(10).
         03 BDTE-CLOSED-THRU       PIC X(07).
