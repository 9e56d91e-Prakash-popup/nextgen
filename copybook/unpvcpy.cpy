      ******************************************************************
      * UNPVCPY - request/response layout exchanged between each      *
      *           unload reader and the TRANUNPV unload-proof module. *
      *           Copied into WORKING-STORAGE in the readers and into *
      *           the LINKAGE SECTION in TRANUNPV, the same           *
      *           convention BDTECPY keeps for TRANBDTE.              *
      *                                                               *
      * Contract: call once, after the run date is settled and before *
      * the reader opens the unload (DD UNLDIN) itself.  TRANUNPV     *
      * reads the whole file and closes it again: the header must     *
      * come first and carry UNPV-RUN-DATE and UNPV-SEQUENCE, and the *
      * trailer must come last and prove the detail count and amount  *
      * hash.  On UNPV-FAILED the reason is already on the job log    *
      * and the reader must stop without processing a record.         *
      ******************************************************************
       01 UNPV-REQ.
         03 UNPV-JOB-NAME          PIC X(08).
         03 UNPV-RUN-DATE          PIC X(10).
      * The detail order the reader depends on - 'ACCT' or 'DUPE'.
         03 UNPV-SEQUENCE          PIC X(04).

       01 UNPV-RES.
         03 UNPV-RESULT            PIC X(01).
            88 UNPV-OK             VALUE 'Y'.
            88 UNPV-FAILED         VALUE 'E'.
         03 UNPV-DETAIL-COUNT      PIC S9(9) COMP.
         03 UNPV-HASH-TOTAL        PIC S9(14)V9(2) COMP-3.
         03 UNPV-UNLOAD-TS         PIC X(26).
