       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANPEXP.
      *----------------------------------------------------------------*
      * Nightly maker/checker expiry.  A TRANPOST adjustment over the  *
      * approval limit waits on PROD.PENDING_ADJ for a second          *
      * supervisor through TRANAPRV; one nobody has approved or        *
      * rejected by the end of the day it was keyed is not left to be  *
      * approved days later against a balance the keyer never saw.     *
      * Every item still 'P' keyed on or before the run date is marked *
      * 'E', actioned by TRANPEXP on the run date, and nothing is      *
      * posted - the keyer re-keys it if it is still wanted.           *
      *                                                                *
      * The report (PEXPRPT) lists each item expired with its account, *
      * sequence, amount, reference, who keyed it and when, and totals *
      * the count and net amount left unposted.  Every expiry is also  *
      * written, in the TRAU audit line shape TRANAPRV uses, to        *
      * PEXPAUDT - batch has no TD queue to write, so operations       *
      * appends that file to the audit stream compliance already       *
      * reads - and landed on PROD.AUDIT_LOG like a TRANAPRV reject.   *
      *                                                                *
      * The run date is the suite business date from the             *
      * PROD.BUSINESS_DATE control table (see TRANBDTE) - items keyed  *
      * on or before it are expired, and it is stamped on the          *
      * PROD.BATCH_RUNLOG row.  PARM cols 1-10, when keyed, override   *
      * it (ISO) for this run only.                                    *
      *                                                                *
      * Reruns are safe: an expired item is no longer 'P', so a second *
      * run for the same date finds nothing left to do.                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRPT-FILE ASSIGN TO PEXPRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAUD-FILE ASSIGN TO PEXPAUDT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PRPT-RECORD                 PIC X(80).

      * Sized to the full AUDIT-MSG line below, reference included.
       FD  PAUD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PAUD-RECORD                 PIC X(139).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DB2 communications area                                        *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Row layout for the PROD.PENDING_ADJ maker/checker queue
           COPY PENDDCL.

      * Row layout for the PROD.AUDIT_LOG durable audit store
           COPY AUDTDCL.

      * Run-log interface for the TRANRLOG module
           COPY RLOGCPY.

      * Business-date interface for the TRANBDTE module
           COPY BDTECPY.

       01  WS-SWITCHES.
           03 WS-EOF-SW                PIC X(01) VALUE 'N'.
              88 WS-END-OF-ITEMS       VALUE 'Y'.

      * Audit line - the same shape TRANAPRV writes to TRAU for an
      * approval or reject, so the appended file reads seamlessly in
      * the audit stream.  The timestamp is the DB2 clock; batch has
      * no ASKTIME.
       01  AUDIT-MSG.
           03 AM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 AM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' EXMPCMAN'.
           03 FILLER                   PIC X(11) VALUE ' REQUESTID='.
           03 AM-REQUEST-ID            PIC X(6)  VALUE 'TRPEXP'.
           03 FILLER                   PIC X(7)  VALUE ' TERM='.
           03 AM-TERMID                PIC X(4)  VALUE 'BTCH'.
           03 FILLER                   PIC X(7)  VALUE ' ACCT='.
           03 AM-ACCT-NO               PIC 9(15) VALUE ZERO.
           03 FILLER                   PIC X(6)  VALUE ' FUNC='.
           03 AM-FUNCTION              PIC X(7)  VALUE 'EXPIRE'.
           03 FILLER                   PIC X(5)  VALUE ' SEQ='.
           03 AM-PEND-SEQ              PIC 9(5)  VALUE ZERO.
           03 FILLER                   PIC X(5)  VALUE ' AMT='.
           03 AM-AMOUNT                PIC -(8)9.99.
           03 FILLER                   PIC X(5)  VALUE ' RSN='.
           03 AM-REASON                PIC X(20) VALUE SPACES.

       01  WS-CURRENT-TS               PIC X(26) VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.

      * Items between commits, the same cadence TRANDORM keeps.
       01  WS-COMMIT-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-COMMIT-LIMIT             PIC 9(04) COMP VALUE 100.

       01  WS-EXPIRED-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-EXPIRED-AMOUNT           PIC S9(11)V9(2) COMP-3
                                                        VALUE ZERO.
       01  WS-RACED-COUNT              PIC 9(07) COMP VALUE ZERO.

       01  WS-RPT-HEADING-1.
           03 FILLER                   PIC X(43) VALUE
              'TRANPEXP - PENDING ADJUSTMENTS EXPIRED FOR '.
           03 WS-RH-RUN-DATE           PIC X(10).
           03 FILLER                   PIC X(27) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           03 FILLER                   PIC X(09) VALUE 'ACCOUNT  '.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 FILLER                   PIC X(05) VALUE '  SEQ'.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 FILLER                   PIC X(12) VALUE '      AMOUNT'.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 FILLER                   PIC X(20) VALUE 'REFERENCE'.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 FILLER                   PIC X(08) VALUE 'KEYED BY'.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 FILLER                   PIC X(10) VALUE 'KEYED ON  '.
           03 FILLER                   PIC X(11) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           03 WS-RD-ACCOUNT-NO         PIC Z(8)9.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 WS-RD-PEND-SEQ           PIC Z(4)9.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 WS-RD-AMOUNT             PIC -(8)9.99.
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 WS-RD-TRANS-REF          PIC X(20).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 WS-RD-KEYED-BY           PIC X(08).
           03 FILLER                   PIC X(01) VALUE SPACES.
           03 WS-RD-KEYED-DATE         PIC X(10).
           03 FILLER                   PIC X(11) VALUE SPACES.

       01  WS-RPT-TRAILER-LINE.
           03 FILLER                   PIC X(15) VALUE
              'ITEMS EXPIRED: '.
           03 WS-RT-EXPIRED-COUNT      PIC Z(6)9.
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 FILLER                   PIC X(17) VALUE
              'NET NOT POSTED:  '.
           03 WS-RT-EXPIRED-AMOUNT     PIC -(10)9.99.
           03 FILLER                   PIC X(24) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.
       01  PARM-DATA.
           03 PARM-LENGTH              PIC S9(4) COMP.
           03 PARM-TEXT.
              05 PA-RUN-DATE           PIC X(10).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION USING PARM-DATA.

       MAINLINE SECTION.

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-ITEM
              UNTIL WS-END-OF-ITEMS.
           PERFORM 3000-TERMINATE.
           STOP RUN.

       MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE SECTION.

      *    The suite business date - the control table's, unless
      *    the PARM overrides it.
           MOVE SPACES TO BDTE-OVERRIDE-DATE.
           IF PARM-LENGTH IS NOT LESS THAN 10
               MOVE PA-RUN-DATE TO BDTE-OVERRIDE-DATE
           END-IF.
           PERFORM 1040-GET-BUSINESS-DATE.
           MOVE BDTE-RUN-DATE TO WS-RUN-DATE.

           PERFORM 1050-LOG-RUN-START.

      *    One timestamp for the run's audit lines, the same way
      *    TRANFRZE stamps its own.
           EXEC SQL
               SET :WS-CURRENT-TS = CURRENT TIMESTAMP
           END-EXEC.
           MOVE WS-CURRENT-TS(1:4)   TO AM-DATE(1:4).
           MOVE WS-CURRENT-TS(6:2)   TO AM-DATE(5:2).
           MOVE WS-CURRENT-TS(9:2)   TO AM-DATE(7:2).
           MOVE WS-CURRENT-TS(12:2)  TO AM-TIME(1:2).
           MOVE WS-CURRENT-TS(15:2)  TO AM-TIME(3:2).
           MOVE WS-CURRENT-TS(18:2)  TO AM-TIME(5:2).

           OPEN OUTPUT PRPT-FILE.
           OPEN OUTPUT PAUD-FILE.

           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE.
           MOVE WS-RPT-HEADING-1 TO PRPT-RECORD.
           WRITE PRPT-RECORD.
           MOVE WS-RPT-HEADING-2 TO PRPT-RECORD.
           WRITE PRPT-RECORD.
           MOVE WS-BLANK-LINE TO PRPT-RECORD.
           WRITE PRPT-RECORD.

      *    Items still pending whose keying day is over, account by
      *    account.  WITH HOLD keeps the position across the periodic
      *    commits.
           EXEC SQL
               DECLARE TRANPEXP CURSOR WITH HOLD FOR
               SELECT ACCOUNT_NO, PEND_SEQ, ADJ_AMOUNT, TRANS_REF,
                      KEYED_BY, KEYED_DATE
                 FROM PROD.PENDING_ADJ
                WHERE PEND_STATUS = 'P'
                  AND KEYED_DATE <= :WS-RUN-DATE
                ORDER BY ACCOUNT_NO, PEND_SEQ
           END-EXEC.

           EXEC SQL OPEN TRANPEXP END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               PERFORM 2900-ABORT-RUN
           END-IF.

           PERFORM 1100-FETCH-NEXT-ITEM.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The suite business date from the PROD.BUSINESS_DATE control   *
      * row through TRANBDTE - a PARM date, when one was keyed, is     *
      * passed in as the explicit override.  No trustworthy date means *
      * nothing is run and nothing is logged.                          *
      *----------------------------------------------------------------*
       1040-GET-BUSINESS-DATE SECTION.

           MOVE 'TRANPEXP' TO BDTE-JOB-NAME.
           CALL 'TRANBDTE' USING BDTE-REQ BDTE-RES.

           IF BDTE-FAILED
               DISPLAY 'TRANPEXP - NO BUSINESS DATE, RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1040-GET-BUSINESS-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Start-of-run log - the permanent PROD.BATCH_RUNLOG row this    *
      * execution will close out in 3100, whether it runs clean or     *
      * dies.                                                          *
      *----------------------------------------------------------------*
       1050-LOG-RUN-START SECTION.

           SET RLOG-FUNC-START TO TRUE.
           MOVE 'TRANPEXP' TO RLOG-JOB-NAME.
           MOVE WS-RUN-DATE TO RLOG-RUN-DATE.
           MOVE SPACES      TO RLOG-GUARD-JOB.
           CALL 'TRANRLOG' USING RLOG-REQ RLOG-RES.

       1050-LOG-RUN-START-EXIT.
           EXIT.

       1100-FETCH-NEXT-ITEM SECTION.

           EXEC SQL
               FETCH TRANPEXP
                INTO :PND-ACCOUNT-NO, :PND-PEND-SEQ, :PND-ADJ-AMOUNT,
                     :PND-TRANS-REF, :PND-KEYED-BY, :PND-KEYED-DATE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   CONTINUE
               WHEN SQLCODE IS EQUAL TO +100
                   SET WS-END-OF-ITEMS TO TRUE
               WHEN OTHER
                   PERFORM 2900-ABORT-RUN
           END-EVALUATE.

       1100-FETCH-NEXT-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One stale item in hand.  The UPDATE insists the item is still  *
      * 'P' - a checker approving or rejecting it through TRANAPRV     *
      * between the fetch and here wins, and the item is skipped.      *
      *----------------------------------------------------------------*
       2000-PROCESS-ITEM SECTION.

           EXEC SQL
               UPDATE PROD.PENDING_ADJ
                  SET PEND_STATUS   = 'E',
                      ACTIONED_BY   = 'TRANPEXP',
                      ACTIONED_DATE = :WS-RUN-DATE
                WHERE ACCOUNT_NO  = :PND-ACCOUNT-NO
                  AND PEND_SEQ    = :PND-PEND-SEQ
                  AND PEND_STATUS = 'P'
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   PERFORM 2100-REPORT-EXPIRY
               WHEN SQLCODE IS EQUAL TO +100
                   ADD 1 TO WS-RACED-COUNT
               WHEN OTHER
                   PERFORM 2900-ABORT-RUN
           END-EVALUATE.

           ADD 1 TO WS-COMMIT-COUNT.
           IF WS-COMMIT-COUNT IS NOT LESS THAN WS-COMMIT-LIMIT
               EXEC SQL COMMIT END-EXEC
               MOVE ZERO TO WS-COMMIT-COUNT
           END-IF.

           PERFORM 1100-FETCH-NEXT-ITEM.

       2000-PROCESS-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Report line, audit line and PROD.AUDIT_LOG row for one expiry. *
      * The audit row commits or rolls back with the status change     *
      * itself; the adjustment's cited reference rides in the          *
      * reference column, as it does for a TRANAPRV approval.          *
      *----------------------------------------------------------------*
       2100-REPORT-EXPIRY SECTION.

           ADD 1 TO WS-EXPIRED-COUNT.
           ADD PND-ADJ-AMOUNT TO WS-EXPIRED-AMOUNT.

           MOVE PND-ACCOUNT-NO     TO WS-RD-ACCOUNT-NO.
           MOVE PND-PEND-SEQ       TO WS-RD-PEND-SEQ.
           MOVE PND-ADJ-AMOUNT     TO WS-RD-AMOUNT.
           MOVE PND-TRANS-REF      TO WS-RD-TRANS-REF.
           MOVE PND-KEYED-BY       TO WS-RD-KEYED-BY.
           MOVE PND-KEYED-DATE     TO WS-RD-KEYED-DATE.
           MOVE WS-RPT-DETAIL-LINE TO PRPT-RECORD.
           WRITE PRPT-RECORD.

           MOVE PND-ACCOUNT-NO TO AM-ACCT-NO.
           MOVE PND-PEND-SEQ   TO AM-PEND-SEQ.
           MOVE PND-ADJ-AMOUNT TO AM-AMOUNT.
           MOVE PND-TRANS-REF  TO AM-REASON.
           MOVE AUDIT-MSG TO PAUD-RECORD.
           WRITE PAUD-RECORD.

           MOVE 'TPEX'           TO AUD-TRAN-ID.
           MOVE 'BTCH'           TO AUD-TERM-ID.
           MOVE PND-ACCOUNT-NO   TO AUD-ACCOUNT-NO.
           MOVE 'EXPIRE'         TO AUD-ACTION.
           MOVE PND-ADJ-AMOUNT   TO AUD-AMOUNT.
           MOVE PND-TRANS-REF    TO AUD-TRANS-REF.

           EXEC SQL
               INSERT INTO PROD.AUDIT_LOG
                      (AUDIT_TS, TRAN_ID, TERM_ID, ACCOUNT_NO,
                       ACTION, AMOUNT, TRANS_REF)
               VALUES (CURRENT TIMESTAMP, :AUD-TRAN-ID, :AUD-TERM-ID,
                       :AUD-ACCOUNT-NO, :AUD-ACTION, :AUD-AMOUNT,
                       :AUD-TRANS-REF)
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               PERFORM 2900-ABORT-RUN
           END-IF.

       2100-REPORT-EXPIRY-EXIT.
           EXIT.

       2900-ABORT-RUN SECTION.

           DISPLAY 'TRANPEXP - DB2 FAILURE SQLCODE=' SQLCODE.
           DISPLAY 'TRANPEXP - ACCOUNT=' PND-ACCOUNT-NO
                   ' PENDING SEQ=' PND-PEND-SEQ.
           EXEC SQL ROLLBACK END-EXEC.
           CLOSE PRPT-FILE.
           CLOSE PAUD-FILE.
           MOVE 16 TO RETURN-CODE.
           PERFORM 3100-LOG-RUN-END.
           STOP RUN.

       2900-ABORT-RUN-EXIT.
           EXIT.

       3000-TERMINATE SECTION.

           EXEC SQL CLOSE TRANPEXP END-EXEC.
           EXEC SQL COMMIT END-EXEC.

           MOVE WS-BLANK-LINE TO PRPT-RECORD.
           WRITE PRPT-RECORD.
           MOVE WS-EXPIRED-COUNT  TO WS-RT-EXPIRED-COUNT.
           MOVE WS-EXPIRED-AMOUNT TO WS-RT-EXPIRED-AMOUNT.
           MOVE WS-RPT-TRAILER-LINE TO PRPT-RECORD.
           WRITE PRPT-RECORD.

           CLOSE PRPT-FILE.
           CLOSE PAUD-FILE.

           DISPLAY 'TRANPEXP - ITEMS EXPIRED:      ' WS-EXPIRED-COUNT.
           DISPLAY 'TRANPEXP - NET NOT POSTED:     '
                   WS-RT-EXPIRED-AMOUNT.
           DISPLAY 'TRANPEXP - ACTIONED ELSEWHERE: ' WS-RACED-COUNT.

           PERFORM 3100-LOG-RUN-END.

       3000-TERMINATE-EXIT.
           EXIT.

       3100-LOG-RUN-END SECTION.

           SET RLOG-FUNC-END TO TRUE.
           MOVE RETURN-CODE      TO RLOG-RETURN-CODE.
           MOVE WS-EXPIRED-COUNT TO RLOG-COUNT1.
           MOVE WS-RACED-COUNT   TO RLOG-COUNT2.
           MOVE ZERO             TO RLOG-COUNT3.
           CALL 'TRANRLOG' USING RLOG-REQ RLOG-RES.

       3100-LOG-RUN-END-EXIT.
           EXIT.
