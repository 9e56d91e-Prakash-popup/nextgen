       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANTBAL.
      *----------------------------------------------------------------*
      * Nightly subledger-to-GL trial balance proof.  Run straight     *
      * after TRANGLEX, over the journal file (GLJRNL) it has just     *
      * written.  Totals every account's anchor BALANCE - its latest   *
      * live row dated on or before the run date, the row TRANARCH     *
      * always leaves in place - and proves that today's total equals  *
      * the total stored for the previous business date plus the net   *
      * of today's journaled activity.  The total is kept on           *
      * PROD.DAILY_TOTALS, so tomorrow proves from it.                 *
      *                                                                *
      * Three things are proved and any failure prints on TBALRPT:     *
      *   - the journal against the book, type by type - the net       *
      *     journaled for each TRANS-TYPE against the net actually     *
      *     booked on PROD.TRANSACTIONS for the date (a posting made   *
      *     after TRANGLEX ran, for instance, never reached the GL);   *
      *   - the total - prior total + journal net = today's total;     *
      *   - each account - its anchor BALANCE must have moved by       *
      *     exactly the net of its postings dated the run date.  The   *
      *     per-account anchors are snapshotted on                     *
      *     PROD.DAILY_ACCT_BAL for the comparison.  An account that   *
      *     moved without a matching posting for the date (a           *
      *     back-dated posting, a row altered in place) is listed.     *
      * The run is out of proof when anything breaks: RC 4, and the    *
      * out-of-proof count is logged as COUNT3 so TRANSTAT flags it    *
      * the next morning.                                              *
      *                                                                *
      * The journal file is proven before anything is touched - the    *
      * header must carry the run date and the trailer's count and     *
      * hash must match the file.  A journal that fails (or a missing  *
      * header or trailer) stops the run at RC 12 with no table        *
      * updated: a trial balance proven against the wrong file is      *
      * worse than none.                                               *
      *                                                                *
      * The first run, with no earlier DAILY_TOTALS row to prove       *
      * from, only records the baseline (PROOF_STATUS 'N').  Business  *
      * dates are proved in order; a missed date is run for its own    *
      * date (PARM override) before the next one.  A rerun for a date  *
      * already proven replaces its DAILY_TOTALS row and proves each   *
      * account against the snapshot before that date's, so it gives   *
      * the same answer as the first run did.                          *
      *                                                                *
      * The run date is the suite business date from the               *
      * PROD.BUSINESS_DATE control table (see TRANBDTE); PARM cols     *
      * 1-10, when keyed, override it (ISO) to prove an earlier day -  *
      * over that day's journal file.                                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT TBAL-FILE ASSIGN TO TBALRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JRNL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  JRNL-RECORD                 PIC X(80).

       FD  TBAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TBAL-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DB2 communications area                                        *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Row layout for PROD.TRANSACTIONS
           COPY TRANSDCL.

      * Row layout for the PROD.DAILY_TOTALS daily totals table
           COPY DTOTDCL.

      * Row layout for the PROD.DAILY_ACCT_BAL balance snapshot
           COPY DABLDCL.

      * Run-log interface for the TRANRLOG module
           COPY RLOGCPY.

      * Business-date interface for the TRANBDTE module
           COPY BDTECPY.

       01  WS-SWITCHES.
           03 WS-EOF-SW                PIC X(01) VALUE 'N'.
              88 WS-END-OF-ACCOUNTS    VALUE 'Y'.
           03 WS-JRNL-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-END-OF-JOURNAL     VALUE 'Y'.
           03 WS-TYPES-EOF-SW          PIC X(01) VALUE 'N'.
              88 WS-END-OF-TYPES       VALUE 'Y'.
           03 WS-HEADER-SW             PIC X(01) VALUE 'N'.
              88 WS-HEADER-SEEN        VALUE 'Y'.
           03 WS-TRAILER-SW            PIC X(01) VALUE 'N'.
              88 WS-TRAILER-SEEN       VALUE 'Y'.
           03 WS-BASELINE-SW           PIC X(01) VALUE 'N'.
              88 WS-BASELINE-RUN       VALUE 'Y'.
           03 WS-COMPARE-SW            PIC X(01) VALUE 'N'.
              88 WS-COMPARE-ACCOUNT    VALUE 'Y'.
           03 WS-TYPE-FOUND-SW         PIC X(01) VALUE 'N'.
              88 WS-TYPE-FOUND         VALUE 'Y'.

       01  WS-JOB-NAME                 PIC X(08) VALUE 'TRANTBAL'.
       01  WS-RUN-DATE                 PIC X(10) VALUE SPACES.
       01  WS-NO-DATE                  PIC X(10) VALUE '0001-01-01'.

      * The anchor cursor's host variables - one row per account.
       01  WS-ANCHOR-WORK.
           03 WS-AN-ACCOUNT-NO         PIC S9(9) COMP.
           03 WS-AN-BALANCE            PIC S9(8)V9(2) COMP-3.
           03 WS-AN-POSTED-NET         PIC S9(12)V9(2) COMP-3.

      * The booked-by-type pass's host variables.
       01  WS-SUM-WORK.
           03 WS-SUM-TYPE-DB           PIC X(02).
           03 WS-SUM-AMT-DB            PIC S9(12)V9(2) COMP-3.

      * One account's proof.
       01  WS-PRIOR-BALANCE            PIC S9(8)V9(2) COMP-3
                                                        VALUE ZERO.
       01  WS-UNEXPLAINED              PIC S9(12)V9(2) COMP-3
                                                        VALUE ZERO.

      *----------------------------------------------------------------*
      * Net by TRANS-TYPE - journaled (off GLJRNL) and booked (off     *
      * PROD.TRANSACTIONS) side by side.  A type appears on either     *
      * side or both; twenty is far more than the approved five plus   *
      * whatever went to suspense.                                     *
      *----------------------------------------------------------------*
       01  WS-TYPE-TAB.
           03 WS-TYPE-ITEM OCCURS 20 TIMES.
              05 WS-TT-TYPE            PIC X(02).
              05 WS-TT-JRNL-NET        PIC S9(12)V9(2) COMP-3.
              05 WS-TT-BOOKED-NET      PIC S9(12)V9(2) COMP-3.
       01  WS-TYPE-MAX                 PIC S9(4) COMP VALUE 20.
       01  WS-TYPE-USED                PIC S9(4) COMP VALUE ZERO.
       01  WS-TYPE-IDX                 PIC S9(4) COMP VALUE ZERO.
       01  WS-TYPE-HIT                 PIC S9(4) COMP VALUE ZERO.
       01  WS-FIND-TYPE                PIC X(02) VALUE SPACES.
       01  WS-TYPE-DIFF                PIC S9(12)V9(2) COMP-3
                                                        VALUE ZERO.

      * The journal file's own controls, proven against its trailer.
       01  WS-JRNL-DETAIL-COUNT        PIC 9(09) COMP VALUE ZERO.
       01  WS-JRNL-HASH-TOTAL          PIC S9(14)V9(2) COMP-3
                                                        VALUE ZERO.
       01  WS-JRNL-SIGNED-AMT          PIC S9(12)V9(2) COMP-3
                                                        VALUE ZERO.
       01  WS-JOURNAL-NET              PIC S9(13)V9(2) COMP-3
                                                        VALUE ZERO.

      * The totals proof.
       01  WS-TOTAL-BALANCE            PIC S9(13)V9(2) COMP-3
                                                        VALUE ZERO.
       01  WS-EXPECTED-TOTAL           PIC S9(13)V9(2) COMP-3
                                                        VALUE ZERO.
       01  WS-TOTAL-DIFF               PIC S9(13)V9(2) COMP-3
                                                        VALUE ZERO.

       01  WS-ACCOUNT-COUNT            PIC 9(09) COMP VALUE ZERO.
       01  WS-ACCT-BREAK-COUNT         PIC 9(09) COMP VALUE ZERO.
       01  WS-TYPE-BREAK-COUNT         PIC 9(09) COMP VALUE ZERO.
       01  WS-TOTAL-BREAK-COUNT        PIC 9(09) COMP VALUE ZERO.
       01  WS-OUT-OF-PROOF             PIC 9(09) COMP VALUE ZERO.

      * Accounts between commits - the cursor is WITH HOLD, so the
      * snapshot updates are committed as the pass goes.
       01  WS-COMMIT-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-COMMIT-LIMIT             PIC 9(04) COMP VALUE 100.

      *----------------------------------------------------------------*
      * GLJRNL record layouts - TRANGLEX's 80-byte header, detail and  *
      * trailer, discriminated by the record-type byte in column 1.    *
      *----------------------------------------------------------------*
       01  WS-JRNL-RECORD              PIC X(80).
       01  WS-JRNL-HEADER REDEFINES WS-JRNL-RECORD.
           03 WS-JH-RECORD-TYPE        PIC X(01).
           03 WS-JH-JOB-NAME           PIC X(08).
           03 FILLER                   PIC X(01).
           03 WS-JH-RUN-DATE           PIC X(10).
           03 FILLER                   PIC X(60).
       01  WS-JRNL-DETAIL REDEFINES WS-JRNL-RECORD.
           03 WS-JD-RECORD-TYPE        PIC X(01).
           03 WS-JD-GL-ACCT            PIC 9(08).
           03 WS-JD-DRCR               PIC X(02).
           03 WS-JD-AMOUNT             PIC 9(12)V9(2).
           03 WS-JD-SOURCE-TYPE        PIC X(02).
           03 WS-JD-POST-DATE          PIC X(10).
           03 WS-JD-DESC               PIC X(24).
           03 FILLER                   PIC X(19).
       01  WS-JRNL-TRAILER REDEFINES WS-JRNL-RECORD.
           03 WS-JT-RECORD-TYPE        PIC X(01).
           03 WS-JT-RECORD-COUNT       PIC 9(09).
           03 WS-JT-HASH-TOTAL         PIC S9(14)V9(2)
                                        SIGN LEADING SEPARATE.
           03 FILLER                   PIC X(53).

      * Proof report lines.
       01  WS-RPT-HEADING-1.
           03 FILLER                   PIC X(40) VALUE
              'TRANTBAL - SUBLEDGER TRIAL BALANCE FOR  '.
           03 WS-RH-RUN-DATE           PIC X(10).
           03 FILLER                   PIC X(30) VALUE SPACES.

       01  WS-RPT-ACCT-TITLE.
           03 FILLER                   PIC X(42) VALUE
              'ACCOUNTS MOVED WITHOUT A MATCHING POSTING'.
           03 FILLER                   PIC X(38) VALUE SPACES.

       01  WS-RPT-ACCT-HEADING.
           03 FILLER                   PIC X(09) VALUE '  ACCOUNT'.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 FILLER                   PIC X(14) VALUE
              '     PRIOR BAL'.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 FILLER                   PIC X(14) VALUE
              '    POSTED NET'.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 FILLER                   PIC X(14) VALUE
              '   CURRENT BAL'.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 FILLER                   PIC X(14) VALUE
              '   UNEXPLAINED'.
           03 FILLER                   PIC X(07) VALUE SPACES.

       01  WS-RPT-ACCT-LINE.
           03 WS-RA-ACCOUNT-NO         PIC Z(8)9.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-RA-PRIOR-BAL          PIC -(10)9.99.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-RA-POSTED-NET         PIC -(10)9.99.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-RA-CURRENT-BAL        PIC -(10)9.99.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-RA-UNEXPLAINED        PIC -(10)9.99.
           03 FILLER                   PIC X(07) VALUE SPACES.

       01  WS-RPT-TYPE-TITLE.
           03 FILLER                   PIC X(36) VALUE
              'JOURNAL AGAINST BOOK BY TRANS-TYPE'.
           03 FILLER                   PIC X(44) VALUE SPACES.

       01  WS-RPT-TYPE-HEADING.
           03 FILLER                   PIC X(04) VALUE 'TYPE'.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 FILLER                   PIC X(18) VALUE
              '       JOURNAL NET'.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 FILLER                   PIC X(18) VALUE
              '        BOOKED NET'.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 FILLER                   PIC X(18) VALUE
              '        DIFFERENCE'.
           03 FILLER                   PIC X(16) VALUE SPACES.

       01  WS-RPT-TYPE-LINE.
           03 WS-RT-TYPE               PIC X(02).
           03 WS-RT-FLAG               PIC X(02).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-RT-JRNL-NET           PIC -(14)9.99.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-RT-BOOKED-NET         PIC -(14)9.99.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-RT-DIFFERENCE         PIC -(14)9.99.
           03 FILLER                   PIC X(16) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           03 WS-RS-LABEL              PIC X(22).
           03 WS-RS-DATE               PIC X(10).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-RS-AMOUNT             PIC -(14)9.99.
           03 FILLER                   PIC X(28) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           03 FILLER                   PIC X(22) VALUE
              'ACCOUNTS TOTALED'.
           03 FILLER                   PIC X(19) VALUE SPACES.
           03 WS-RC-ACCOUNTS           PIC Z(8)9.
           03 FILLER                   PIC X(30) VALUE SPACES.

       01  WS-RPT-RESULT-LINE.
           03 WS-RR-TEXT               PIC X(40).
           03 WS-RR-COUNT              PIC Z(8)9.
           03 FILLER                   PIC X(31) VALUE SPACES.

       01  WS-RPT-NONE-LINE.
           03 FILLER                   PIC X(06) VALUE SPACES.
           03 FILLER                   PIC X(06) VALUE 'NONE'.
           03 FILLER                   PIC X(68) VALUE SPACES.

       01  WS-RPT-BASELINE-LINE.
           03 FILLER                   PIC X(50) VALUE
              'NO PRIOR TOTAL ON FILE - BASELINE RECORDED ONLY'.
           03 FILLER                   PIC X(30) VALUE SPACES.

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
           PERFORM 2000-PROVE-ONE-ACCOUNT
              UNTIL WS-END-OF-ACCOUNTS.
           PERFORM 3000-TERMINATE.
           STOP RUN.

       MAINLINE-EXIT.
           EXIT.

       1000-INITIALIZE SECTION.

           PERFORM 1200-EDIT-PARM.

           PERFORM 1040-GET-BUSINESS-DATE.
           MOVE BDTE-RUN-DATE TO WS-RUN-DATE.

           PERFORM 1050-LOG-RUN-START.

           OPEN INPUT JRNL-FILE.
           OPEN OUTPUT TBAL-FILE.

           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE.
           MOVE WS-RPT-HEADING-1 TO TBAL-RECORD.
           WRITE TBAL-RECORD.
           MOVE WS-BLANK-LINE TO TBAL-RECORD.
           WRITE TBAL-RECORD.

      *    The journal is proven, and its net taken by type, before
      *    a single row is read or touched.
           PERFORM 1300-PROVE-JOURNAL.

           PERFORM 1400-LOAD-BOOKED-TYPES.

           PERFORM 1500-GET-PRIOR-TOTAL.

           MOVE WS-RPT-ACCT-TITLE TO TBAL-RECORD.
           WRITE TBAL-RECORD.
           MOVE WS-RPT-ACCT-HEADING TO TBAL-RECORD.
           WRITE TBAL-RECORD.

      *    One row per account - its anchor, the latest row dated on
      *    or before the run date, with the net of its postings dated
      *    the run date beside it.  A later-dated row is left out, so
      *    a posting made after the cut cannot disturb the proof.
      *    WITH HOLD keeps the position across the periodic commits.
           EXEC SQL
               DECLARE TRANTBAL CURSOR WITH HOLD FOR
               SELECT T.ACCOUNT_NO, T.BALANCE,
                      COALESCE(P.NET_AMOUNT, 0)
                 FROM PROD.TRANSACTIONS T
                 LEFT OUTER JOIN
                      (SELECT ACCOUNT_NO,
                              SUM(TRANS_AMOUNT) AS NET_AMOUNT
                         FROM PROD.TRANSACTIONS
                        WHERE TRANS_DATE = :WS-RUN-DATE
                        GROUP BY ACCOUNT_NO) AS P
                   ON P.ACCOUNT_NO = T.ACCOUNT_NO
                WHERE T.TRANS_ID =
                      (SELECT MAX(T2.TRANS_ID)
                         FROM PROD.TRANSACTIONS T2
                        WHERE T2.ACCOUNT_NO = T.ACCOUNT_NO
                          AND T2.TRANS_DATE <= :WS-RUN-DATE)
                ORDER BY T.ACCOUNT_NO
           END-EXEC.

           EXEC SQL OPEN TRANTBAL END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               DISPLAY 'TRANTBAL - ANCHOR CURSOR OPEN FAILED SQLCODE='
                       SQLCODE
               PERFORM 3500-ABORT-RUN
           END-IF.

           PERFORM 1100-FETCH-NEXT-ACCOUNT.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The suite business date from the PROD.BUSINESS_DATE control   *
      * row through TRANBDTE - a PARM date, when one was keyed, is     *
      * passed in as the explicit override.  No trustworthy date means *
      * nothing is run and nothing is logged.                          *
      *----------------------------------------------------------------*
       1040-GET-BUSINESS-DATE SECTION.

           MOVE 'TRANTBAL' TO BDTE-JOB-NAME.
           CALL 'TRANBDTE' USING BDTE-REQ BDTE-RES.

           IF BDTE-FAILED
               DISPLAY 'TRANTBAL - NO BUSINESS DATE, RUN STOPPED'
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
           MOVE WS-JOB-NAME TO RLOG-JOB-NAME.
           MOVE WS-RUN-DATE TO RLOG-RUN-DATE.
           MOVE SPACES      TO RLOG-GUARD-JOB.
           CALL 'TRANRLOG' USING RLOG-REQ RLOG-RES.

       1050-LOG-RUN-START-EXIT.
           EXIT.

       1100-FETCH-NEXT-ACCOUNT SECTION.

           EXEC SQL
               FETCH TRANTBAL
                INTO :WS-AN-ACCOUNT-NO, :WS-AN-BALANCE,
                     :WS-AN-POSTED-NET
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   ADD 1 TO WS-ACCOUNT-COUNT
               WHEN SQLCODE IS EQUAL TO +100
                   SET WS-END-OF-ACCOUNTS TO TRUE
               WHEN OTHER
                   DISPLAY 'TRANTBAL - ANCHOR FETCH FAILED SQLCODE='
                           SQLCODE
                   PERFORM 3500-ABORT-RUN
           END-EVALUATE.

       1100-FETCH-NEXT-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * PARM edits - the proof date is the suite business date, and a  *
      * PARM date is only ever an explicit override of it.             *
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

      *----------------------------------------------------------------*
      * The journal file, read end to end.  The header must come first *
      * and carry the run date, and the trailer must prove the count   *
      * and DR-negative hash of every detail, clearing line included - *
      * the same proof the GL loader makes.  Each type's net is taken  *
      * on the customer-signed convention TRANGLEX journals by (CR     *
      * positive); the clearing line, with no source type, only        *
      * offsets the others and is not part of the activity.            *
      *----------------------------------------------------------------*
       1300-PROVE-JOURNAL SECTION.

           PERFORM 1310-READ-JOURNAL.
           PERFORM 1320-TAKE-JOURNAL-RECORD
              UNTIL WS-END-OF-JOURNAL.

           CLOSE JRNL-FILE.

           IF NOT WS-HEADER-SEEN
               DISPLAY 'TRANTBAL - NO HEADER RECORD IN GLJRNL'
               PERFORM 3400-JOURNAL-UNUSABLE
           END-IF.

           IF NOT WS-TRAILER-SEEN
               DISPLAY 'TRANTBAL - NO TRAILER RECORD IN GLJRNL'
               PERFORM 3400-JOURNAL-UNUSABLE
           END-IF.

           DISPLAY 'TRANTBAL - JOURNAL PROVEN, DETAILS: '
                   WS-JRNL-DETAIL-COUNT.

       1300-PROVE-JOURNAL-EXIT.
           EXIT.

       1310-READ-JOURNAL SECTION.

           READ JRNL-FILE INTO WS-JRNL-RECORD
               AT END SET WS-END-OF-JOURNAL TO TRUE
           END-READ.

       1310-READ-JOURNAL-EXIT.
           EXIT.

       1320-TAKE-JOURNAL-RECORD SECTION.

           EVALUATE TRUE
               WHEN WS-TRAILER-SEEN
                   DISPLAY 'TRANTBAL - RECORD AFTER GLJRNL TRAILER'
                   PERFORM 3400-JOURNAL-UNUSABLE
               WHEN WS-JH-RECORD-TYPE IS EQUAL TO 'H'
                   PERFORM 1330-TAKE-JOURNAL-HEADER
               WHEN NOT WS-HEADER-SEEN
                   DISPLAY 'TRANTBAL - GLJRNL DOES NOT START WITH A'
                           ' HEADER'
                   PERFORM 3400-JOURNAL-UNUSABLE
               WHEN WS-JD-RECORD-TYPE IS EQUAL TO 'D'
                   PERFORM 1340-TAKE-JOURNAL-DETAIL
               WHEN WS-JT-RECORD-TYPE IS EQUAL TO 'T'
                   PERFORM 1360-TAKE-JOURNAL-TRAILER
               WHEN OTHER
                   DISPLAY 'TRANTBAL - GLJRNL RECORD TYPE NOT H, D OR'
                           ' T: ' WS-JD-RECORD-TYPE
                   PERFORM 3400-JOURNAL-UNUSABLE
           END-EVALUATE.

           PERFORM 1310-READ-JOURNAL.

       1320-TAKE-JOURNAL-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A journal for another day would prove the wrong activity - the *
      * file must be the one TRANGLEX wrote for this run date.         *
      *----------------------------------------------------------------*
       1330-TAKE-JOURNAL-HEADER SECTION.

           IF WS-HEADER-SEEN
               DISPLAY 'TRANTBAL - SECOND HEADER RECORD IN GLJRNL'
               PERFORM 3400-JOURNAL-UNUSABLE
           END-IF.

           SET WS-HEADER-SEEN TO TRUE.

           IF WS-JH-RUN-DATE IS NOT EQUAL TO WS-RUN-DATE
               DISPLAY 'TRANTBAL - GLJRNL IS FOR ' WS-JH-RUN-DATE
                       ' NOT ' WS-RUN-DATE
               PERFORM 3400-JOURNAL-UNUSABLE
           END-IF.

       1330-TAKE-JOURNAL-HEADER-EXIT.
           EXIT.

       1340-TAKE-JOURNAL-DETAIL SECTION.

           IF WS-JD-AMOUNT IS NOT NUMERIC
               DISPLAY 'TRANTBAL - GLJRNL AMOUNT NOT NUMERIC'
               PERFORM 3400-JOURNAL-UNUSABLE
           END-IF.

           ADD 1 TO WS-JRNL-DETAIL-COUNT.
           IF WS-JD-DRCR IS EQUAL TO 'DR'
               COMPUTE WS-JRNL-SIGNED-AMT = ZERO - WS-JD-AMOUNT
           ELSE
               MOVE WS-JD-AMOUNT TO WS-JRNL-SIGNED-AMT
           END-IF.
           ADD WS-JRNL-SIGNED-AMT TO WS-JRNL-HASH-TOTAL.

           IF WS-JD-SOURCE-TYPE IS EQUAL TO SPACES
               GO TO 1340-TAKE-JOURNAL-DETAIL-EXIT
           END-IF.

           MOVE WS-JD-SOURCE-TYPE TO WS-FIND-TYPE.
           PERFORM 1350-FIND-TYPE.
           ADD WS-JRNL-SIGNED-AMT TO WS-TT-JRNL-NET(WS-TYPE-HIT).
           ADD WS-JRNL-SIGNED-AMT TO WS-JOURNAL-NET.

       1340-TAKE-JOURNAL-DETAIL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The type table slot for WS-FIND-TYPE, added on first sight.    *
      *----------------------------------------------------------------*
       1350-FIND-TYPE SECTION.

           MOVE 'N' TO WS-TYPE-FOUND-SW.
           PERFORM 1355-CHECK-ONE-TYPE
              VARYING WS-TYPE-IDX FROM 1 BY 1
                UNTIL WS-TYPE-IDX IS GREATER THAN WS-TYPE-USED
                   OR WS-TYPE-FOUND.

           IF WS-TYPE-FOUND
               GO TO 1350-FIND-TYPE-EXIT
           END-IF.

           IF WS-TYPE-USED IS NOT LESS THAN WS-TYPE-MAX
               DISPLAY 'TRANTBAL - MORE THAN ' WS-TYPE-MAX
                       ' TRANS-TYPES, RUN STOPPED'
               PERFORM 3500-ABORT-RUN
           END-IF.

           ADD 1 TO WS-TYPE-USED.
           MOVE WS-TYPE-USED TO WS-TYPE-HIT.
           MOVE WS-FIND-TYPE TO WS-TT-TYPE(WS-TYPE-HIT).
           MOVE ZERO         TO WS-TT-JRNL-NET(WS-TYPE-HIT).
           MOVE ZERO         TO WS-TT-BOOKED-NET(WS-TYPE-HIT).

       1350-FIND-TYPE-EXIT.
           EXIT.

       1355-CHECK-ONE-TYPE SECTION.

           IF WS-TT-TYPE(WS-TYPE-IDX) IS EQUAL TO WS-FIND-TYPE
               MOVE WS-TYPE-IDX TO WS-TYPE-HIT
               SET WS-TYPE-FOUND TO TRUE
           END-IF.

       1355-CHECK-ONE-TYPE-EXIT.
           EXIT.

       1360-TAKE-JOURNAL-TRAILER SECTION.

           SET WS-TRAILER-SEEN TO TRUE.

           IF WS-JT-RECORD-COUNT IS NOT NUMERIC
              OR WS-JT-HASH-TOTAL IS NOT NUMERIC
               DISPLAY 'TRANTBAL - GLJRNL TRAILER CONTROL FIELDS NOT'
                       ' NUMERIC'
               PERFORM 3400-JOURNAL-UNUSABLE
           END-IF.

           IF WS-JT-RECORD-COUNT IS NOT EQUAL TO WS-JRNL-DETAIL-COUNT
               DISPLAY 'TRANTBAL - GLJRNL TRAILER COUNT '
                       WS-JT-RECORD-COUNT
                       ' BUT DETAILS READ ' WS-JRNL-DETAIL-COUNT
               PERFORM 3400-JOURNAL-UNUSABLE
           END-IF.

           IF WS-JT-HASH-TOTAL IS NOT EQUAL TO WS-JRNL-HASH-TOTAL
               DISPLAY 'TRANTBAL - GLJRNL TRAILER HASH DOES NOT MATCH'
                       ' FILE'
               PERFORM 3400-JOURNAL-UNUSABLE
           END-IF.

       1360-TAKE-JOURNAL-TRAILER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The net actually booked for the date, by type - the same       *
      * grouping TRANGLEX journals from, read again now.               *
      *----------------------------------------------------------------*
       1400-LOAD-BOOKED-TYPES SECTION.

           EXEC SQL
               DECLARE TRANTBAT CURSOR FOR
               SELECT TRANS_TYPE, SUM(TRANS_AMOUNT)
                 FROM PROD.TRANSACTIONS
                WHERE TRANS_DATE = :WS-RUN-DATE
                GROUP BY TRANS_TYPE
                ORDER BY TRANS_TYPE
           END-EXEC.

           EXEC SQL OPEN TRANTBAT END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               DISPLAY 'TRANTBAL - TYPE CURSOR OPEN FAILED SQLCODE='
                       SQLCODE
               PERFORM 3500-ABORT-RUN
           END-IF.

           PERFORM 1410-FETCH-BOOKED-TYPE.
           PERFORM 1420-TAKE-BOOKED-TYPE
              UNTIL WS-END-OF-TYPES.

           EXEC SQL CLOSE TRANTBAT END-EXEC.

       1400-LOAD-BOOKED-TYPES-EXIT.
           EXIT.

       1410-FETCH-BOOKED-TYPE SECTION.

           EXEC SQL
               FETCH TRANTBAT
                INTO :WS-SUM-TYPE-DB, :WS-SUM-AMT-DB
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   CONTINUE
               WHEN SQLCODE IS EQUAL TO +100
                   SET WS-END-OF-TYPES TO TRUE
               WHEN OTHER
                   DISPLAY 'TRANTBAL - TYPE FETCH FAILED SQLCODE='
                           SQLCODE
                   PERFORM 3500-ABORT-RUN
           END-EVALUATE.

       1410-FETCH-BOOKED-TYPE-EXIT.
           EXIT.

       1420-TAKE-BOOKED-TYPE SECTION.

           MOVE WS-SUM-TYPE-DB TO WS-FIND-TYPE.
           PERFORM 1350-FIND-TYPE.
           MOVE WS-SUM-AMT-DB TO WS-TT-BOOKED-NET(WS-TYPE-HIT).

           PERFORM 1410-FETCH-BOOKED-TYPE.

       1420-TAKE-BOOKED-TYPE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The total to prove from - the stored row for the latest date   *
      * before this one.  None at all means this is the first run: the *
      * baseline is recorded and nothing is compared.                  *
      *----------------------------------------------------------------*
       1500-GET-PRIOR-TOTAL SECTION.

           EXEC SQL
               SELECT BUS_DATE, TOTAL_BALANCE
                 INTO :DTT-PRIOR-DATE, :DTT-PRIOR-TOTAL
                 FROM PROD.DAILY_TOTALS
                WHERE BUS_DATE =
                      (SELECT MAX(BUS_DATE)
                         FROM PROD.DAILY_TOTALS
                        WHERE BUS_DATE < :WS-RUN-DATE)
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO ZERO
                   CONTINUE
               WHEN SQLCODE IS EQUAL TO +100
                   SET WS-BASELINE-RUN TO TRUE
                   MOVE WS-NO-DATE TO DTT-PRIOR-DATE
                   MOVE ZERO       TO DTT-PRIOR-TOTAL
                   DISPLAY 'TRANTBAL - NO PRIOR TOTAL, BASELINE RUN'
               WHEN OTHER
                   DISPLAY 'TRANTBAL - PRIOR TOTAL READ FAILED SQLCODE='
                           SQLCODE
                   PERFORM 3500-ABORT-RUN
           END-EVALUATE.

       1500-GET-PRIOR-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One pass is one account's anchor - totaled, proven against its *
      * snapshot, and the snapshot brought up to the run date.         *
      *----------------------------------------------------------------*
       2000-PROVE-ONE-ACCOUNT SECTION.

           ADD WS-AN-BALANCE TO WS-TOTAL-BALANCE.

           PERFORM 2100-ROLL-SNAPSHOT.

           IF WS-COMPARE-ACCOUNT
               PERFORM 2200-COMPARE-ACCOUNT
           END-IF.

           ADD 1 TO WS-COMMIT-COUNT.
           IF WS-COMMIT-COUNT IS NOT LESS THAN WS-COMMIT-LIMIT
               EXEC SQL COMMIT END-EXEC
               MOVE ZERO TO WS-COMMIT-COUNT
           END-IF.

           PERFORM 1100-FETCH-NEXT-ACCOUNT.

       2000-PROVE-ONE-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The account's snapshot row, read and rolled forward.  What it  *
      * is proven from depends on what the snapshot already holds:     *
      *   no row           - a new account; proven from zero           *
      *   dated run date   - a rerun; proven from the PREV pair, and   *
      *                      only the balance is refreshed             *
      *   dated earlier    - the normal night; proven from it, and it  *
      *                      shifts down to the PREV pair              *
      *   dated later      - an earlier date being rerun after a later *
      *                      one; neither compared nor touched         *
      * Nothing is compared on the baseline run.                       *
      *----------------------------------------------------------------*
       2100-ROLL-SNAPSHOT SECTION.

           MOVE 'N' TO WS-COMPARE-SW.
           MOVE WS-AN-ACCOUNT-NO TO DAB-ACCOUNT-NO.

           EXEC SQL
               SELECT BAL_DATE, BALANCE, PREV_DATE, PREV_BALANCE
                 INTO :DAB-BAL-DATE, :DAB-BALANCE, :DAB-PREV-DATE,
                      :DAB-PREV-BALANCE
                 FROM PROD.DAILY_ACCT_BAL
                WHERE ACCOUNT_NO = :DAB-ACCOUNT-NO
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE IS EQUAL TO +100
                   MOVE ZERO TO WS-PRIOR-BALANCE
                   SET WS-COMPARE-ACCOUNT TO TRUE
                   MOVE WS-RUN-DATE   TO DAB-BAL-DATE
                   MOVE WS-AN-BALANCE TO DAB-BALANCE
                   MOVE WS-NO-DATE    TO DAB-PREV-DATE
                   MOVE ZERO          TO DAB-PREV-BALANCE
                   EXEC SQL
                       INSERT INTO PROD.DAILY_ACCT_BAL
                              (ACCOUNT_NO, BAL_DATE, BALANCE,
                               PREV_DATE, PREV_BALANCE)
                       VALUES (:DAB-ACCOUNT-NO, :DAB-BAL-DATE,
                               :DAB-BALANCE, :DAB-PREV-DATE,
                               :DAB-PREV-BALANCE)
                   END-EXEC
               WHEN SQLCODE IS NOT EQUAL TO ZERO
                   DISPLAY 'TRANTBAL - SNAPSHOT READ FAILED SQLCODE='
                           SQLCODE ' ACCOUNT ' WS-AN-ACCOUNT-NO
                   PERFORM 3500-ABORT-RUN
               WHEN DAB-BAL-DATE IS EQUAL TO WS-RUN-DATE
                   MOVE DAB-PREV-BALANCE TO WS-PRIOR-BALANCE
                   SET WS-COMPARE-ACCOUNT TO TRUE
                   MOVE WS-AN-BALANCE TO DAB-BALANCE
                   EXEC SQL
                       UPDATE PROD.DAILY_ACCT_BAL
                          SET BALANCE = :DAB-BALANCE
                        WHERE ACCOUNT_NO = :DAB-ACCOUNT-NO
                   END-EXEC
               WHEN DAB-BAL-DATE IS LESS THAN WS-RUN-DATE
                   MOVE DAB-BALANCE TO WS-PRIOR-BALANCE
                   SET WS-COMPARE-ACCOUNT TO TRUE
                   MOVE DAB-BAL-DATE  TO DAB-PREV-DATE
                   MOVE DAB-BALANCE   TO DAB-PREV-BALANCE
                   MOVE WS-RUN-DATE   TO DAB-BAL-DATE
                   MOVE WS-AN-BALANCE TO DAB-BALANCE
                   EXEC SQL
                       UPDATE PROD.DAILY_ACCT_BAL
                          SET BAL_DATE     = :DAB-BAL-DATE,
                              BALANCE      = :DAB-BALANCE,
                              PREV_DATE    = :DAB-PREV-DATE,
                              PREV_BALANCE = :DAB-PREV-BALANCE
                        WHERE ACCOUNT_NO = :DAB-ACCOUNT-NO
                   END-EXEC
               WHEN OTHER
                   GO TO 2100-ROLL-SNAPSHOT-EXIT
           END-EVALUATE.

           IF SQLCODE IS NOT EQUAL TO ZERO
               DISPLAY 'TRANTBAL - SNAPSHOT WRITE FAILED SQLCODE='
                       SQLCODE ' ACCOUNT ' WS-AN-ACCOUNT-NO
               PERFORM 3500-ABORT-RUN
           END-IF.

           IF WS-BASELINE-RUN
               MOVE 'N' TO WS-COMPARE-SW
           END-IF.

       2100-ROLL-SNAPSHOT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The balance must have moved by exactly what was posted for the *
      * date.  Whatever is left over moved the account with no posting *
      * behind it, and the account goes on the report.                 *
      *----------------------------------------------------------------*
       2200-COMPARE-ACCOUNT SECTION.

           COMPUTE WS-UNEXPLAINED = WS-AN-BALANCE - WS-PRIOR-BALANCE
                                  - WS-AN-POSTED-NET.

           IF WS-UNEXPLAINED IS EQUAL TO ZERO
               GO TO 2200-COMPARE-ACCOUNT-EXIT
           END-IF.

           ADD 1 TO WS-ACCT-BREAK-COUNT.
           MOVE WS-AN-ACCOUNT-NO TO WS-RA-ACCOUNT-NO.
           MOVE WS-PRIOR-BALANCE TO WS-RA-PRIOR-BAL.
           MOVE WS-AN-POSTED-NET TO WS-RA-POSTED-NET.
           MOVE WS-AN-BALANCE    TO WS-RA-CURRENT-BAL.
           MOVE WS-UNEXPLAINED   TO WS-RA-UNEXPLAINED.
           MOVE WS-RPT-ACCT-LINE TO TBAL-RECORD.
           WRITE TBAL-RECORD.

       2200-COMPARE-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The type and total proofs, then the day's totals row - deleted *
      * and inserted in the one unit of work, so a rerun replaces it   *
      * and never leaves the date without one.                         *
      *----------------------------------------------------------------*
       3000-TERMINATE SECTION.

           EXEC SQL CLOSE TRANTBAL END-EXEC.

           IF WS-ACCT-BREAK-COUNT IS EQUAL TO ZERO
               MOVE WS-RPT-NONE-LINE TO TBAL-RECORD
               WRITE TBAL-RECORD
           END-IF.

           PERFORM 3200-PROVE-TYPES.

           PERFORM 3300-PROVE-TOTAL.

           COMPUTE WS-OUT-OF-PROOF = WS-ACCT-BREAK-COUNT
                                   + WS-TYPE-BREAK-COUNT
                                   + WS-TOTAL-BREAK-COUNT.

           MOVE WS-RUN-DATE      TO DTT-BUS-DATE.
           MOVE WS-ACCOUNT-COUNT TO DTT-ACCOUNT-COUNT.
           MOVE WS-TOTAL-BALANCE TO DTT-TOTAL-BALANCE.
           MOVE WS-JOURNAL-NET   TO DTT-JOURNAL-NET.
           MOVE WS-TOTAL-DIFF    TO DTT-DIFFERENCE.
           MOVE WS-OUT-OF-PROOF  TO DTT-OUT-OF-PROOF.
           EVALUATE TRUE
               WHEN WS-OUT-OF-PROOF IS GREATER THAN ZERO
                   MOVE 'B' TO DTT-PROOF-STATUS
               WHEN WS-BASELINE-RUN
                   MOVE 'N' TO DTT-PROOF-STATUS
               WHEN OTHER
                   MOVE 'P' TO DTT-PROOF-STATUS
           END-EVALUATE.

           EXEC SQL
               DELETE FROM PROD.DAILY_TOTALS
                WHERE BUS_DATE = :DTT-BUS-DATE
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
              AND SQLCODE IS NOT EQUAL TO +100
               DISPLAY 'TRANTBAL - TOTALS DELETE FAILED SQLCODE='
                       SQLCODE
               PERFORM 3500-ABORT-RUN
           END-IF.

           EXEC SQL
               INSERT INTO PROD.DAILY_TOTALS
                      (BUS_DATE, ACCOUNT_COUNT, TOTAL_BALANCE,
                       PRIOR_DATE, PRIOR_TOTAL, JOURNAL_NET,
                       DIFFERENCE, OUT_OF_PROOF, PROOF_STATUS,
                       RUN_TS)
               VALUES (:DTT-BUS-DATE, :DTT-ACCOUNT-COUNT,
                       :DTT-TOTAL-BALANCE, :DTT-PRIOR-DATE,
                       :DTT-PRIOR-TOTAL, :DTT-JOURNAL-NET,
                       :DTT-DIFFERENCE, :DTT-OUT-OF-PROOF,
                       :DTT-PROOF-STATUS, CURRENT TIMESTAMP)
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
               DISPLAY 'TRANTBAL - TOTALS INSERT FAILED SQLCODE='
                       SQLCODE
               PERFORM 3500-ABORT-RUN
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE WS-BLANK-LINE TO TBAL-RECORD.
           WRITE TBAL-RECORD.
           IF WS-OUT-OF-PROOF IS GREATER THAN ZERO
               MOVE '** OUT OF PROOF - ITEMS TO INVESTIGATE:'
                                     TO WS-RR-TEXT
               MOVE WS-OUT-OF-PROOF TO WS-RR-COUNT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'IN PROOF - ITEMS TO INVESTIGATE:'
                                     TO WS-RR-TEXT
               MOVE ZERO TO WS-RR-COUNT
           END-IF.
           MOVE WS-RPT-RESULT-LINE TO TBAL-RECORD.
           WRITE TBAL-RECORD.

           CLOSE TBAL-FILE.

           DISPLAY 'TRANTBAL - RUN DATE:         ' WS-RUN-DATE.
           DISPLAY 'TRANTBAL - ACCOUNTS TOTALED: ' WS-ACCOUNT-COUNT.
           DISPLAY 'TRANTBAL - TOTAL BALANCE:    ' WS-TOTAL-BALANCE.
           DISPLAY 'TRANTBAL - JOURNAL NET:      ' WS-JOURNAL-NET.
           DISPLAY 'TRANTBAL - DIFFERENCE:       ' WS-TOTAL-DIFF.
           DISPLAY 'TRANTBAL - ACCOUNTS BROKEN:  ' WS-ACCT-BREAK-COUNT.
           DISPLAY 'TRANTBAL - TYPES BROKEN:     ' WS-TYPE-BREAK-COUNT.
           DISPLAY 'TRANTBAL - PROOF STATUS:     ' DTT-PROOF-STATUS.

           PERFORM 3100-LOG-RUN-END.

       3000-TERMINATE-EXIT.
           EXIT.

       3100-LOG-RUN-END SECTION.

           SET RLOG-FUNC-END TO TRUE.
           MOVE RETURN-CODE         TO RLOG-RETURN-CODE.
           MOVE WS-ACCOUNT-COUNT    TO RLOG-COUNT1.
           MOVE WS-ACCT-BREAK-COUNT TO RLOG-COUNT2.
           MOVE WS-OUT-OF-PROOF     TO RLOG-COUNT3.
           CALL 'TRANRLOG' USING RLOG-REQ RLOG-RES.

       3100-LOG-RUN-END-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Journal against book, type by type.  A type journaled but not  *
      * booked, or booked but not journaled, breaks like any other     *
      * difference and is flagged.                                     *
      *----------------------------------------------------------------*
       3200-PROVE-TYPES SECTION.

           MOVE WS-BLANK-LINE TO TBAL-RECORD.
           WRITE TBAL-RECORD.
           MOVE WS-RPT-TYPE-TITLE TO TBAL-RECORD.
           WRITE TBAL-RECORD.
           MOVE WS-RPT-TYPE-HEADING TO TBAL-RECORD.
           WRITE TBAL-RECORD.

           IF WS-TYPE-USED IS EQUAL TO ZERO
               MOVE WS-RPT-NONE-LINE TO TBAL-RECORD
               WRITE TBAL-RECORD
           END-IF.

           PERFORM 3210-PROVE-ONE-TYPE
              VARYING WS-TYPE-IDX FROM 1 BY 1
                UNTIL WS-TYPE-IDX IS GREATER THAN WS-TYPE-USED.

       3200-PROVE-TYPES-EXIT.
           EXIT.

       3210-PROVE-ONE-TYPE SECTION.

           COMPUTE WS-TYPE-DIFF = WS-TT-JRNL-NET(WS-TYPE-IDX)
                                - WS-TT-BOOKED-NET(WS-TYPE-IDX).

           MOVE WS-TT-TYPE(WS-TYPE-IDX) TO WS-RT-TYPE.
           IF WS-TYPE-DIFF IS EQUAL TO ZERO
               MOVE SPACES TO WS-RT-FLAG
           ELSE
               MOVE '**' TO WS-RT-FLAG
               ADD 1 TO WS-TYPE-BREAK-COUNT
           END-IF.
           MOVE WS-TT-JRNL-NET(WS-TYPE-IDX)   TO WS-RT-JRNL-NET.
           MOVE WS-TT-BOOKED-NET(WS-TYPE-IDX) TO WS-RT-BOOKED-NET.
           MOVE WS-TYPE-DIFF                  TO WS-RT-DIFFERENCE.
           MOVE WS-RPT-TYPE-LINE TO TBAL-RECORD.
           WRITE TBAL-RECORD.

       3210-PROVE-ONE-TYPE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * Prior total + journal net must equal today's total.  On the    *
      * baseline run there is no prior total, so the day's total is    *
      * recorded and nothing is compared.                              *
      *----------------------------------------------------------------*
       3300-PROVE-TOTAL SECTION.

           MOVE WS-BLANK-LINE TO TBAL-RECORD.
           WRITE TBAL-RECORD.

           MOVE WS-ACCOUNT-COUNT TO WS-RC-ACCOUNTS.
           MOVE WS-RPT-COUNT-LINE TO TBAL-RECORD.
           WRITE TBAL-RECORD.

           IF WS-BASELINE-RUN
               MOVE ZERO TO WS-TOTAL-DIFF
               MOVE 'TOTAL BALANCE AT'   TO WS-RS-LABEL
               MOVE WS-RUN-DATE          TO WS-RS-DATE
               MOVE WS-TOTAL-BALANCE     TO WS-RS-AMOUNT
               MOVE WS-RPT-TOTAL-LINE    TO TBAL-RECORD
               WRITE TBAL-RECORD
               MOVE WS-RPT-BASELINE-LINE TO TBAL-RECORD
               WRITE TBAL-RECORD
               GO TO 3300-PROVE-TOTAL-EXIT
           END-IF.

           COMPUTE WS-EXPECTED-TOTAL = DTT-PRIOR-TOTAL
                                     + WS-JOURNAL-NET.
           COMPUTE WS-TOTAL-DIFF = WS-TOTAL-BALANCE
                                 - WS-EXPECTED-TOTAL.
           IF WS-TOTAL-DIFF IS NOT EQUAL TO ZERO
               MOVE 1 TO WS-TOTAL-BREAK-COUNT
           END-IF.

           MOVE 'PRIOR TOTAL AT'     TO WS-RS-LABEL.
           MOVE DTT-PRIOR-DATE       TO WS-RS-DATE.
           MOVE DTT-PRIOR-TOTAL      TO WS-RS-AMOUNT.
           MOVE WS-RPT-TOTAL-LINE    TO TBAL-RECORD.
           WRITE TBAL-RECORD.

           MOVE 'PLUS JOURNAL NET'   TO WS-RS-LABEL.
           MOVE SPACES               TO WS-RS-DATE.
           MOVE WS-JOURNAL-NET       TO WS-RS-AMOUNT.
           MOVE WS-RPT-TOTAL-LINE    TO TBAL-RECORD.
           WRITE TBAL-RECORD.

           MOVE 'EXPECTED TOTAL'     TO WS-RS-LABEL.
           MOVE WS-EXPECTED-TOTAL    TO WS-RS-AMOUNT.
           MOVE WS-RPT-TOTAL-LINE    TO TBAL-RECORD.
           WRITE TBAL-RECORD.

           MOVE 'TOTAL BALANCE AT'   TO WS-RS-LABEL.
           MOVE WS-RUN-DATE          TO WS-RS-DATE.
           MOVE WS-TOTAL-BALANCE     TO WS-RS-AMOUNT.
           MOVE WS-RPT-TOTAL-LINE    TO TBAL-RECORD.
           WRITE TBAL-RECORD.

           IF WS-TOTAL-DIFF IS EQUAL TO ZERO
               MOVE 'DIFFERENCE'     TO WS-RS-LABEL
           ELSE
               MOVE '** DIFFERENCE'  TO WS-RS-LABEL
           END-IF.
           MOVE SPACES               TO WS-RS-DATE.
           MOVE WS-TOTAL-DIFF        TO WS-RS-AMOUNT.
           MOVE WS-RPT-TOTAL-LINE    TO TBAL-RECORD.
           WRITE TBAL-RECORD.

       3300-PROVE-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A journal that cannot be proven - wrong date, out of sequence, *
      * short, long or hash-broken - stops the run before any table is *
      * touched.  Resend or rerun TRANGLEX, then rerun this.           *
      *----------------------------------------------------------------*
       3400-JOURNAL-UNUSABLE SECTION.

           CLOSE JRNL-FILE.
           CLOSE TBAL-FILE.
           DISPLAY 'TRANTBAL - GLJRNL UNUSABLE, NOTHING PROVEN'.
           MOVE 12 TO RETURN-CODE.
           PERFORM 3100-LOG-RUN-END.
           STOP RUN.

       3400-JOURNAL-UNUSABLE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * A DB2 failure backs out the uncommitted snapshot updates.  The *
      * ones already committed are safe to leave - a rerun for the     *
      * same date proves them from their PREV pair - and no totals row *
      * is written until the end.                                      *
      *----------------------------------------------------------------*
       3500-ABORT-RUN SECTION.

           EXEC SQL ROLLBACK END-EXEC.
           CLOSE TBAL-FILE.
           DISPLAY 'TRANTBAL - RUN ABORTED, NO TOTALS STORED'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 3100-LOG-RUN-END.
           STOP RUN.

       3500-ABORT-RUN-EXIT.
           EXIT.
