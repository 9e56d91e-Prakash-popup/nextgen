       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANUNPV.
      *----------------------------------------------------------------*
      * Unload proof module, CALLed by every job that reads the        *
      * nightly PROD.TRANSACTIONS unload (see TRANUNLD) in place of    *
      * the table - the same CALLed-module shape as TRANBDTE.  Before  *
      * the caller processes a single record, this reads the whole     *
      * file on DD UNLDIN once and proves it:                          *
      *   - the first record is the header, written for the caller's   *
      *     run date and in the detail order the caller depends on;    *
      *   - every detail is a D record and the account numbers never   *
      *     go down - the caller's control breaks and its restart      *
      *     position both rest on that;                                *
      *   - the trailer is there, nothing follows it, and its detail   *
      *     count and signed TRANS-AMOUNT hash match the details.      *
      * The file is closed again before returning, so the caller opens *
      * it fresh for its own pass.                                     *
      *                                                                *
      * A file that fails comes back as UNPV-FAILED with the reason on *
      * the job log; the caller stops without processing anything - a  *
      * short, stale or out-of-order unload is rerun, never half-read. *
      * Nothing here touches DB2.                                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNLD-FILE ASSIGN TO UNLDIN
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  UNLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  UNLD-FILE-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

      * Record layout of the PROD.TRANSACTIONS unload
           COPY UNLDCPY.

       01  WS-SWITCHES.
           03 WS-EOF-SW                PIC X(01) VALUE 'N'.
              88 WS-END-OF-FILE        VALUE 'Y'.
           03 WS-TRAILER-SW            PIC X(01) VALUE 'N'.
              88 WS-TRAILER-SEEN       VALUE 'Y'.

       01  WS-PRIOR-ACCOUNT-NO         PIC 9(09) VALUE ZERO.
       01  WS-DETAIL-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-HASH-TOTAL               PIC S9(14)V9(2) COMP-3
                                                        VALUE ZERO.

      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

           COPY UNPVCPY.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION USING UNPV-REQ UNPV-RES.

       MAINLINE SECTION.

           SET UNPV-OK TO TRUE.
           MOVE ZERO   TO UNPV-DETAIL-COUNT.
           MOVE ZERO   TO UNPV-HASH-TOTAL.
           MOVE SPACES TO UNPV-UNLOAD-TS.

           MOVE 'N'  TO WS-EOF-SW.
           MOVE 'N'  TO WS-TRAILER-SW.
           MOVE ZERO TO WS-PRIOR-ACCOUNT-NO.
           MOVE ZERO TO WS-DETAIL-COUNT.
           MOVE ZERO TO WS-HASH-TOTAL.

           OPEN INPUT UNLD-FILE.

           PERFORM 1000-CHECK-HEADER.
           IF UNPV-OK
               PERFORM 1100-READ-NEXT-RECORD
               PERFORM 2000-COUNT-DETAIL
                  UNTIL WS-END-OF-FILE
                     OR WS-TRAILER-SEEN
                     OR UNPV-FAILED
           END-IF.
           IF UNPV-OK
               PERFORM 3000-PROVE-TRAILER
           END-IF.

           CLOSE UNLD-FILE.

           MOVE WS-DETAIL-COUNT TO UNPV-DETAIL-COUNT.
           MOVE WS-HASH-TOTAL   TO UNPV-HASH-TOTAL.

           GOBACK.

       MAINLINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The header must lead the file.  An unload written for another  *
      * business date, or sorted for another job, is the wrong file    *
      * however well its trailer proves.                               *
      *----------------------------------------------------------------*
       1000-CHECK-HEADER SECTION.

           PERFORM 1100-READ-NEXT-RECORD.

           IF WS-END-OF-FILE
               SET UNPV-FAILED TO TRUE
               DISPLAY 'TRANUNPV - ' UNPV-JOB-NAME
                       ' STOPPED: UNLOAD FILE IS EMPTY'
               GO TO 1000-CHECK-HEADER-EXIT
           END-IF.

           IF UH-RECORD-TYPE IS NOT EQUAL TO 'H'
               SET UNPV-FAILED TO TRUE
               DISPLAY 'TRANUNPV - ' UNPV-JOB-NAME
                       ' STOPPED: UNLOAD HAS NO HEADER'
               GO TO 1000-CHECK-HEADER-EXIT
           END-IF.

           IF UH-SEQUENCE IS NOT EQUAL TO UNPV-SEQUENCE
               SET UNPV-FAILED TO TRUE
               DISPLAY 'TRANUNPV - ' UNPV-JOB-NAME
                       ' STOPPED: UNLOAD IS IN ' UH-SEQUENCE
                       ' ORDER, JOB NEEDS ' UNPV-SEQUENCE
               GO TO 1000-CHECK-HEADER-EXIT
           END-IF.

           IF UH-RUN-DATE IS NOT EQUAL TO UNPV-RUN-DATE
               SET UNPV-FAILED TO TRUE
               DISPLAY 'TRANUNPV - ' UNPV-JOB-NAME
                       ' STOPPED: UNLOAD IS FOR ' UH-RUN-DATE
                       ', RUN IS FOR ' UNPV-RUN-DATE
               GO TO 1000-CHECK-HEADER-EXIT
           END-IF.

           MOVE UH-UNLOAD-TS TO UNPV-UNLOAD-TS.

       1000-CHECK-HEADER-EXIT.
           EXIT.

       1100-READ-NEXT-RECORD SECTION.

           READ UNLD-FILE INTO UNLD-RECORD
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       1100-READ-NEXT-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * One detail counted and hashed.  The trailer ends the pass; any *
      * other record type, an unusable amount or an account number     *
      * lower than the one before it fails the file.                   *
      *----------------------------------------------------------------*
       2000-COUNT-DETAIL SECTION.

           IF UD-RECORD-TYPE IS EQUAL TO 'T'
               SET WS-TRAILER-SEEN TO TRUE
               GO TO 2000-COUNT-DETAIL-EXIT
           END-IF.

           IF UD-RECORD-TYPE IS NOT EQUAL TO 'D'
              OR UD-ACCOUNT-NO IS NOT NUMERIC
              OR UD-TRANS-AMOUNT IS NOT NUMERIC
               SET UNPV-FAILED TO TRUE
               DISPLAY 'TRANUNPV - ' UNPV-JOB-NAME
                       ' STOPPED: UNLOAD RECORD UNREADABLE AFTER '
                       'DETAIL ' WS-DETAIL-COUNT
               GO TO 2000-COUNT-DETAIL-EXIT
           END-IF.

           IF UD-ACCOUNT-NO IS LESS THAN WS-PRIOR-ACCOUNT-NO
               SET UNPV-FAILED TO TRUE
               DISPLAY 'TRANUNPV - ' UNPV-JOB-NAME
                       ' STOPPED: UNLOAD OUT OF ORDER AT ACCOUNT '
                       UD-ACCOUNT-NO
               GO TO 2000-COUNT-DETAIL-EXIT
           END-IF.

           MOVE UD-ACCOUNT-NO TO WS-PRIOR-ACCOUNT-NO.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD UD-TRANS-AMOUNT TO WS-HASH-TOTAL.

           PERFORM 1100-READ-NEXT-RECORD.

       2000-COUNT-DETAIL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The trailer must be the last record and must agree with the    *
      * details on both count and hash.                                *
      *----------------------------------------------------------------*
       3000-PROVE-TRAILER SECTION.

           IF NOT WS-TRAILER-SEEN
               SET UNPV-FAILED TO TRUE
               DISPLAY 'TRANUNPV - ' UNPV-JOB-NAME
                       ' STOPPED: UNLOAD HAS NO TRAILER'
               GO TO 3000-PROVE-TRAILER-EXIT
           END-IF.

           IF UT-RECORD-COUNT IS NOT EQUAL TO WS-DETAIL-COUNT
               SET UNPV-FAILED TO TRUE
               DISPLAY 'TRANUNPV - ' UNPV-JOB-NAME
                       ' STOPPED: UNLOAD TRAILER COUNT '
                       UT-RECORD-COUNT ' BUT DETAILS READ '
                       WS-DETAIL-COUNT
               GO TO 3000-PROVE-TRAILER-EXIT
           END-IF.

           IF UT-HASH-TOTAL IS NOT EQUAL TO WS-HASH-TOTAL
               SET UNPV-FAILED TO TRUE
               DISPLAY 'TRANUNPV - ' UNPV-JOB-NAME
                       ' STOPPED: UNLOAD TRAILER HASH DOES NOT AGREE'
               GO TO 3000-PROVE-TRAILER-EXIT
           END-IF.

           PERFORM 1100-READ-NEXT-RECORD.
           IF NOT WS-END-OF-FILE
               SET UNPV-FAILED TO TRUE
               DISPLAY 'TRANUNPV - ' UNPV-JOB-NAME
                       ' STOPPED: RECORDS FOLLOW THE UNLOAD TRAILER'
           END-IF.

       3000-PROVE-TRAILER-EXIT.
           EXIT.
