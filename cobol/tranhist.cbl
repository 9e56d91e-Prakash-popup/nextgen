                    ==TR-TYPE-INVALID== BY ==ZZ-TYPE-INVALID==
                    ==TR-SRC-ACCT-NO== BY ==ZZ-SRC-ACCT-NO==
                    ==TR-BALANCE== BY ==ZZ-BALANCE==
                    ==TR-REV-IND== BY ==ZZ-REV-IND==
                    ==TR-ROW-REVERSED== BY ==ZZ-ROW-REVERSED==
                    ==TR-ROW-IS-REVERSAL== BY ==ZZ-ROW-IS-REVERSAL==
                    ==TR-ROW-NOT-REVERSED==
                                        BY ==ZZ-ROW-NOT-REVERSED==
                    ==TR-SUMMARY== BY ==ZZ-SUMMARY==
                    ==TR-SUM-OPENING-BAL== BY ==ZZ-SUM-OPENING-BAL==
                    ==TR-SUM-CLOSING-BAL== BY ==ZZ-SUM-CLOSING-BAL==
                    ==TR-SUM-ITEM== BY ==ZZ-SUM-ITEM==
                    ==TR-SUM-TYPE== BY ==ZZ-SUM-TYPE==
                    ==TR-SUM-COUNT== BY ==ZZ-SUM-COUNT==
                    ==TR-SUM-AMOUNT== BY ==ZZ-SUM-AMOUNT==
                    ==TR-BALANCES== BY ==ZZ-BALANCES==
                    ==TR-LEDGER-BAL== BY ==ZZ-LEDGER-BAL==
                    ==TR-HOLD-TOTAL== BY ==ZZ-HOLD-TOTAL==
                    ==TR-AVAIL-BAL== BY ==ZZ-AVAIL-BAL==.

       01 WS-I                     PIC S9(4) COMP VALUE ZERO.
       01 WS-TRNQRY                PIC X(08) VALUE 'TRANQURY'.

           MOVE TR-ACCT-NO   TO ACCTNOO.
           MOVE TR-ACCT-NAME TO ACCTNMO.
           PERFORM 0750-MOVE-BALANCES-TO-MAP.
           IF TR-RETURN-OK
               IF TR-MODE-SUMMARY
                   MOVE 'TOTALS VIEW - PF5 FOR DETAIL'
               ELSE
                   MOVE SPACE TO DTTMO(WS-I)
               END-IF
               EVALUATE TRUE
                   WHEN TR-ROW-REVERSED(WS-I)
                       MOVE 'REVERSED' TO DTRVO(WS-I)
                   WHEN TR-ROW-IS-REVERSAL(WS-I)
                       MOVE 'REVERSAL' TO DTRVO(WS-I)
                   WHEN OTHER
                       MOVE SPACES TO DTRVO(WS-I)
               END-EVALUATE
           ELSE
               MOVE SPACES TO DTDTO(WS-I) DTRFO(WS-I) DTAMO(WS-I)
                              DTTYO(WS-I) DTTMO(WS-I) DTBLO(WS-I)
                              DTRVO(WS-I)
           END-IF.

       0710-MOVE-ROW-TO-MAP-EXIT.
              VARYING WS-I FROM 1 BY 1 UNTIL WS-I IS GREATER THAN 5.

           MOVE SPACES TO DTDTO(6) DTRFO(6) DTAMO(6)
                          DTTYO(6) DTTMO(6) DTBLO(6) DTRVO(6).

           MOVE SPACES             TO DTDTO(7) DTAMO(7)
                                      DTTYO(7) DTTMO(7) DTRVO(7).
           MOVE 'OPENING BALANCE'  TO DTRFO(7).
           MOVE TR-SUM-OPENING-BAL TO DTBLO(7).

           MOVE SPACES             TO DTDTO(8) DTAMO(8)
                                      DTTYO(8) DTTMO(8) DTRVO(8).
           MOVE 'CLOSING BALANCE'  TO DTRFO(8).
           MOVE TR-SUM-CLOSING-BAL TO DTBLO(8).

           MOVE SPACES TO DTDTO(9)  DTRFO(9)  DTAMO(9)
                          DTTYO(9)  DTTMO(9)  DTBLO(9)  DTRVO(9).
           MOVE SPACES TO DTDTO(10) DTRFO(10) DTAMO(10)
                          DTTYO(10) DTTMO(10) DTBLO(10) DTRVO(10).

       0720-MOVE-SUMMARY-TO-MAP-EXIT.
           EXIT.
           MOVE TR-SUM-TYPE(WS-I)   TO DTTYO(WS-I).
           MOVE SPACES              TO DTTMO(WS-I).
           MOVE SPACES              TO DTBLO(WS-I).
           MOVE SPACES              TO DTRVO(WS-I).

       0730-MOVE-SUM-ROW-TO-MAP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * The ledger balance, active holds and available balance line -  *
      * shown under either view, so a teller always sees what the      *
      * account can actually pay out alongside what it holds.          *
      *----------------------------------------------------------------*
       0750-MOVE-BALANCES-TO-MAP SECTION.

           IF TR-RETURN-OK
               MOVE TR-LEDGER-BAL TO LDGBALO
               MOVE TR-HOLD-TOTAL TO HLDTOTO
               MOVE TR-AVAIL-BAL  TO AVLBALO
           ELSE
               MOVE SPACES TO LDGBALO HLDTOTO AVLBALO
           END-IF.

       0750-MOVE-BALANCES-TO-MAP-EXIT.
           EXIT.

       0800-SEND-GOODBYE-MAP SECTION.

           MOVE 'TRANHIST - GOODBYE' TO MSGO.
           MOVE WS-SCREEN-MSG TO MSGO.
           MOVE TR-ACCT-NO    TO ACCTNOO.
           MOVE TR-ACCT-NAME  TO ACCTNMO.
           PERFORM 0750-MOVE-BALANCES-TO-MAP.
           EXEC CICS SEND MAP('TRANSCR')
                     MAPSET('TRANMAP')
                     FROM(TRANSCRO)
               SET TR-NO-PRIOR-ROWS           TO TRUE
               MOVE SPACES TO TR-FIRST-TRANS-ID TR-LAST-TRANS-ID
               MOVE SPACES TO TR-FIRST-TRANS-DATE TR-LAST-TRANS-DATE
               MOVE SPACES TO TR-BALANCES
           ELSE
               SET TR-RETURN-OK TO TRUE
               MOVE SPACES TO TR-RETURN-MSG
                   MOVE SPACES TO TR-FIRST-TRANS-ID TR-LAST-TRANS-ID
                   MOVE SPACES TO TR-FIRST-TRANS-DATE
                                  TR-LAST-TRANS-DATE
                   MOVE SPACES TO TR-BALANCES
                   MOVE ' ACCOUNT NOT ON MASTER' TO EM-DETAIL
                   PERFORM WRITE-ERROR-MESSAGE
                   GO TO 2000-GET-TRAN-HISTORY-EXIT
               MOVE WS-MORE-ROWS-IND  TO TR-MORE-ROWS-IND
               MOVE WS-MORE-PRIOR-IND TO TR-MORE-PRIOR-IND
               MOVE WS-SUMMARY        TO TR-SUMMARY
               MOVE WS-BALANCES       TO TR-BALANCES

      *        Move work variable to comm area - only as many rows as
      *        the query actually returned for this page.
                  MOVE WS-TRANS-TYPE(WS-I)   TO TR-TRANS-TYPE(WS-I)
                  MOVE WS-SRC-ACCT-NO(WS-I)  TO TR-SRC-ACCT-NO(WS-I)
                  MOVE WS-BALANCE(WS-I)      TO TR-BALANCE(WS-I)
                  MOVE WS-REV-IND(WS-I)      TO TR-REV-IND(WS-I)
                  PERFORM 2500-VALIDATE-TRAN-TYPE
      *           DISPLAY 'Copied-CA:'  TR-TRANS-ITEM(WS-I)
               END-PERFORM
