      *   I  INQUIRE - display the account as the master carries it    *
      *   A  ADD     - open a new account (status O, today's date)     *
      *   U  UPDATE  - change the name/address block                   *
      *   S  STATUS  - move ACCT-STATUS between O, F and D, or reopen  *
      *                a closed account                                *
      *                                                                *
      * An account is not closed here: closing one takes money off it, *
      * so it is requested through TRANCLRQ (TRCR) and settled and     *
      * closed by the nightly TRANSETL run.                            *
      *                                                                *
      * Every change is written to the TRAU audit queue the same way  *
      * TRANPOST postings are - a status change moves money-handling  *
           EXIT.

      *----------------------------------------------------------------*
      * STATUS - moves ACCT-STATUS between O, F and D.  This byte      *
      * gates postings in TRANPOST, accruals in TRANACCR and the       *
      * refusals TRANHIST hands a teller, so the old and new values    *
      * both go to the audit queue.  Setting the status it already     *
      * has is reported, not silently re-written.  C is refused - a    *
      * closure has to pay out the balance, so it goes through a       *
      * TRANCLRQ request and TRANSETL's settlement; a closed account   *
      * can still be reopened here.                                    *
      *----------------------------------------------------------------*
       2300-CHANGE-STATUS SECTION.

               GO TO 2300-CHANGE-STATUS-EXIT
           END-IF.

           IF WS-NEW-STATUS IS EQUAL TO 'C'
               MOVE 'TO CLOSE AN ACCOUNT USE A CLOSURE REQUEST (TRCR)'
                                                  TO WS-SCREEN-MSG
               GO TO 2300-CHANGE-STATUS-EXIT
           END-IF.

           PERFORM 1150-READ-ACCOUNT-MASTER.
           IF WS-INVALID-REQUEST
               GO TO 2300-CHANGE-STATUS-EXIT
