      *          transfer: both accounts are rewritten, a TRANS-FILE
      *          row is logged and an XFER-IN/XFER-OUT receipt is
      *          posted for each leg. Orders that cannot be posted
      *          (insufficient funds, dead destination, a sender
      *          restricted pending its customer's review) are
      *          written to a dated failures report and the failed
      *          occurrence is parked on the suspense queue
      *          (SUSPENSE-WRITE) for ops to repost or write off,
      *          instead of being silently dropped; the order moves
      *          on to its next date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY TRANSREC
               REPLACING ==TRANS-RECORD== BY ==WS-TRANS-WORK==
               LEADING ==TF== BY ==WT==.
      *    Tax-ledger work row for 050-CHARGE-TAX, filled half by
      *    the movement and half by TAX-LOOKUP, then handed to
      *    TAX-WRITE.
           COPY TAXLEDG
               REPLACING ==TAX-LEDGER-RECORD== BY ==WS-TAX-WORK==
               LEADING ==TL== BY ==WX==.
      *    Suspense-queue work row for 070-PARK-SUSPENSE, handed to
      *    SUSPENSE-WRITE, which assigns the reference.
           COPY SUSPREC
               REPLACING ==SUSPENSE-RECORD== BY ==WS-SUSPENSE-WORK==
               LEADING ==SQ== BY ==WQ==.
       01  FAILURESF-STATUS             PIC 9(2).
       01  AUTHLIMF-STATUS              PIC 9(2).
       01  WS-AUTH-THRESHOLD            PIC 9(18)V99 VALUE 500000.
                   OR WS-FAIL-REASON = "SENDER-REWRITE-ERROR"
                   SET SO-IS-SUSPENDED TO TRUE
               END-IF
      *    The failed occurrence now lives on the suspense queue,
      *    where ops reposts or writes it off; the order itself moves
      *    on to its next date so the queue never gets it twice.
               PERFORM 070-PARK-SUSPENSE THRU 070-END
               PERFORM 060-ADVANCE-NEXT-RUN THRU 060-END
           END-IF.
       030-END.EXIT.

       040-POST-ONE-ORDER.
           SET WS-ORDER-NOT-POSTED TO TRUE
           MOVE SPACES TO WS-SENDER-CURRENCY

      *    Set-up refuses above-threshold orders, but an order that
      *    reached the file another way must not post unsupervised -
               MOVE "SENDER-NOT-ACTIVE" TO WS-FAIL-REASON
               GO TO 040-END
           END-IF
      *    A sender restricted for an overdue customer review takes
      *    deposits only; the order fails until the review is done.
           IF FS-ACCOUNT-RESTRICTED
               MOVE "SENDER-RESTRICTED" TO WS-FAIL-REASON
               GO TO 040-END
           END-IF
           IF FS-BALANCE - SO-AMOUNT < FS-MIN-BALANCE
               MOVE "INSUFFICIENT-FUNDS" TO WS-FAIL-REASON
               GO TO 040-END
           MOVE FS-CURRENCY-CODE
               TO WR-CURRENCY-CODE
           CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK
           MOVE "XFER-IN" TO WX-MOVEMENT-TYPE
           MOVE SO-AMOUNT TO WX-BASE-AMOUNT
           PERFORM 050-CHARGE-TAX THRU 050-END

           MOVE SO-CBU TO FS-CBU
           READ ACCOUNTS-FILE
           MOVE FS-CURRENCY-CODE
               TO WR-CURRENCY-CODE
           CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK
           MOVE "XFER-OUT" TO WX-MOVEMENT-TYPE
           MOVE SO-AMOUNT TO WX-BASE-AMOUNT
           PERFORM 050-CHARGE-TAX THRU 050-END

      *    Same TRANS-FILE row 130-TRANSFER-LOG writes, so the order
      *    shows up in both parties' last-transactions view.
               SET SO-IS-EXPIRED TO TRUE
           END-IF.
       060-END.EXIT.

      *    Transaction tax or interest withholding on the movement
      *    just posted to the account in the record buffer, when the
      *    tax table lists its type (the caller sets WX-MOVEMENT-TYPE
      *    and WX-BASE-AMOUNT): its own TAX-DBCR / TAX-WHT receipt,
      *    never netted off the movement, plus a tax-ledger row for
      *    the monthly return. Collected down to the account's floor
      *    at most - the rest stays on the ledger as due but
      *    uncollected.
       050-CHARGE-TAX.
           MOVE WS-TODAY TO WX-DATE
           MOVE FS-CBU TO WX-CBU
           MOVE FS-CUSTOMER-ID TO WX-CUSTOMER-ID
           MOVE FS-CURRENCY-CODE TO WX-CURRENCY-CODE
           CALL 'TAX-LOOKUP' USING WS-TAX-WORK
           IF WX-TAX-DUE = 0
               GO TO 050-END
           END-IF

           MOVE WX-TAX-DUE TO WX-TAX-COLLECTED
           IF FS-BALANCE - WX-TAX-DUE < FS-MIN-BALANCE
               IF FS-BALANCE > FS-MIN-BALANCE
                   COMPUTE WX-TAX-COLLECTED =
                       FS-BALANCE - FS-MIN-BALANCE
               ELSE
                   MOVE 0 TO WX-TAX-COLLECTED
               END-IF
           END-IF
           IF WX-TAX-COLLECTED > 0
               SUBTRACT WX-TAX-COLLECTED FROM FS-BALANCE
               REWRITE ACCOUNTS-RECORD
                   INVALID KEY
                       DISPLAY "ERROR UPDATING CBU: " FS-CBU
                           " - TAX NOT COLLECTED"
                       ADD WX-TAX-COLLECTED TO FS-BALANCE
                       MOVE 0 TO WX-TAX-COLLECTED
               END-REWRITE
           END-IF
           IF WX-TAX-COLLECTED > 0
               CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
               MOVE FS-CBU TO WR-CBU
               MOVE WX-TAX-TYPE TO WR-TRANS-TYPE
               MOVE WX-TAX-COLLECTED TO WR-AMOUNT
               MOVE FS-BALANCE TO WR-RESULTING-BALANCE
               MOVE WS-TODAY TO WR-DATE
               MOVE "00000000" TO WR-TIME
               MOVE SPACES TO WR-TERMINAL-ID
               MOVE FS-CURRENCY-CODE TO WR-CURRENCY-CODE
               CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK
           END-IF
           CALL 'TAX-WRITE' USING WS-TAX-WORK.
       050-END.EXIT.

      *    A failed occurrence on the suspense queue. Only a half-
      *    applied order moved money - the destination was credited
      *    but the sender never debited - so suspense carries that
      *    amount (SUSP-SO) until it is collected from the sender.
      *    Any other failure moved nothing: the item holds the
      *    instruction (sender as counterparty) for ops to repost to
      *    the right destination or write off.
       070-PARK-SUSPENSE.
           INITIALIZE WS-SUSPENSE-WORK
           MOVE WS-TODAY TO WQ-REF-DATE
           SET WQ-FROM-STANDING-ORDER TO TRUE
           MOVE "STANDING-ORDER-RUN" TO WQ-SOURCE-JOB
           IF WS-FAIL-REASON = "SENDER-REREAD-ERROR"
               OR WS-FAIL-REASON = "SENDER-REWRITE-ERROR"
               SET WQ-HOLDS-DEBIT TO TRUE
               MOVE SO-CBU TO WQ-CBU
               MOVE SO-DESTINATION-CBU TO WQ-COUNTERPARTY-CBU
               MOVE "SUSP-SO" TO WQ-PARK-GL-TYPE
           ELSE
               SET WQ-IS-MEMO TO TRUE
               MOVE SO-DESTINATION-CBU TO WQ-CBU
               MOVE SO-CBU TO WQ-COUNTERPARTY-CBU
               MOVE SPACES TO WQ-PARK-GL-TYPE
           END-IF
           MOVE SPACES TO WQ-COUNTERPARTY-NAME
           MOVE SO-AMOUNT TO WQ-AMOUNT
           MOVE WS-SENDER-CURRENCY TO WQ-CURRENCY-CODE
           MOVE SO-NEXT-RUN-DATE TO WQ-ITEM-DATE
           MOVE SPACES TO WQ-ITEM-REF
           MOVE SO-FREQUENCY TO WQ-ITEM-TYPE
           MOVE WS-FAIL-REASON TO WQ-REASON
           CALL 'SUSPENSE-WRITE' USING WS-SUSPENSE-WORK.
       070-END.EXIT.
       END PROGRAM STANDING-ORDER-RUN.
