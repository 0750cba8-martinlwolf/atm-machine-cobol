      *          top-up the sweep moves what it can and the rest
      *          waits for the next night. Currencies must match -
      *          SWEEP-SET enforces that at set-up and this job
      *          re-checks it every night. A source account
      *          restricted for an overdue customer review is not
      *          drawn on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY TRANSREC
               REPLACING ==TRANS-RECORD== BY ==WS-TRANS-WORK==
               LEADING ==TF== BY ==WT==.
      *    Tax-ledger work row for 040-CHARGE-TAX, filled half by
      *    the movement and half by TAX-LOOKUP, then handed to
      *    TAX-WRITE.
           COPY TAXLEDG
               REPLACING ==TAX-LEDGER-RECORD== BY ==WS-TAX-WORK==
               LEADING ==TL== BY ==WX==.

       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-TODAY                     PIC X(08).
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 030-END
           END-IF
      *    A source restricted for an overdue customer review takes
      *    deposits only; the account being topped up may still
      *    receive.
           IF FS-ACCOUNT-RESTRICTED
               DISPLAY "SOURCE RESTRICTED PENDING KYC REVIEW, SWEEP "
                   "SKIPPED: " SW-SOURCE-CBU
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 030-END
           END-IF
           MOVE FS-CURRENCY-CODE TO WS-SOURCE-CURRENCY
           IF WS-SOURCE-CURRENCY = SPACES
               MOVE "ARS" TO WS-SOURCE-CURRENCY
           MOVE SPACES TO WR-TERMINAL-ID
           MOVE FS-CURRENCY-CODE TO WR-CURRENCY-CODE
           CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK
           MOVE "SWEEP-OUT" TO WX-MOVEMENT-TYPE
           MOVE WS-SWEEP-AMOUNT TO WX-BASE-AMOUNT
           PERFORM 040-CHARGE-TAX THRU 040-END

           MOVE SW-CBU TO FS-CBU
           READ ACCOUNTS-FILE
           MOVE FS-BALANCE TO WR-RESULTING-BALANCE
           MOVE FS-CURRENCY-CODE TO WR-CURRENCY-CODE
           CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK
           MOVE "SWEEP-IN" TO WX-MOVEMENT-TYPE
           MOVE WS-SWEEP-AMOUNT TO WX-BASE-AMOUNT
           PERFORM 040-CHARGE-TAX THRU 040-END

           MOVE SW-SOURCE-CBU TO WT-RECIPIENT-CBU
           MOVE WS-SOURCE-USERNAME TO WT-RECIPIENT-USERNAME

           ADD 1 TO WS-SWEPT-COUNT.
       030-END.EXIT.

      *    Transaction tax or interest withholding on the movement
      *    just posted to the account in the record buffer, when the
      *    tax table lists its type (the caller sets WX-MOVEMENT-TYPE
      *    and WX-BASE-AMOUNT): its own TAX-DBCR / TAX-WHT receipt,
      *    never netted off the movement, plus a tax-ledger row for
      *    the monthly return. Collected down to the account's floor
      *    at most - the rest stays on the ledger as due but
      *    uncollected.
       040-CHARGE-TAX.
           MOVE WS-TODAY TO WX-DATE
           MOVE FS-CBU TO WX-CBU
           MOVE FS-CUSTOMER-ID TO WX-CUSTOMER-ID
           MOVE FS-CURRENCY-CODE TO WX-CURRENCY-CODE
           CALL 'TAX-LOOKUP' USING WS-TAX-WORK
           IF WX-TAX-DUE = 0
               GO TO 040-END
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
       040-END.EXIT.
       END PROGRAM BALANCE-SWEEP.
