           COPY TRANSREC
               REPLACING ==TRANS-RECORD== BY ==WS-TRANS-WORK==
               LEADING ==TF== BY ==WT==.
      *    Tax-ledger work row for 048-CHARGE-TAX, filled half by
      *    the movement and half by TAX-LOOKUP, then handed to
      *    TAX-WRITE.
           COPY TAXLEDG
               REPLACING ==TAX-LEDGER-RECORD== BY ==WS-TAX-WORK==
               LEADING ==TL== BY ==WX==.

       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-TODAY                     PIC X(08).
                   GO TO 040-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD

           MOVE FS-CBU TO WR-CBU
           MOVE "XFER-IN" TO WR-TRANS-TYPE
           MOVE FS-CURRENCY-CODE
               TO WR-CURRENCY-CODE
           CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK
           MOVE "XFER-IN" TO WX-MOVEMENT-TYPE
           MOVE PA-AMOUNT TO WX-BASE-AMOUNT
           PERFORM 048-CHARGE-TAX THRU 048-END
           UNLOCK ACCOUNTS-FILE

           MOVE PA-SENDER-CBU TO WT-RECIPIENT-CBU
           MOVE PA-SENDER-USERNAME TO WT-RECIPIENT-USERNAME
           MOVE WS-TODAY TO WT-DATE
           CALL 'TRANS-WRITE' USING WS-TRANS-WORK

           PERFORM 047-CHARGE-SENDER-TAX THRU 047-END
           PERFORM 045-CHARGE-RELEASE-FEE THRU 045-END

           SET PA-IS-RELEASED TO TRUE
           CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK.
       045-END.EXIT.

      *    The sender's debit was only earmarked at queue time; the
      *    transfer completes on release, so that is when the
      *    sender's transaction tax on it falls due.
       047-CHARGE-SENDER-TAX.
           MOVE PA-SENDER-CBU TO FS-CBU
           READ ACCOUNTS-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "SENDER NO LONGER ON FILE - TAX NOT "
                       "CHARGED"
                   GO TO 047-END
           END-READ
           IF ACCOUNTSF-STATUS = 51
               DISPLAY "SENDER BUSY - TAX NOT CHARGED"
               GO TO 047-END
           END-IF
           MOVE "XFER-OUT" TO WX-MOVEMENT-TYPE
           MOVE PA-AMOUNT TO WX-BASE-AMOUNT
           PERFORM 048-CHARGE-TAX THRU 048-END
           UNLOCK ACCOUNTS-FILE.
       047-END.EXIT.

      *    Reject: the earmarked funds go back to the sender with a
      *    receipt type of its own, so the customer can see the
      *    return on a statement.
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID
           DISPLAY "REJECTED - FUNDS RETURNED TO SENDER".
       050-END.EXIT.

      *    Transaction tax or interest withholding on the movement
      *    just posted to the account in the record buffer, when the
      *    tax table lists its type (the caller sets WX-MOVEMENT-TYPE
      *    and WX-BASE-AMOUNT): its own TAX-DBCR / TAX-WHT receipt,
      *    never netted off the movement, plus a tax-ledger row for
      *    the monthly return. Collected down to the account's floor
      *    at most - the rest stays on the ledger as due but
      *    uncollected.
       048-CHARGE-TAX.
           MOVE WS-TODAY TO WX-DATE
           MOVE FS-CBU TO WX-CBU
           MOVE FS-CUSTOMER-ID TO WX-CUSTOMER-ID
           MOVE FS-CURRENCY-CODE TO WX-CURRENCY-CODE
           CALL 'TAX-LOOKUP' USING WS-TAX-WORK
           IF WX-TAX-DUE = 0
               GO TO 048-END
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
       048-END.EXIT.
       END PROGRAM TRANSFER-APPROVE.
