      *          remainder on the account's overdraft line when one
      *          is enrolled (CL-DRAW receipt); with no line the
      *          balance empties and the shortfall goes to a dated
      *          overdrawn report and onto the suspense queue
      *          (SUSPENSE-WRITE) for ops to chase - the cash is
      *          already out of the machine either way. A
      *          dispense whose type the tax table lists pays its
      *          transaction tax as on a live withdrawal (TAX-DBCR
      *          receipt and tax-ledger row, via TAX-LOOKUP and
      *          TAX-WRITE), collected down to the account's floor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY RECEIPTREC
               REPLACING ==RECEIPT-RECORD== BY ==WS-RECEIPT-WORK==
               LEADING ==RF== BY ==WR==.
      *    Tax-ledger work row for 070-CHARGE-TAX, filled half by
      *    the movement and half by TAX-LOOKUP, then handed to
      *    TAX-WRITE.
           COPY TAXLEDG
               REPLACING ==TAX-LEDGER-RECORD== BY ==WS-TAX-WORK==
               LEADING ==TL== BY ==WX==.
      *    Suspense-queue work row for 060-PARK-SUSPENSE, handed to
      *    SUSPENSE-WRITE, which assigns the reference.
           COPY SUSPREC
               REPLACING ==SUSPENSE-RECORD== BY ==WS-SUSPENSE-WORK==
               LEADING ==SQ== BY ==WQ==.
       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-TODAY                     PIC X(08).
       01  WS-OVERDRAWN-FILENAME        PIC X(40).
                   GO TO 030-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD

      *    The STANDIN-WD row carries only the balance-funded part,
      *    so the ledger's prev - amount = resulting chain holds;
               MOVE FS-CURRENCY-CODE TO WR-CURRENCY-CODE
               CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK
           END-IF
      *    The tax is on the whole dispense; the account is still
      *    held, so the tax debit cannot race a live session.
           MOVE "STANDIN-WD" TO WX-MOVEMENT-TYPE
           MOVE SJ-AMOUNT TO WX-BASE-AMOUNT
           PERFORM 070-CHARGE-TAX THRU 070-END
           UNLOCK ACCOUNTS-FILE

           IF WS-SHORTFALL > 0
               PERFORM 040-COVER-SHORTFALL THRU 040-END
           MOVE SJ-CARD-NUMBER TO OV-CARD-NUMBER
           MOVE SJ-AMOUNT TO OV-AMOUNT
           MOVE WS-SHORTFALL TO OV-SHORTFALL
           WRITE OVERDRAWN-RECORD
           PERFORM 060-PARK-SUSPENSE THRU 060-END.
       050-END.EXIT.

      *    The uncovered part of the dispense is cash already out of
      *    the machine that no account carries - suspense carries it
      *    (SUSP-SIN) until ops collects it from the customer or
      *    writes it off.
       060-PARK-SUSPENSE.
           INITIALIZE WS-SUSPENSE-WORK
           MOVE WS-TODAY TO WQ-REF-DATE
           SET WQ-FROM-STANDIN TO TRUE
           MOVE "STANDIN-POST" TO WQ-SOURCE-JOB
           SET WQ-HOLDS-DEBIT TO TRUE
           MOVE SJ-CBU TO WQ-CBU
           MOVE 0 TO WQ-COUNTERPARTY-CBU
           MOVE SPACES TO WQ-COUNTERPARTY-NAME
           MOVE WS-SHORTFALL TO WQ-AMOUNT
           MOVE FS-CURRENCY-CODE TO WQ-CURRENCY-CODE
           MOVE SJ-DATE TO WQ-ITEM-DATE
           MOVE SJ-CARD-NUMBER TO WQ-ITEM-REF
           MOVE SPACES TO WQ-ITEM-TYPE
           MOVE "STANDIN-OVERDRAWN" TO WQ-REASON
           MOVE "SUSP-SIN" TO WQ-PARK-GL-TYPE
           CALL 'SUSPENSE-WRITE' USING WS-SUSPENSE-WORK.
       060-END.EXIT.

      *    Transaction tax on the stand-in dispense just posted to
      *    the account in the record buffer, when the tax table
      *    lists its type (the caller sets WX-MOVEMENT-TYPE and
      *    WX-BASE-AMOUNT): its own TAX-DBCR receipt, never netted
      *    off the withdrawal, plus a tax-ledger row for the monthly
      *    return. Collected down to the account's floor at most -
      *    the rest stays on the ledger as due but uncollected.
       070-CHARGE-TAX.
           MOVE WS-TODAY TO WX-DATE
           MOVE FS-CBU TO WX-CBU
           MOVE FS-CUSTOMER-ID TO WX-CUSTOMER-ID
           MOVE FS-CURRENCY-CODE TO WX-CURRENCY-CODE
           CALL 'TAX-LOOKUP' USING WS-TAX-WORK
           IF WX-TAX-DUE = 0
               GO TO 070-END
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
               MOVE SJ-TERMINAL-ID TO WR-TERMINAL-ID
               MOVE FS-CURRENCY-CODE TO WR-CURRENCY-CODE
               CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK
           END-IF
           CALL 'TAX-WRITE' USING WS-TAX-WORK.
       070-END.EXIT.
       END PROGRAM STANDIN-POST.
