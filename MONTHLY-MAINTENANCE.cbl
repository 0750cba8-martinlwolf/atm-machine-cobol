      *          applies a configured monthly interest rate and flat
      *          maintenance fee to FS-BALANCE, and posts a receipt for
      *          each so statements reconcile against the change.
      *          Guarded by BATCH-CONTROL, and restartable: every
      *          CHECKPOINT-INTERVAL.txt accounts (default 100) the
      *          last CBU done and the running totals are committed
      *          through BATCH-CHECKPOINT, so a rerun after a failure
      *          resumes after that CBU under the original run date.
      *          The accounts between that commit and the failure are
      *          recognised by the INTEREST receipt they already carry
      *          for the run date and are not charged twice. Writes
      *          MONTHLY-MAINTENANCE-CONTROL-<run date>.txt with the
      *          accounts processed before and after the restart.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PRODUCT-CODE
               FILE STATUS IS PRODUCTSF-STATUS.
      *    Read only on a resumed run, to find the accounts posted
      *    after the last commit and before the failure.
           SELECT RECEIPTS-FILE ASSIGN TO "RECEIPTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-KEY
               FILE STATUS IS RECEIPTSF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTS-FILE.
           COPY PRODREC.

       FD  RECEIPTS-FILE.
           COPY RECEIPTREC.

       WORKING-STORAGE SECTION.
       01  ACCOUNTSF-STATUS             PIC 9(2).
       01  PRODUCTSF-STATUS             PIC 9(2).
       01  RECEIPTSF-STATUS             PIC 9(2).
      *    Work image of the keyed receipt row, handed to the
      *    RECEIPT-WRITE subprogram, which assigns the sequence
      *    number and writes it.
           COPY RECEIPTREC
               REPLACING ==RECEIPT-RECORD== BY ==WS-RECEIPT-WORK==
               LEADING ==RF== BY ==WR==.
      *    Tax-ledger work row for 040-CHARGE-TAX, filled half by
      *    the movement and half by TAX-LOOKUP, then handed to
      *    TAX-WRITE.
           COPY TAXLEDG
               REPLACING ==TAX-LEDGER-RECORD== BY ==WS-TAX-WORK==
               LEADING ==TL== BY ==WX==.
       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-TODAY                     PIC X(08).
      *    Legacy flat terms, applied to accounts with no (or an
           88 WS-FEE-IS-APPLIED             VALUE "Y".
           88 WS-FEE-NOT-APPLIED            VALUE "N".
       01  WS-WINDOW-RESULT             PIC X(01).
       01  WS-CONTROL-JOB-NAME          PIC X(20)
                                        VALUE "MONTHLY-MAINTENANCE".
       01  WS-CONTROL-FUNCTION          PIC X(01).
       01  WS-CONTROL-RESULT            PIC X(01).
      *    This run's restart point, committed through
      *    BATCH-CHECKPOINT. WK-COUNT-1 counts the fees applied,
      *    WK-TOTAL-1 and WK-TOTAL-2 are the interest paid and the
      *    fees charged over the whole run, restarts included.
           COPY CHKPTREC
               REPLACING ==BATCH-CHECKPOINT-RECORD==
                   BY ==WS-CHECKPOINT-WORK==
               LEADING ==RK== BY ==WK==.
       01  WS-CHECKPOINT-FUNCTION       PIC X(01).
       01  WS-CHECKPOINT-RESULT         PIC X(01).
           88 WS-RUN-RESUMED                VALUE "Y".
           88 WS-CHECKPOINT-FAILED          VALUE "X".
       01  WS-SINCE-CHECKPOINT          PIC 9(05).
       01  WS-SKIPPED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-RESTART-WINDOW-FLAG       PIC X(01).
           88 WS-IN-RESTART-WINDOW          VALUE "Y".
           88 WS-PAST-RESTART-WINDOW        VALUE "N".
       01  WS-ALREADY-POSTED-FLAG       PIC X(01).
           88 WS-ALREADY-POSTED             VALUE "Y".
           88 WS-NOT-YET-POSTED             VALUE "N".
       01  WS-SWEEP-FLAG                PIC X(01) VALUE "N".
           88 WS-SWEEP-ABANDONED            VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    A second month-end on the same business date would pay
      *    interest and charge the fee twice, so the business-date
      *    control file gets the final say. A run that failed part
      *    way never stamped, so its rerun passes and resumes.
           MOVE "C" TO WS-CONTROL-FUNCTION
           CALL 'BATCH-CONTROL' USING WS-CONTROL-JOB-NAME
               WS-CONTROL-FUNCTION WS-CONTROL-RESULT
           IF WS-CONTROL-RESULT = "N"
               GOBACK
           END-IF

           CALL 'TERMINAL-GUARD' USING WS-WINDOW-RESULT
           IF WS-WINDOW-RESULT = "N"
               DISPLAY "TERMINALS ARE STILL SIGNED ON - "
           END-IF

           PERFORM 010-OPEN-FILES THRU 010-END
           PERFORM 015-BEGIN-CHECKPOINT THRU 015-END
           PERFORM 020-PROCESS-ACCOUNTS THRU 020-END
           CLOSE ACCOUNTS-FILE
           IF WS-PRODUCTS-ARE-OPEN
               CLOSE PRODUCTS-FILE
           END-IF
           IF WS-IN-RESTART-WINDOW
               CLOSE RECEIPTS-FILE
           END-IF
           DISPLAY "ACCOUNTS PROCESSED THIS RUN: "
               WS-ACCOUNTS-PROCESSED
           IF WS-SKIPPED-COUNT > 0
               DISPLAY "ALREADY POSTED BEFORE THE FAILURE: "
                   WS-SKIPPED-COUNT
           END-IF

      *    An abandoned sweep commits how far it got and stays in
      *    progress, unstamped, for the rerun to resume.
           IF WS-SWEEP-ABANDONED
               MOVE "W" TO WS-CHECKPOINT-FUNCTION
               CALL 'BATCH-CHECKPOINT' USING WS-CHECKPOINT-WORK
                   WS-CHECKPOINT-FUNCTION WS-CHECKPOINT-RESULT
               DISPLAY "MONTHLY-MAINTENANCE INCOMPLETE - RERUN TO "
                   "RESUME AFTER CBU " WK-LAST-CBU
               GOBACK
           END-IF

           MOVE "E" TO WS-CHECKPOINT-FUNCTION
           CALL 'BATCH-CHECKPOINT' USING WS-CHECKPOINT-WORK
               WS-CHECKPOINT-FUNCTION WS-CHECKPOINT-RESULT
           MOVE "S" TO WS-CONTROL-FUNCTION
           CALL 'BATCH-CONTROL' USING WS-CONTROL-JOB-NAME
               WS-CONTROL-FUNCTION WS-CONTROL-RESULT
           GOBACK.

       010-OPEN-FILES.
           END-IF.
       010-END.EXIT.

      *    Opens this run's restart point, or picks up the one a
      *    failed run left in progress: the walk then starts after
      *    its last committed CBU, its totals carry on, and receipts
      *    keep the failed run's date so the month's postings stay
      *    in the month.
       015-BEGIN-CHECKPOINT.
           MOVE SPACES TO WS-CHECKPOINT-WORK
           MOVE WS-CONTROL-JOB-NAME TO WK-JOB-NAME
           MOVE WS-TODAY(1:6) TO WK-RUN-PARAMETER
           MOVE "FEES APPLIED" TO WK-COUNT-1-NAME
           MOVE "INTEREST PAID" TO WK-TOTAL-1-NAME
           MOVE "FEES CHARGED" TO WK-TOTAL-2-NAME
           MOVE "B" TO WS-CHECKPOINT-FUNCTION
           CALL 'BATCH-CHECKPOINT' USING WS-CHECKPOINT-WORK
               WS-CHECKPOINT-FUNCTION WS-CHECKPOINT-RESULT
           IF WS-CHECKPOINT-FAILED
               DISPLAY "NO RESTART POINT - MONTHLY-MAINTENANCE WILL "
                   "NOT RUN"
               CLOSE ACCOUNTS-FILE
               IF WS-PRODUCTS-ARE-OPEN
                   CLOSE PRODUCTS-FILE
               END-IF
               GOBACK
           END-IF

           MOVE 0 TO WS-SINCE-CHECKPOINT
           SET WS-PAST-RESTART-WINDOW TO TRUE
           IF NOT WS-RUN-RESUMED
               GO TO 015-END
           END-IF

           MOVE WK-RUN-DATE TO WS-TODAY
           DISPLAY "POSTING UNDER THE ORIGINAL RUN DATE " WS-TODAY
           MOVE WK-LAST-CBU TO FS-CBU
           START ACCOUNTS-FILE KEY IS GREATER THAN FS-CBU
               INVALID KEY
                   MOVE 10 TO ACCOUNTSF-STATUS
           END-START
           OPEN INPUT RECEIPTS-FILE
           IF RECEIPTSF-STATUS = 00
               SET WS-IN-RESTART-WINDOW TO TRUE
           END-IF.
       015-END.EXIT.

      *    On a resumed run, the accounts straight after the last
      *    commit may already have been posted before the failure.
      *    Each is recognised by its INTEREST receipt for the run
      *    date (posted for every account, even at zero) and counted
      *    into the totals from its receipts instead of posted
      *    again. The first account without one closes the window -
      *    the walk is in key order, so nothing after it was posted.
       017-CHECK-ALREADY-POSTED.
           SET WS-NOT-YET-POSTED TO TRUE
           MOVE FS-CBU TO RF-CBU
           MOVE WS-TODAY TO RF-DATE
           MOVE 0 TO RF-SEQ
           START RECEIPTS-FILE KEY IS NOT LESS THAN RF-KEY
               INVALID KEY
                   MOVE 10 TO RECEIPTSF-STATUS
           END-START
           PERFORM UNTIL RECEIPTSF-STATUS NOT = 00
               READ RECEIPTS-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO RECEIPTSF-STATUS
                   NOT AT END
                       IF RF-CBU NOT = FS-CBU
                           OR RF-DATE NOT = WS-TODAY
                           MOVE 10 TO RECEIPTSF-STATUS
                       ELSE
                           EVALUATE RF-TRANS-TYPE
                               WHEN "INTEREST"
                                   SET WS-ALREADY-POSTED TO TRUE
                                   ADD RF-AMOUNT TO WK-TOTAL-1
                               WHEN "FEE"
                                   ADD 1 TO WK-COUNT-1
                                   ADD RF-AMOUNT TO WK-TOTAL-2
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 00 TO RECEIPTSF-STATUS

           IF WS-ALREADY-POSTED
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "POSTED BEFORE THE FAILURE, NOT CHARGED "
                   "AGAIN: CBU " FS-CBU
           ELSE
               CLOSE RECEIPTS-FILE
               SET WS-PAST-RESTART-WINDOW TO TRUE
           END-IF.
       017-END.EXIT.

      *    Counts the account just finished into the restart point
      *    and commits it every WK-INTERVAL accounts. A commit that
      *    fails stops the sweep - going on would leave nothing to
      *    restart from.
       018-COUNT-CHECKPOINT.
           ADD 1 TO WK-RECORDS-DONE
           MOVE FS-CBU TO WK-LAST-CBU
           ADD 1 TO WS-SINCE-CHECKPOINT
           IF WS-SINCE-CHECKPOINT < WK-INTERVAL
               GO TO 018-END
           END-IF
           MOVE 0 TO WS-SINCE-CHECKPOINT
           MOVE "W" TO WS-CHECKPOINT-FUNCTION
           CALL 'BATCH-CHECKPOINT' USING WS-CHECKPOINT-WORK
               WS-CHECKPOINT-FUNCTION WS-CHECKPOINT-RESULT
           IF WS-CHECKPOINT-FAILED
               DISPLAY "CHECKPOINT NOT COMMITTED, SWEEP STOPPED "
                   "AFTER CBU " FS-CBU
               SET WS-SWEEP-ABANDONED TO TRUE
               MOVE 10 TO ACCOUNTSF-STATUS
           END-IF.
       018-END.EXIT.

       020-PROCESS-ACCOUNTS.
           PERFORM UNTIL ACCOUNTSF-STATUS = 10
               READ ACCOUNTS-FILE NEXT RECORD WITH LOCK
                   AT END
                       MOVE 10 TO ACCOUNTSF-STATUS
                   NOT AT END
                       SET WS-NOT-YET-POSTED TO TRUE
                       IF WS-IN-RESTART-WINDOW
                           PERFORM 017-CHECK-ALREADY-POSTED
                               THRU 017-END
                       END-IF
                       IF WS-NOT-YET-POSTED
                           PERFORM 030-APPLY-MAINTENANCE THRU 030-END
                           ADD 1 TO WS-ACCOUNTS-PROCESSED
                       END-IF
                       UNLOCK ACCOUNTS-FILE
                       PERFORM 018-COUNT-CHECKPOINT THRU 018-END
               END-READ
      *    A read error (including a persistently locked record,
      *    file status 51) takes neither branch above - abort the
                   AND ACCOUNTSF-STATUS NOT = 10
                   DISPLAY "READ ERROR, SWEEP ABANDONED. FS-STATUS: "
                       ACCOUNTSF-STATUS
                   SET WS-SWEEP-ABANDONED TO TRUE
                   MOVE 10 TO ACCOUNTSF-STATUS
               END-IF
           END-PERFORM.
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
               FS-BALANCE * WS-APPLY-BASIS-POINTS / 10000
           ADD WS-INTEREST-AMOUNT TO FS-BALANCE
           ADD WS-INTEREST-AMOUNT TO WK-TOTAL-1

      *    Same floor 090-WITHDRAW enforces in ATM-MACHINE.cbl - the fee
      *    must not push a balance below the account's overdraft floor.
           IF FS-BALANCE - WS-APPLY-MONTHLY-FEE >= FS-MIN-BALANCE
               SUBTRACT WS-APPLY-MONTHLY-FEE FROM FS-BALANCE
               SET WS-FEE-IS-APPLIED TO TRUE
               ADD 1 TO WK-COUNT-1
               ADD WS-APPLY-MONTHLY-FEE TO WK-TOTAL-2
           ELSE
               SET WS-FEE-NOT-APPLIED TO TRUE
           END-IF
               MOVE WS-APPLY-MONTHLY-FEE TO WR-AMOUNT
               MOVE FS-BALANCE TO WR-RESULTING-BALANCE
               CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK
           END-IF

      *    Withholding on the interest just credited.
           IF WS-INTEREST-AMOUNT > 0
               MOVE "INTEREST" TO WX-MOVEMENT-TYPE
               MOVE WS-INTEREST-AMOUNT TO WX-BASE-AMOUNT
               PERFORM 040-CHARGE-TAX THRU 040-END
           END-IF.
       030-END.EXIT.

                   MOVE PD-MONTHLY-FEE TO WS-APPLY-MONTHLY-FEE
           END-READ.
       025-END.EXIT.

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
       END PROGRAM MONTHLY-MAINTENANCE.
