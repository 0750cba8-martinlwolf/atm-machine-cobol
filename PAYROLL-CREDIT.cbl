      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly employer bulk-credit (payroll) batch job.
      *          Reads the bulk-credit file delivered by employer
      *          customers (PAYROLL-IN.txt, PAYROLLREC layout: one or
      *          more batches, each a header row followed by its
      *          employee rows) in two passes. The first pass proves
      *          every batch against its own header - item count and
      *          control total must both agree with the detail rows -
      *          and a batch that does not prove is rejected whole,
      *          nothing posted. The second pass posts each proven
      *          batch whose value date has arrived: the employer's
      *          account is debited once for the control total
      *          (PAY-DEBIT), against its balance floor the same way
      *          a transfer is, then every employee is credited with
      *          a PAY-CREDIT receipt and a TRANS-FILE row from the
      *          employer. Items for an unknown, frozen, closed or
      *          locked CBU are not credited; their total goes back
      *          to the employer in one PAY-RET receipt at the end of
      *          the batch. Every batch posted or rejected gets a
      *          results file for the employer
      *          (PAYROLL-RESULTS-<employer CBU>-YYYYMMDD.txt) listing
      *          each item as posted or rejected with the reason.
      *          Batches value-dated after today are carried forward
      *          untouched to the next night's PAYROLL-IN.txt; the
      *          delivered file is renamed to a dated processed name
      *          so a re-run can never post the same file twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-CREDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-IN-FILE ASSIGN TO "PAYROLL-IN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYINF-STATUS.
           SELECT ACCOUNTS-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CBU
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS ACCOUNTSF-STATUS.
           SELECT RESULTS-FILE ASSIGN TO WS-RESULTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULTSF-STATUS.
      *    Batches not yet due, written back out in the delivered
      *    layout; renamed to PAYROLL-IN.txt for the next night.
           SELECT CARRY-FILE ASSIGN TO "PAYROLL-CARRY.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARRYF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-IN-FILE.
           COPY PAYROLLREC.

       FD  ACCOUNTS-FILE.
           COPY ACCTREC.

      *    The employer's copy: the batch header with its outcome,
      *    one row per item, and the batch totals.
       FD  RESULTS-FILE.
       01  RESULT-HEADER-RECORD.
           05 RH-RECORD-TYPE           PIC X(01).
           05 RH-EMPLOYER-CBU          PIC 9(22).
           05 RH-VALUE-DATE            PIC X(08).
           05 RH-ITEM-COUNT            PIC 9(06).
           05 RH-CONTROL-TOTAL         PIC 9(18)V99.
           05 RH-OUTCOME               PIC X(08).
           05 RH-REASON                PIC X(24).
       01  RESULT-ITEM-RECORD.
           05 RI-RECORD-TYPE           PIC X(01).
           05 RI-EMPLOYEE-CBU          PIC 9(22).
           05 RI-AMOUNT                PIC 9(18)V99.
           05 RI-REFERENCE             PIC X(20).
           05 RI-OUTCOME               PIC X(08).
           05 RI-REASON                PIC X(24).
       01  RESULT-TOTALS-RECORD.
           05 RT-RECORD-TYPE           PIC X(01).
           05 RT-POSTED-COUNT          PIC 9(06).
           05 RT-POSTED-TOTAL          PIC 9(18)V99.
           05 RT-REJECTED-COUNT        PIC 9(06).
           05 RT-REJECTED-TOTAL        PIC 9(18)V99.

       FD  CARRY-FILE.
       01  CARRY-RECORD                PIC X(63).

       WORKING-STORAGE SECTION.
       01  PAYINF-STATUS                PIC 9(2).
       01  ACCOUNTSF-STATUS             PIC 9(2).
       01  RESULTSF-STATUS              PIC 9(2).
       01  CARRYF-STATUS                PIC 9(2).
      *    Work images of the keyed ledger rows, handed to the
      *    RECEIPT-WRITE / TRANS-WRITE subprograms, which assign the
      *    per-day sequence numbers and write the rows.
           COPY RECEIPTREC
               REPLACING ==RECEIPT-RECORD== BY ==WS-RECEIPT-WORK==
               LEADING ==RF== BY ==WR==.
           COPY TRANSREC
               REPLACING ==TRANS-RECORD== BY ==WS-TRANS-WORK==
               LEADING ==TF== BY ==WT==.
      *    Tax-ledger work row for 080-CHARGE-TAX, filled half by
      *    the movement and half by TAX-LOOKUP, then handed to
      *    TAX-WRITE.
           COPY TAXLEDG
               REPLACING ==TAX-LEDGER-RECORD== BY ==WS-TAX-WORK==
               LEADING ==TL== BY ==WX==.
      *    Suspense-queue work row for 090-PARK-SUSPENSE, handed to
      *    SUSPENSE-WRITE, which assigns the reference.
           COPY SUSPREC
               REPLACING ==SUSPENSE-RECORD== BY ==WS-SUSPENSE-WORK==
               LEADING ==SQ== BY ==WQ==.

       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-TODAY                     PIC X(08).
       01  WS-RESULTS-FILENAME          PIC X(60).
       01  WS-PROCESSED-FILENAME        PIC X(40).
       01  WS-RENAME-STATUS             PIC S9(9) COMP-5.
       01  WS-DELETE-STATUS             PIC S9(9) COMP-5.
       01  WS-WINDOW-RESULT             PIC X(01).

      *    What the first pass found for each batch, in file order:
      *    the header's own figures, the detail rows actually
      *    present, and the reason the batch is rejected whole
      *    (spaces when it proved).
       01  WS-MAX-BATCHES               PIC 9(03) VALUE 50.
       01  WS-BATCH-TABLE.
           05 WS-BATCH-ENTRY OCCURS 50 TIMES.
               10 WS-BT-HEADER-COUNT    PIC 9(06).
               10 WS-BT-HEADER-TOTAL    PIC 9(18)V99.
               10 WS-BT-ITEM-COUNT      PIC 9(06).
               10 WS-BT-ITEM-TOTAL      PIC 9(18)V99.
               10 WS-BT-REASON          PIC X(24).
       01  WS-BATCH-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-BATCH-NUMBER              PIC 9(03) VALUE ZERO.

      *    How the second pass is treating the rows of the batch
      *    it is in.
       01  WS-BATCH-ACTION              PIC X(01) VALUE "N".
           88 WS-BATCH-POSTING              VALUE "P".
           88 WS-BATCH-REJECTED             VALUE "R".
           88 WS-BATCH-CARRIED              VALUE "C".
           88 WS-NO-BATCH                   VALUE "N".
       01  WS-BATCH-REASON              PIC X(24).
       01  WS-EMPLOYER-AREAS.
           05 WS-EMPLOYER-CBU           PIC 9(22).
           05 WS-EMPLOYER-USERNAME      PIC A(35).
           05 WS-EMPLOYER-CURRENCY      PIC X(03).
           05 WS-DEBIT-TOTAL            PIC 9(18)V99.
           05 WS-NET-DEBIT              PIC 9(18)V99.
       01  WS-BATCH-TOTALS.
           05 WS-POSTED-COUNT           PIC 9(06).
           05 WS-POSTED-TOTAL           PIC 9(18)V99.
           05 WS-REJECTED-COUNT         PIC 9(06).
           05 WS-REJECTED-TOTAL         PIC 9(18)V99.
       01  WS-EMPLOYEE-CURRENCY         PIC X(03).
       01  WS-FAIL-REASON               PIC X(24).
       01  WS-CBU-CHECK-FUNCTION        PIC X(01) VALUE "V".
       01  WS-CBU-CHECK-RESULT          PIC X(01).
           88 WS-CBU-IS-VALID               VALUE "Y".
           88 WS-CBU-NOT-VALID              VALUE "N".
       01  WS-POSTED-FLAG               PIC X(01).
           88 WS-ITEM-POSTED                VALUE "Y".
           88 WS-ITEM-NOT-POSTED            VALUE "N".
       01  WS-RETURN-FLAG               PIC X(01).
           88 WS-RETURN-POSTED              VALUE "Y".
           88 WS-RETURN-NOT-POSTED          VALUE "N".

       01  WS-RUN-COUNTERS.
           05 WS-BATCHES-POSTED         PIC 9(5) VALUE ZERO.
           05 WS-BATCHES-REJECTED       PIC 9(5) VALUE ZERO.
           05 WS-BATCHES-CARRIED        PIC 9(5) VALUE ZERO.
           05 WS-ITEMS-POSTED           PIC 9(5) VALUE ZERO.
           05 WS-ITEMS-RETURNED         PIC 9(5) VALUE ZERO.
           05 WS-ORPHAN-COUNT           PIC 9(5) VALUE ZERO.
           05 WS-CARRY-ROWS             PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'TERMINAL-GUARD' USING WS-WINDOW-RESULT
           IF WS-WINDOW-RESULT = "N"
               DISPLAY "TERMINALS ARE STILL SIGNED ON - "
                   "PAYROLL-CREDIT WILL NOT RUN"
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY
      *    Date AND time in the processed name, so a second delivery
      *    ingested the same day never clobbers the first archive.
           STRING "PAYROLL-IN-" WS-CURRENT-DATETIME(1:14)
               ".processed"
               DELIMITED BY SIZE INTO WS-PROCESSED-FILENAME

           OPEN INPUT PAYROLL-IN-FILE
           IF PAYINF-STATUS NOT = 00
               DISPLAY "NO PAYROLL FILE, NOTHING TO POST"
               GOBACK
           END-IF
           PERFORM 020-CHECK-FILE THRU 020-END
           CLOSE PAYROLL-IN-FILE

           PERFORM 010-OPEN-FILES THRU 010-END
           PERFORM 030-POST-FILE THRU 030-END
           CLOSE PAYROLL-IN-FILE
           CLOSE ACCOUNTS-FILE
           CLOSE CARRY-FILE

      *    Move the ingested file out of the way under a dated name so
      *    a second run tonight finds nothing to double-post.
           CALL "CBL_RENAME_FILE" USING
               "PAYROLL-IN.txt" WS-PROCESSED-FILENAME
               GIVING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               DISPLAY "UNABLE TO RENAME PAYROLL-IN.txt - DO NOT "
                   "RE-RUN UNTIL IT IS MOVED ASIDE BY HAND"
               DISPLAY "RENAME STATUS: " WS-RENAME-STATUS
               GOBACK
           END-IF

      *    Batches not yet due become the next night's delivery.
           IF WS-CARRY-ROWS > 0
               CALL "CBL_RENAME_FILE" USING
                   "PAYROLL-CARRY.txt" "PAYROLL-IN.txt"
                   GIVING WS-RENAME-STATUS
               IF WS-RENAME-STATUS NOT = 0
                   DISPLAY "UNABLE TO RENAME PAYROLL-CARRY.txt INTO "
                       "PLACE - CARRIED BATCHES WILL NOT POST"
                   DISPLAY "RENAME STATUS: " WS-RENAME-STATUS
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING "PAYROLL-CARRY.txt"
                   GIVING WS-DELETE-STATUS
           END-IF

           DISPLAY "PAYROLL BATCHES POSTED: " WS-BATCHES-POSTED
           DISPLAY "PAYROLL BATCHES REJECTED: " WS-BATCHES-REJECTED
           DISPLAY "PAYROLL BATCHES CARRIED FORWARD: "
               WS-BATCHES-CARRIED
           DISPLAY "EMPLOYEE CREDITS POSTED: " WS-ITEMS-POSTED
           DISPLAY "ITEMS RETURNED TO EMPLOYERS: " WS-ITEMS-RETURNED
           IF WS-ORPHAN-COUNT > 0
               DISPLAY "DETAIL ROWS WITH NO HEADER IGNORED: "
                   WS-ORPHAN-COUNT
           END-IF
           GOBACK.

       010-OPEN-FILES.
           OPEN INPUT PAYROLL-IN-FILE
           IF PAYINF-STATUS NOT = 00
               DISPLAY "UNABLE TO REOPEN PAYROLL-IN.txt"
               DISPLAY "FS-STATUS: " PAYINF-STATUS
               GOBACK
           END-IF

           OPEN I-O ACCOUNTS-FILE
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN ACCOUNTS.DAT"
               DISPLAY "FS-STATUS: " ACCOUNTSF-STATUS
               GOBACK
           END-IF

           OPEN OUTPUT CARRY-FILE
           IF CARRYF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN PAYROLL-CARRY.txt"
               DISPLAY "FS-STATUS: " CARRYF-STATUS
               GOBACK
           END-IF.
       010-END.EXIT.

      *    First pass: tally every batch's detail rows against its
      *    header. Nothing is posted here.
       020-CHECK-FILE.
           PERFORM UNTIL PAYINF-STATUS = 10
               READ PAYROLL-IN-FILE
                   AT END
                       MOVE 10 TO PAYINF-STATUS
                   NOT AT END
                       PERFORM 025-TALLY-ROW THRU 025-END
               END-READ
           END-PERFORM

           PERFORM VARYING WS-BATCH-NUMBER FROM 1 BY 1
               UNTIL WS-BATCH-NUMBER > WS-BATCH-COUNT
               OR WS-BATCH-NUMBER > WS-MAX-BATCHES
               IF WS-BT-REASON(WS-BATCH-NUMBER) = SPACES
                   EVALUATE TRUE
                       WHEN WS-BT-HEADER-COUNT(WS-BATCH-NUMBER) = 0
                           MOVE "EMPTY-BATCH"
                               TO WS-BT-REASON(WS-BATCH-NUMBER)
                       WHEN WS-BT-ITEM-COUNT(WS-BATCH-NUMBER)
                           NOT = WS-BT-HEADER-COUNT(WS-BATCH-NUMBER)
                           MOVE "ITEM-COUNT-MISMATCH"
                               TO WS-BT-REASON(WS-BATCH-NUMBER)
                       WHEN WS-BT-ITEM-TOTAL(WS-BATCH-NUMBER)
                           NOT = WS-BT-HEADER-TOTAL(WS-BATCH-NUMBER)
                           MOVE "CONTROL-TOTAL-MISMATCH"
                               TO WS-BT-REASON(WS-BATCH-NUMBER)
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-BATCH-NUMBER.
       020-END.EXIT.

       025-TALLY-ROW.
           EVALUATE TRUE
               WHEN PB-IS-HEADER
                   ADD 1 TO WS-BATCH-COUNT
                   IF WS-BATCH-COUNT > WS-MAX-BATCHES
                       GO TO 025-END
                   END-IF
                   INITIALIZE WS-BATCH-ENTRY(WS-BATCH-COUNT)
                   IF PB-EMPLOYER-CBU NOT NUMERIC
                       OR PB-VALUE-DATE NOT NUMERIC
                       OR PB-ITEM-COUNT NOT NUMERIC
                       OR PB-CONTROL-TOTAL NOT NUMERIC
                       MOVE "BAD-HEADER-ROW"
                           TO WS-BT-REASON(WS-BATCH-COUNT)
                   ELSE
                       MOVE PB-ITEM-COUNT
                           TO WS-BT-HEADER-COUNT(WS-BATCH-COUNT)
                       MOVE PB-CONTROL-TOTAL
                           TO WS-BT-HEADER-TOTAL(WS-BATCH-COUNT)
                   END-IF
               WHEN PB-IS-DETAIL
                   IF WS-BATCH-COUNT = 0
                       OR WS-BATCH-COUNT > WS-MAX-BATCHES
                       GO TO 025-END
                   END-IF
                   IF PB-EMPLOYEE-CBU NOT NUMERIC
                       OR PB-AMOUNT NOT NUMERIC
                       IF WS-BT-REASON(WS-BATCH-COUNT) = SPACES
                           MOVE "BAD-DETAIL-ROW"
                               TO WS-BT-REASON(WS-BATCH-COUNT)
                       END-IF
                       GO TO 025-END
                   END-IF
                   ADD 1 TO WS-BT-ITEM-COUNT(WS-BATCH-COUNT)
                   ADD PB-AMOUNT TO WS-BT-ITEM-TOTAL(WS-BATCH-COUNT)
                   IF PB-AMOUNT = 0
                       AND WS-BT-REASON(WS-BATCH-COUNT) = SPACES
                       MOVE "ZERO-AMOUNT-ITEM"
                           TO WS-BT-REASON(WS-BATCH-COUNT)
                   END-IF
               WHEN OTHER
                   IF WS-BATCH-COUNT > 0
                       AND WS-BATCH-COUNT NOT > WS-MAX-BATCHES
                       AND WS-BT-REASON(WS-BATCH-COUNT) = SPACES
                       MOVE "UNKNOWN-RECORD-TYPE"
                           TO WS-BT-REASON(WS-BATCH-COUNT)
                   END-IF
           END-EVALUATE.
       025-END.EXIT.

      *    Second pass: post, reject or carry each batch in turn.
       030-POST-FILE.
           PERFORM UNTIL PAYINF-STATUS = 10
               READ PAYROLL-IN-FILE
                   AT END
                       MOVE 10 TO PAYINF-STATUS
                   NOT AT END
                       PERFORM 035-ROUTE-ROW THRU 035-END
               END-READ
           END-PERFORM
           PERFORM 060-CLOSE-BATCH THRU 060-END.
       030-END.EXIT.

       035-ROUTE-ROW.
           IF PB-IS-HEADER
               PERFORM 060-CLOSE-BATCH THRU 060-END
               PERFORM 040-OPEN-BATCH THRU 040-END
               GO TO 035-END
           END-IF

           EVALUATE TRUE
               WHEN WS-BATCH-CARRIED
                   WRITE CARRY-RECORD FROM PAYROLL-RECORD
                   ADD 1 TO WS-CARRY-ROWS
               WHEN WS-BATCH-POSTING
                   PERFORM 050-CREDIT-ITEM THRU 050-END
               WHEN WS-BATCH-REJECTED
      *    A row the first pass could not read has no item to list.
                   IF PB-IS-DETAIL AND PB-EMPLOYEE-CBU IS NUMERIC
                       AND PB-AMOUNT IS NUMERIC
                       MOVE WS-BATCH-REASON TO WS-FAIL-REASON
                       SET WS-ITEM-NOT-POSTED TO TRUE
                       PERFORM 070-WRITE-ITEM-RESULT THRU 070-END
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-ORPHAN-COUNT
           END-EVALUATE.
       035-END.EXIT.

       040-OPEN-BATCH.
           SET WS-NO-BATCH TO TRUE
           ADD 1 TO WS-BATCH-NUMBER
           INITIALIZE WS-EMPLOYER-AREAS
           INITIALIZE WS-BATCH-TOTALS
           MOVE SPACES TO WS-BATCH-REASON

      *    A batch beyond what the first pass could prove in one run
      *    waits for the next night rather than posting unproven.
           IF WS-BATCH-NUMBER > WS-MAX-BATCHES
               SET WS-BATCH-CARRIED TO TRUE
           ELSE
               IF WS-BT-REASON(WS-BATCH-NUMBER) = SPACES
                   AND PB-VALUE-DATE > WS-TODAY
                   SET WS-BATCH-CARRIED TO TRUE
               END-IF
           END-IF
           IF WS-BATCH-CARRIED
               ADD 1 TO WS-BATCHES-CARRIED
               WRITE CARRY-RECORD FROM PAYROLL-RECORD
               ADD 1 TO WS-CARRY-ROWS
               GO TO 040-END
           END-IF

           IF PB-EMPLOYER-CBU IS NUMERIC
               MOVE PB-EMPLOYER-CBU TO WS-EMPLOYER-CBU
           END-IF
           MOVE SPACES TO WS-RESULTS-FILENAME
           STRING "PAYROLL-RESULTS-" WS-EMPLOYER-CBU "-" WS-TODAY
               ".txt" DELIMITED BY SIZE INTO WS-RESULTS-FILENAME
      *    Extended, so a second batch from the same employer tonight
      *    lands in the same results file after the first.
           OPEN EXTEND RESULTS-FILE
           IF RESULTSF-STATUS = 35
               OPEN OUTPUT RESULTS-FILE
           END-IF
           IF RESULTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN " WS-RESULTS-FILENAME
               DISPLAY "FS-STATUS: " RESULTSF-STATUS
           END-IF

           MOVE WS-BT-REASON(WS-BATCH-NUMBER) TO WS-BATCH-REASON
           IF WS-BATCH-REASON = SPACES
               PERFORM 045-DEBIT-EMPLOYER THRU 045-END
               UNLOCK ACCOUNTS-FILE
           END-IF

           MOVE SPACES TO RESULT-HEADER-RECORD
           MOVE "H" TO RH-RECORD-TYPE
           MOVE WS-EMPLOYER-CBU TO RH-EMPLOYER-CBU
           MOVE PB-VALUE-DATE TO RH-VALUE-DATE
           MOVE WS-BT-HEADER-COUNT(WS-BATCH-NUMBER) TO RH-ITEM-COUNT
           MOVE WS-BT-HEADER-TOTAL(WS-BATCH-NUMBER)
               TO RH-CONTROL-TOTAL
           IF WS-BATCH-REASON = SPACES
               SET WS-BATCH-POSTING TO TRUE
               ADD 1 TO WS-BATCHES-POSTED
               MOVE "ACCEPTED" TO RH-OUTCOME
           ELSE
               SET WS-BATCH-REJECTED TO TRUE
               ADD 1 TO WS-BATCHES-REJECTED
               MOVE "REJECTED" TO RH-OUTCOME
               MOVE WS-BATCH-REASON TO RH-REASON
               DISPLAY "PAYROLL BATCH FROM " WS-EMPLOYER-CBU
                   " REJECTED: " WS-BATCH-REASON
           END-IF
           IF RESULTSF-STATUS = 00
               WRITE RESULT-HEADER-RECORD
           END-IF.
       040-END.EXIT.

      *    The single employer debit for the whole batch, against the
      *    same balance floor 120-TRANSFER applies. Any failure here
      *    rejects the batch with nothing moved.
       045-DEBIT-EMPLOYER.
           MOVE WS-BT-HEADER-TOTAL(WS-BATCH-NUMBER) TO WS-DEBIT-TOTAL
           CALL 'CBU-CHECK' USING WS-EMPLOYER-CBU
               WS-CBU-CHECK-FUNCTION WS-CBU-CHECK-RESULT
           IF WS-CBU-NOT-VALID
               MOVE "INVALID-EMPLOYER-CBU" TO WS-BATCH-REASON
               GO TO 045-END
           END-IF
           MOVE WS-EMPLOYER-CBU TO FS-CBU
           READ ACCOUNTS-FILE WITH LOCK
               INVALID KEY
                   MOVE "EMPLOYER-NOT-FOUND" TO WS-BATCH-REASON
                   GO TO 045-END
           END-READ
           IF ACCOUNTSF-STATUS = 51
               MOVE "EMPLOYER-RECORD-BUSY" TO WS-BATCH-REASON
               GO TO 045-END
           END-IF
           IF FS-ACCOUNT-IS-LOCKED OR FS-ACCOUNT-FROZEN
               OR FS-ACCOUNT-CLOSED
               MOVE "EMPLOYER-NOT-ACTIVE" TO WS-BATCH-REASON
               GO TO 045-END
           END-IF
      *    A restricted account takes deposits only - the payroll
      *    debit is refused like any other customer debit.
           IF FS-ACCOUNT-RESTRICTED
               MOVE "EMPLOYER-RESTRICTED" TO WS-BATCH-REASON
               GO TO 045-END
           END-IF
           IF FS-BALANCE - WS-DEBIT-TOTAL < FS-MIN-BALANCE
               MOVE "INSUFFICIENT-FUNDS" TO WS-BATCH-REASON
               GO TO 045-END
           END-IF
           MOVE FS-USERNAME TO WS-EMPLOYER-USERNAME
           MOVE FS-CURRENCY-CODE TO WS-EMPLOYER-CURRENCY
           IF WS-EMPLOYER-CURRENCY = SPACES
               MOVE "ARS" TO WS-EMPLOYER-CURRENCY
           END-IF

           SUBTRACT WS-DEBIT-TOTAL FROM FS-BALANCE
      *    A payroll run is customer-authorized movement, so it keeps
      *    the employer's account out of dormancy.
           MOVE WS-TODAY TO FS-LAST-ACTIVITY-DATE
           IF FS-ACCOUNT-DORMANT
               SET FS-ACCOUNT-ACTIVE TO TRUE
           END-IF
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   MOVE "EMPLOYER-REWRITE-ERROR" TO WS-BATCH-REASON
                   GO TO 045-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
           MOVE FS-CBU TO WR-CBU
           MOVE "PAY-DEBIT" TO WR-TRANS-TYPE
           MOVE WS-DEBIT-TOTAL TO WR-AMOUNT
           MOVE FS-BALANCE TO WR-RESULTING-BALANCE
           MOVE WS-TODAY TO WR-DATE
           MOVE "00000000" TO WR-TIME
           MOVE SPACES TO WR-TERMINAL-ID
           MOVE FS-CURRENCY-CODE
               TO WR-CURRENCY-CODE
           CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK.
       045-END.EXIT.

       050-CREDIT-ITEM.
           IF NOT PB-IS-DETAIL
               GO TO 050-END
           END-IF
           PERFORM 055-POST-ITEM THRU 055-END
           UNLOCK ACCOUNTS-FILE
           IF WS-ITEM-POSTED
               ADD 1 TO WS-ITEMS-POSTED
           ELSE
               ADD 1 TO WS-ITEMS-RETURNED
           END-IF
           PERFORM 070-WRITE-ITEM-RESULT THRU 070-END.
       050-END.EXIT.

       055-POST-ITEM.
           SET WS-ITEM-NOT-POSTED TO TRUE
           CALL 'CBU-CHECK' USING PB-EMPLOYEE-CBU
               WS-CBU-CHECK-FUNCTION WS-CBU-CHECK-RESULT
           IF WS-CBU-NOT-VALID
               MOVE "INVALID-CBU" TO WS-FAIL-REASON
               GO TO 055-END
           END-IF
           MOVE PB-EMPLOYEE-CBU TO FS-CBU
           READ ACCOUNTS-FILE WITH LOCK
               INVALID KEY
                   MOVE "CBU-NOT-FOUND" TO WS-FAIL-REASON
                   GO TO 055-END
           END-READ
           IF ACCOUNTSF-STATUS = 51
               MOVE "ACCOUNT-RECORD-BUSY" TO WS-FAIL-REASON
               GO TO 055-END
           END-IF
           EVALUATE TRUE
               WHEN FS-ACCOUNT-FROZEN
                   MOVE "ACCOUNT-FROZEN" TO WS-FAIL-REASON
                   GO TO 055-END
               WHEN FS-ACCOUNT-CLOSED
                   MOVE "ACCOUNT-CLOSED" TO WS-FAIL-REASON
                   GO TO 055-END
               WHEN FS-ACCOUNT-IS-LOCKED
                   MOVE "ACCOUNT-LOCKED" TO WS-FAIL-REASON
                   GO TO 055-END
           END-EVALUATE
      *    Same rule 100-CHECK-AND-TRANSFER enforces at the terminal:
      *    money never crosses currencies 1:1.
           MOVE FS-CURRENCY-CODE TO WS-EMPLOYEE-CURRENCY
           IF WS-EMPLOYEE-CURRENCY = SPACES
               MOVE "ARS" TO WS-EMPLOYEE-CURRENCY
           END-IF
           IF WS-EMPLOYEE-CURRENCY NOT = WS-EMPLOYER-CURRENCY
               MOVE "CURRENCY-MISMATCH" TO WS-FAIL-REASON
               GO TO 055-END
           END-IF

           ADD PB-AMOUNT TO FS-BALANCE
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   MOVE "ACCOUNT-REWRITE-ERROR" TO WS-FAIL-REASON
                   GO TO 055-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
           MOVE FS-CBU TO WR-CBU
           MOVE "PAY-CREDIT" TO WR-TRANS-TYPE
           MOVE PB-AMOUNT TO WR-AMOUNT
           MOVE FS-BALANCE TO WR-RESULTING-BALANCE
           MOVE WS-TODAY TO WR-DATE
           MOVE "00000000" TO WR-TIME
           MOVE SPACES TO WR-TERMINAL-ID
           MOVE FS-CURRENCY-CODE
               TO WR-CURRENCY-CODE
           CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK
           MOVE "PAY-CREDIT" TO WX-MOVEMENT-TYPE
           MOVE PB-AMOUNT TO WX-BASE-AMOUNT
           PERFORM 080-CHARGE-TAX THRU 080-END

      *    Same TRANS-FILE row 130-TRANSFER-LOG writes, so the salary
      *    shows up in both parties' last-transactions view.
           MOVE WS-EMPLOYER-CBU TO WT-RECIPIENT-CBU
           MOVE WS-EMPLOYER-USERNAME TO WT-RECIPIENT-USERNAME
           MOVE FS-CBU TO WT-DESTINATION-CBU
           MOVE FS-USERNAME TO WT-DESTINATION-USERNAME
           MOVE PB-AMOUNT TO WT-AMOUNT
           MOVE WS-TODAY TO WT-DATE
           CALL 'TRANS-WRITE' USING WS-TRANS-WORK

           SET WS-ITEM-POSTED TO TRUE.
       055-END.EXIT.

      *    End of a batch. A posted batch gives back, in one PAY-RET
      *    receipt, whatever its employees could not take, and only
      *    then is the employer taxed - on what actually left.
       060-CLOSE-BATCH.
           IF WS-NO-BATCH OR WS-BATCH-CARRIED
               GO TO 060-END
           END-IF

           IF WS-BATCH-POSTING
               PERFORM 065-RETURN-TO-EMPLOYER THRU 065-END
               UNLOCK ACCOUNTS-FILE
      *    The employer's own account would not take the return back:
      *    the money is parked on suspense for ops instead of being
      *    lost, and the debit goes untaxed tonight.
               IF WS-RETURN-NOT-POSTED
                   DISPLAY "PAYROLL RETURN TO " WS-EMPLOYER-CBU
                       " NOT POSTED: " WS-FAIL-REASON
                   IF WS-REJECTED-TOTAL > 0
                       PERFORM 090-PARK-SUSPENSE THRU 090-END
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO RESULT-TOTALS-RECORD
           MOVE "T" TO RT-RECORD-TYPE
           MOVE WS-POSTED-COUNT TO RT-POSTED-COUNT
           MOVE WS-POSTED-TOTAL TO RT-POSTED-TOTAL
           MOVE WS-REJECTED-COUNT TO RT-REJECTED-COUNT
           MOVE WS-REJECTED-TOTAL TO RT-REJECTED-TOTAL
           IF RESULTSF-STATUS = 00
               WRITE RESULT-TOTALS-RECORD
               CLOSE RESULTS-FILE
           END-IF
           SET WS-NO-BATCH TO TRUE.
       060-END.EXIT.

       065-RETURN-TO-EMPLOYER.
           SET WS-RETURN-NOT-POSTED TO TRUE
           COMPUTE WS-NET-DEBIT = WS-DEBIT-TOTAL - WS-REJECTED-TOTAL
           MOVE WS-EMPLOYER-CBU TO FS-CBU
           READ ACCOUNTS-FILE WITH LOCK
               INVALID KEY
                   MOVE "EMPLOYER-NOT-FOUND" TO WS-FAIL-REASON
                   GO TO 065-END
           END-READ
           IF ACCOUNTSF-STATUS = 51
               MOVE "EMPLOYER-RECORD-BUSY" TO WS-FAIL-REASON
               GO TO 065-END
           END-IF

           IF WS-REJECTED-TOTAL > 0
               ADD WS-REJECTED-TOTAL TO FS-BALANCE
               REWRITE ACCOUNTS-RECORD
                   INVALID KEY
                       MOVE "EMPLOYER-REWRITE-ERROR" TO WS-FAIL-REASON
                       SUBTRACT WS-REJECTED-TOTAL FROM FS-BALANCE
                       GO TO 065-END
               END-REWRITE
               CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
               MOVE FS-CBU TO WR-CBU
               MOVE "PAY-RET" TO WR-TRANS-TYPE
               MOVE WS-REJECTED-TOTAL TO WR-AMOUNT
               MOVE FS-BALANCE TO WR-RESULTING-BALANCE
               MOVE WS-TODAY TO WR-DATE
               MOVE "00000000" TO WR-TIME
               MOVE SPACES TO WR-TERMINAL-ID
               MOVE FS-CURRENCY-CODE
                   TO WR-CURRENCY-CODE
               CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK
           END-IF
           SET WS-RETURN-POSTED TO TRUE

           IF WS-NET-DEBIT > 0
               MOVE "PAY-DEBIT" TO WX-MOVEMENT-TYPE
               MOVE WS-NET-DEBIT TO WX-BASE-AMOUNT
               PERFORM 080-CHARGE-TAX THRU 080-END
           END-IF.
       065-END.EXIT.

       070-WRITE-ITEM-RESULT.
           MOVE SPACES TO RESULT-ITEM-RECORD
           MOVE "D" TO RI-RECORD-TYPE
           MOVE PB-EMPLOYEE-CBU TO RI-EMPLOYEE-CBU
           MOVE PB-AMOUNT TO RI-AMOUNT
           MOVE PB-REFERENCE TO RI-REFERENCE
           IF WS-ITEM-POSTED
               ADD 1 TO WS-POSTED-COUNT
               ADD PB-AMOUNT TO WS-POSTED-TOTAL
               MOVE "POSTED" TO RI-OUTCOME
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               ADD PB-AMOUNT TO WS-REJECTED-TOTAL
               MOVE "REJECTED" TO RI-OUTCOME
               MOVE WS-FAIL-REASON TO RI-REASON
           END-IF
           IF RESULTSF-STATUS = 00
               WRITE RESULT-ITEM-RECORD
           END-IF.
       070-END.EXIT.

      *    Transaction tax or interest withholding on the movement
      *    just posted to the account in the record buffer, when the
      *    tax table lists its type (the caller sets WX-MOVEMENT-TYPE
      *    and WX-BASE-AMOUNT): its own TAX-DBCR / TAX-WHT receipt,
      *    never netted off the movement, plus a tax-ledger row for
      *    the monthly return. Collected down to the account's floor
      *    at most - the rest stays on the ledger as due but
      *    uncollected.
       080-CHARGE-TAX.
           MOVE WS-TODAY TO WX-DATE
           MOVE FS-CBU TO WX-CBU
           MOVE FS-CUSTOMER-ID TO WX-CUSTOMER-ID
           MOVE FS-CURRENCY-CODE TO WX-CURRENCY-CODE
           CALL 'TAX-LOOKUP' USING WS-TAX-WORK
           IF WX-TAX-DUE = 0
               GO TO 080-END
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
       080-END.EXIT.

      *    A return the employer's account could not take. The money
      *    left the employer in the PAY-DEBIT and reached no employee,
      *    so it sits in suspense (SUSP-PAY) until ops reposts it to
      *    the employer.
       090-PARK-SUSPENSE.
           INITIALIZE WS-SUSPENSE-WORK
           MOVE WS-TODAY TO WQ-REF-DATE
           SET WQ-FROM-PAYROLL TO TRUE
           MOVE "PAYROLL-CREDIT" TO WQ-SOURCE-JOB
           SET WQ-HOLDS-CREDIT TO TRUE
           MOVE WS-EMPLOYER-CBU TO WQ-CBU
           MOVE WS-EMPLOYER-CBU TO WQ-COUNTERPARTY-CBU
           MOVE WS-EMPLOYER-USERNAME TO WQ-COUNTERPARTY-NAME
           MOVE WS-REJECTED-TOTAL TO WQ-AMOUNT
           MOVE WS-EMPLOYER-CURRENCY TO WQ-CURRENCY-CODE
           MOVE WS-TODAY TO WQ-ITEM-DATE
           MOVE SPACES TO WQ-ITEM-REF
           MOVE "P" TO WQ-ITEM-TYPE
           MOVE WS-FAIL-REASON TO WQ-REASON
           MOVE "SUSP-PAY" TO WQ-PARK-GL-TYPE
           CALL 'SUSPENSE-WRITE' USING WS-SUSPENSE-WORK.
       090-END.EXIT.
       END PROGRAM PAYROLL-CREDIT.
