      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly direct-debit collection batch job. For every
      *          biller registered on SERVICES.DAT it looks for the
      *          biller's collection request file
      *          (DD-REQUEST-<service code>.txt, DDREQREC layout) and
      *          checks each request against the customer's mandate
      *          for that biller (MANDATES.DAT): it must be active and
      *          in date, and the amount within the mandate's maximum.
      *          A request that passes, and that the account can fund
      *          down to its balance floor and that is not
      *          restricted pending its customer's due-diligence
      *          review, is debited with a DD-DEBIT receipt and
      *          written to PAYMENTS.txt as an unsettled bill
      *          payment, so BILLER-SETTLEMENT remits it to the
      *          biller exactly as it remits a payment taken at the
      *          ATM; the customer is notified of every debit. Every
      *          request is answered, accepted or rejected with the
      *          reason, in the biller's response file
      *          (DD-RESPONSE-<service code>-YYYYMMDD.txt), and the
      *          request file is renamed to a dated processed name so
      *          a re-run can never collect the same file twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIRECT-DEBIT-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERVICES-FILE ASSIGN TO "SERVICES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-CODE
               FILE STATUS IS SERVICESF-STATUS.
           SELECT DD-REQUEST-FILE ASSIGN TO WS-REQUEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DDREQF-STATUS.
           SELECT DD-RESPONSE-FILE ASSIGN TO WS-RESPONSE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DDRESPF-STATUS.
           SELECT MANDATES-FILE ASSIGN TO "MANDATES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-KEY
               FILE STATUS IS MANDATESF-STATUS.
           SELECT ACCOUNTS-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CBU
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS ACCOUNTSF-STATUS.
           SELECT PAYMENTS-FILE ASSIGN TO "PAYMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENTSF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERVICES-FILE.
           COPY SERVICESREC.

       FD  DD-REQUEST-FILE.
           COPY DDREQREC.

      *    The biller's answer: each request echoed back with its
      *    outcome.
       FD  DD-RESPONSE-FILE.
       01  DD-RESPONSE-RECORD.
           05 CS-SERVICE-CODE          PIC 9(06).
           05 CS-CBU                   PIC 9(22).
           05 CS-AMOUNT                PIC 9(18)V99.
           05 CS-BILL-REFERENCE        PIC X(20).
           05 CS-OUTCOME               PIC X(08).
           05 CS-REASON                PIC X(24).

       FD  MANDATES-FILE.
           COPY MANDATEREC.

       FD  ACCOUNTS-FILE.
           COPY ACCTREC.

       FD  PAYMENTS-FILE.
           COPY PAYREC.

       WORKING-STORAGE SECTION.
       01  SERVICESF-STATUS             PIC 9(2).
       01  DDREQF-STATUS                PIC 9(2).
       01  DDRESPF-STATUS               PIC 9(2).
       01  MANDATESF-STATUS             PIC 9(2).
       01  ACCOUNTSF-STATUS             PIC 9(2).
       01  PAYMENTSF-STATUS             PIC 9(2).
      *    Work image of the keyed receipt row, handed to the
      *    RECEIPT-WRITE subprogram, which assigns the sequence
      *    number and writes it.
           COPY RECEIPTREC
               REPLACING ==RECEIPT-RECORD== BY ==WS-RECEIPT-WORK==
               LEADING ==RF== BY ==WR==.
      *    Tax-ledger work row for 080-CHARGE-TAX, filled half by
      *    the movement and half by TAX-LOOKUP, then handed to
      *    TAX-WRITE.
           COPY TAXLEDG
               REPLACING ==TAX-LEDGER-RECORD== BY ==WS-TAX-WORK==
               LEADING ==TL== BY ==WX==.

       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-TODAY                     PIC X(08).
       01  WS-REQUEST-FILENAME          PIC X(40).
       01  WS-RESPONSE-FILENAME         PIC X(40).
       01  WS-PROCESSED-FILENAME        PIC X(50).
       01  WS-RENAME-STATUS             PIC S9(9) COMP-5.
       01  WS-WINDOW-RESULT             PIC X(01).
       01  WS-FAIL-REASON               PIC X(24).
       01  WS-POSTED-FLAG               PIC X(01).
           88 WS-ITEM-POSTED                VALUE "Y".
           88 WS-ITEM-NOT-POSTED            VALUE "N".
       01  WS-MANDATES-FLAG             PIC X(01).
           88 WS-MANDATES-ARE-OPEN          VALUE "Y".
           88 WS-MANDATES-NOT-OPEN          VALUE "N".
       01  WS-BILLERS-READ-FLAG         PIC X(01).
           88 WS-NO-MORE-BILLERS            VALUE "Y".
           88 WS-MORE-BILLERS               VALUE "N".
       01  WS-COUNTERS.
           05 WS-FILES-READ             PIC 9(5) VALUE ZERO.
           05 WS-COLLECTED-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-REJECTED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-NOTIFY-EVENT-TYPE         PIC X(16) VALUE "DIRECT-DEBIT".
       01  WS-NOTIFY-AMOUNT             PIC 9(18)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'TERMINAL-GUARD' USING WS-WINDOW-RESULT
           IF WS-WINDOW-RESULT = "N"
               DISPLAY "TERMINALS ARE STILL SIGNED ON - "
                   "DIRECT-DEBIT-RUN WILL NOT RUN"
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY

           PERFORM 010-OPEN-FILES THRU 010-END
           SET WS-MORE-BILLERS TO TRUE
           PERFORM UNTIL WS-NO-MORE-BILLERS
               READ SERVICES-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-BILLERS TO TRUE
                   NOT AT END
                       PERFORM 020-PROCESS-BILLER THRU 020-END
               END-READ
           END-PERFORM
           CLOSE SERVICES-FILE
           CLOSE ACCOUNTS-FILE
           CLOSE PAYMENTS-FILE
           IF WS-MANDATES-ARE-OPEN
               CLOSE MANDATES-FILE
           END-IF

           DISPLAY "BILLER REQUEST FILES READ: " WS-FILES-READ
           DISPLAY "DIRECT DEBITS COLLECTED: " WS-COLLECTED-COUNT
           DISPLAY "DIRECT DEBITS REJECTED: " WS-REJECTED-COUNT
           GOBACK.

       010-OPEN-FILES.
           OPEN INPUT SERVICES-FILE
           IF SERVICESF-STATUS NOT = 00
               DISPLAY "NO BILLERS REGISTERED, NOTHING TO COLLECT"
               GOBACK
           END-IF

           OPEN I-O ACCOUNTS-FILE
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN ACCOUNTS.DAT"
               DISPLAY "FS-STATUS: " ACCOUNTSF-STATUS
               GOBACK
           END-IF

           OPEN EXTEND PAYMENTS-FILE
           IF PAYMENTSF-STATUS = 35
               OPEN OUTPUT PAYMENTS-FILE
           END-IF
           IF PAYMENTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN PAYMENTS.txt"
               DISPLAY "FS-STATUS: " PAYMENTSF-STATUS
               GOBACK
           END-IF

      *    No mandate file yet is not an error: every request is then
      *    answered as having no mandate.
           SET WS-MANDATES-NOT-OPEN TO TRUE
           OPEN I-O MANDATES-FILE
           IF MANDATESF-STATUS = 00
               SET WS-MANDATES-ARE-OPEN TO TRUE
           END-IF.
       010-END.EXIT.

      *    One biller: its request file, when it delivered one.
       020-PROCESS-BILLER.
           MOVE SPACES TO WS-REQUEST-FILENAME
           STRING "DD-REQUEST-" SV-CODE ".txt"
               DELIMITED BY SIZE INTO WS-REQUEST-FILENAME
           OPEN INPUT DD-REQUEST-FILE
           IF DDREQF-STATUS NOT = 00
               GO TO 020-END
           END-IF
           ADD 1 TO WS-FILES-READ

           MOVE SPACES TO WS-RESPONSE-FILENAME
           STRING "DD-RESPONSE-" SV-CODE "-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-RESPONSE-FILENAME
      *    Extended, so a second delivery collected the same day is
      *    answered after the first rather than over it.
           OPEN EXTEND DD-RESPONSE-FILE
           IF DDRESPF-STATUS = 35
               OPEN OUTPUT DD-RESPONSE-FILE
           END-IF
           IF DDRESPF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN " WS-RESPONSE-FILENAME
               DISPLAY "FS-STATUS: " DDRESPF-STATUS
               CLOSE DD-REQUEST-FILE
               GO TO 020-END
           END-IF

           PERFORM UNTIL DDREQF-STATUS = 10
               READ DD-REQUEST-FILE
                   AT END
                       MOVE 10 TO DDREQF-STATUS
                   NOT AT END
                       PERFORM 030-APPLY-REQUEST THRU 030-END
               END-READ
           END-PERFORM
           CLOSE DD-REQUEST-FILE
           CLOSE DD-RESPONSE-FILE

      *    Date AND time in the processed name, so a second delivery
      *    collected the same day never clobbers the first archive.
           MOVE SPACES TO WS-PROCESSED-FILENAME
           STRING "DD-REQUEST-" SV-CODE "-" WS-CURRENT-DATETIME(1:14)
               ".processed"
               DELIMITED BY SIZE INTO WS-PROCESSED-FILENAME
           CALL "CBL_RENAME_FILE" USING
               WS-REQUEST-FILENAME WS-PROCESSED-FILENAME
               GIVING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               DISPLAY "UNABLE TO RENAME " WS-REQUEST-FILENAME
                   " - DO NOT RE-RUN UNTIL IT IS MOVED ASIDE BY HAND"
               DISPLAY "RENAME STATUS: " WS-RENAME-STATUS
           END-IF.
       020-END.EXIT.

       030-APPLY-REQUEST.
           PERFORM 040-COLLECT THRU 040-END
           UNLOCK ACCOUNTS-FILE

           MOVE CQ-SERVICE-CODE TO CS-SERVICE-CODE
           MOVE CQ-CBU TO CS-CBU
           MOVE CQ-AMOUNT TO CS-AMOUNT
           MOVE CQ-BILL-REFERENCE TO CS-BILL-REFERENCE
           IF WS-ITEM-POSTED
               ADD 1 TO WS-COLLECTED-COUNT
               MOVE "ACCEPTED" TO CS-OUTCOME
               MOVE SPACES TO CS-REASON
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED" TO CS-OUTCOME
               MOVE WS-FAIL-REASON TO CS-REASON
           END-IF
           WRITE DD-RESPONSE-RECORD.
       030-END.EXIT.

       040-COLLECT.
           SET WS-ITEM-NOT-POSTED TO TRUE
           IF CQ-SERVICE-CODE NOT NUMERIC OR CQ-CBU NOT NUMERIC
               OR CQ-AMOUNT NOT NUMERIC
               MOVE "BAD-REQUEST-ROW" TO WS-FAIL-REASON
               GO TO 040-END
           END-IF
      *    A biller collects for itself only - a row naming another
      *    biller's code in this biller's file is refused.
           IF CQ-SERVICE-CODE NOT = SV-CODE
               MOVE "WRONG-BILLER" TO WS-FAIL-REASON
               GO TO 040-END
           END-IF
           IF CQ-AMOUNT = 0
               MOVE "ZERO-AMOUNT" TO WS-FAIL-REASON
               GO TO 040-END
           END-IF

      *    The mandate: active, in date and wide enough.
           IF WS-MANDATES-NOT-OPEN
               MOVE "NO-MANDATE" TO WS-FAIL-REASON
               GO TO 040-END
           END-IF
           MOVE CQ-CBU TO MD-CBU
           MOVE CQ-SERVICE-CODE TO MD-SERVICE-CODE
           READ MANDATES-FILE
               INVALID KEY
                   MOVE "NO-MANDATE" TO WS-FAIL-REASON
                   GO TO 040-END
           END-READ
           IF NOT MD-IS-ACTIVE
               MOVE "MANDATE-REVOKED" TO WS-FAIL-REASON
               GO TO 040-END
           END-IF
           IF MD-START-DATE > WS-TODAY
               OR (MD-END-DATE NOT = SPACES
                   AND MD-END-DATE < WS-TODAY)
               MOVE "MANDATE-NOT-IN-DATE" TO WS-FAIL-REASON
               GO TO 040-END
           END-IF
           IF CQ-AMOUNT > MD-MAX-AMOUNT
               MOVE "OVER-MANDATE-LIMIT" TO WS-FAIL-REASON
               GO TO 040-END
           END-IF

      *    The account: live, in the billing currency and able to
      *    fund the bill down to its floor - the same checks
      *    155-TAKE-PAYMENT applies at the ATM.
           MOVE CQ-CBU TO FS-CBU
           READ ACCOUNTS-FILE WITH LOCK
               INVALID KEY
                   MOVE "CBU-NOT-FOUND" TO WS-FAIL-REASON
                   GO TO 040-END
           END-READ
           IF ACCOUNTSF-STATUS = 51
               MOVE "ACCOUNT-RECORD-BUSY" TO WS-FAIL-REASON
               GO TO 040-END
           END-IF
           IF FS-ACCOUNT-IS-LOCKED OR FS-ACCOUNT-FROZEN
               OR FS-ACCOUNT-CLOSED
               MOVE "ACCOUNT-NOT-ACTIVE" TO WS-FAIL-REASON
               GO TO 040-END
           END-IF
      *    Restricted for an overdue customer review: deposits only.
           IF FS-ACCOUNT-RESTRICTED
               MOVE "ACCOUNT-RESTRICTED" TO WS-FAIL-REASON
               GO TO 040-END
           END-IF
           IF FS-CURRENCY-CODE NOT = SPACES
               AND FS-CURRENCY-CODE NOT = "ARS"
               MOVE "CURRENCY-MISMATCH" TO WS-FAIL-REASON
               GO TO 040-END
           END-IF
           IF FS-BALANCE - CQ-AMOUNT < FS-MIN-BALANCE
               MOVE "INSUFFICIENT-FUNDS" TO WS-FAIL-REASON
               GO TO 040-END
           END-IF

           SUBTRACT CQ-AMOUNT FROM FS-BALANCE
      *    A collection under the customer's own mandate is
      *    customer-authorized movement, so it keeps the account out
      *    of dormancy.
           MOVE WS-TODAY TO FS-LAST-ACTIVITY-DATE
           IF FS-ACCOUNT-DORMANT
               SET FS-ACCOUNT-ACTIVE TO TRUE
           END-IF
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   MOVE "ACCOUNT-REWRITE-ERROR" TO WS-FAIL-REASON
                   GO TO 040-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
           MOVE FS-CBU TO WR-CBU
           MOVE "DD-DEBIT" TO WR-TRANS-TYPE
           MOVE CQ-AMOUNT TO WR-AMOUNT
           MOVE FS-BALANCE TO WR-RESULTING-BALANCE
           MOVE WS-TODAY TO WR-DATE
           MOVE "00000000" TO WR-TIME
           MOVE SPACES TO WR-TERMINAL-ID
           MOVE FS-CURRENCY-CODE
               TO WR-CURRENCY-CODE
           CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK
           MOVE "DD-DEBIT" TO WX-MOVEMENT-TYPE
           MOVE CQ-AMOUNT TO WX-BASE-AMOUNT
           PERFORM 080-CHARGE-TAX THRU 080-END

      *    The same unsettled PAYMENTS.txt row 160-SERVICE-PAYMENT-LOG
      *    writes, so BILLER-SETTLEMENT remits it tonight.
           MOVE FS-CBU TO PF-CBU
           MOVE SV-CODE TO PF-SERVICE-CODE
           MOVE SV-NAME TO PF-SERVICE-NAME
           MOVE CQ-AMOUNT TO PF-AMOUNT
           MOVE WS-TODAY TO PF-DATE
           SET PF-NOT-SETTLED TO TRUE
           MOVE SPACES TO PF-SETTLE-DATE
           WRITE PAYMENT-RECORD

           MOVE WS-TODAY TO MD-LAST-COLLECTED-DATE
           REWRITE MANDATE-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO STAMP MANDATE " MD-CBU " "
                       MD-SERVICE-CODE
           END-REWRITE

           MOVE CQ-AMOUNT TO WS-NOTIFY-AMOUNT
           CALL 'NOTIFY-ENQUEUE' USING FS-CBU
               WS-NOTIFY-EVENT-TYPE WS-NOTIFY-AMOUNT

           SET WS-ITEM-POSTED TO TRUE.
       040-END.EXIT.

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
       END PROGRAM DIRECT-DEBIT-RUN.
