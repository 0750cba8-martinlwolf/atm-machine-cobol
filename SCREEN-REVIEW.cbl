      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor workbench for the sanctions review queue.
      *          Presents each pending SCREEN-REVIEW.txt item - a
      *          possible watch-list match raised by onboarding, by
      *          the re-screen after a list load, or by the interchange
      *          screening - for release or rejection:
      *            ONBOARD / RESCREEN - release unfreezes the account
      *              as a cleared false positive, back to the status
      *              the freeze replaced (a restriction for an overdue
      *              KYC review only while the review is still
      *              outstanding); reject leaves it frozen for
      *              compliance to report.
      *            ICH-IN  - release posts the held credit (IBK-IN)
      *              and charges the tax on it as INTERCHANGE-INBOUND
      *              would have;
      *              reject sends it back to the remitting bank as a
      *              type R item on today's ICH-OUT file.
      *            ICH-OUT - release sends the held transfer to the
      *              network (ICH-OUT row plus outstanding-items
      *              register); reject refunds our customer with an
      *              IBK-RET receipt.
      *          Every decision is logged through SEC-EVENT-LOG under
      *          the deciding supervisor and stamped on the row; the
      *          queue is rewritten with the new statuses, so nothing
      *          is ever actioned twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCREEN-REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREEN-REVIEW-FILE ASSIGN TO "SCREEN-REVIEW.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCRNREVF-STATUS.
           SELECT SCREEN-REVIEW-OUT ASSIGN TO "SCREEN-REVIEW.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCRNREVOUTF-STATUS.
           SELECT ACCOUNTS-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CBU
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS ACCOUNTSF-STATUS.
           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS CUSTF-STATUS.
           SELECT INTERCHANGE-OUT-FILE ASSIGN TO WS-ICH-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ICHOUTF-STATUS.
           SELECT ICH-OUTSTANDING-FILE
               ASSIGN TO "ICH-OUTSTANDING.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ICHOUTSF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCREEN-REVIEW-FILE.
           COPY SCRNREVW.

       FD  SCREEN-REVIEW-OUT.
       01  SCREEN-REVIEW-OUT-REC       PIC X(170).

       FD  ACCOUNTS-FILE.
           COPY ACCTREC.

       FD  CUSTOMERS-FILE.
           COPY CUSTREC.

       FD  INTERCHANGE-OUT-FILE.
           COPY ICHREC.

       FD  ICH-OUTSTANDING-FILE.
           COPY ICHOUTS.

       WORKING-STORAGE SECTION.
       01  SCRNREVF-STATUS              PIC 9(2).
       01  SCRNREVOUTF-STATUS           PIC 9(2).
       01  ACCOUNTSF-STATUS             PIC 9(2).
       01  CUSTF-STATUS                 PIC 9(2).
       01  ICHOUTF-STATUS               PIC 9(2).
       01  ICHOUTSF-STATUS              PIC 9(2).
      *    Work image of the keyed receipt row, handed to the
      *    RECEIPT-WRITE subprogram, which assigns the sequence
      *    number and writes it.
           COPY RECEIPTREC
               REPLACING ==RECEIPT-RECORD== BY ==WS-RECEIPT-WORK==
               LEADING ==RF== BY ==WR==.
      *    Tax-ledger work row for 095-CHARGE-TAX, filled half by
      *    the movement and half by TAX-LOOKUP, then handed to
      *    TAX-WRITE.
           COPY TAXLEDG
               REPLACING ==TAX-LEDGER-RECORD== BY ==WS-TAX-WORK==
               LEADING ==TL== BY ==WX==.

       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-TODAY                     PIC X(08).
      *    Value date for interbank items sent from this run
      *    (see VALUE-DATE) - it names the ICH-OUT file they go
      *    out in.
       01  WS-VALUE-MOVEMENT-TYPE       PIC X(03) VALUE "ICH".
       01  WS-VALUE-KEYED-TIME          PIC X(06).
       01  WS-VALUE-DATE                PIC X(08).
       01  WS-ICH-OUT-FILENAME          PIC X(40).
       01  WS-INPUT-DECISION            PIC X(01).
       01  WS-RELEASED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-AMOUNT-DISPLAY            PIC $ZZZZZZZZZZZZZZZZZZ.99.
       01  WS-DELETE-STATUS             PIC S9(9) COMP-5.
       01  WS-RENAME-STATUS             PIC S9(9) COMP-5.
       01  WS-ACTION-FLAG               PIC X(01).
           88 WS-ACTION-DONE                VALUE "Y".
           88 WS-ACTION-NOT-DONE            VALUE "N".
       01  WS-POST-TYPE                 PIC X(10).
       01  WS-WINDOW-RESULT             PIC X(01).
      *    Clearing or confirming a sanctions hit is a supervisor
      *    act, and every decision is logged under the supervisor
      *    who made it.
       01  WS-REQUIRED-ROLE             PIC X(01) VALUE "S".
       01  WS-OPERATOR-ID               PIC X(08).
       01  WS-SIGNON-RESULT             PIC X(01).
       01  WS-SEC-EVENT-CBU             PIC 9(22).
       01  WS-SEC-EVENT-TYPE            PIC X(16).
       01  WS-SEC-TERMINAL-ID           PIC X(06) VALUE "OPS   ".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SCREEN-REVIEW - SANCTIONS MATCH RELEASE/REJECT"

           CALL 'OPERATOR-SIGNON' USING WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT = "N"
               STOP RUN
           END-IF

      *    SCREEN-REVIEW.txt is rewritten whole below; an outbound
      *    item a live session holds mid-rewrite would vanish with
      *    the customer's money already debited.
           CALL 'TERMINAL-GUARD' USING WS-WINDOW-RESULT
           IF WS-WINDOW-RESULT = "N"
               DISPLAY "TERMINALS ARE STILL SIGNED ON - "
                   "SCREEN-REVIEW WILL NOT RUN"
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY
      *    After the network's cut-off, or on a holiday, anything
      *    sent goes out in the file for the next business day.
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-VALUE-KEYED-TIME
           CALL 'VALUE-DATE' USING WS-VALUE-MOVEMENT-TYPE WS-TODAY
               WS-VALUE-KEYED-TIME WS-VALUE-DATE
           STRING "ICH-OUT-" WS-VALUE-DATE ".txt"
               DELIMITED BY SIZE INTO WS-ICH-OUT-FILENAME

           PERFORM 010-OPEN-FILES THRU 010-END
           PERFORM 020-WORK-QUEUE THRU 020-END
           CLOSE SCREEN-REVIEW-FILE
           CLOSE SCREEN-REVIEW-OUT
           CLOSE ACCOUNTS-FILE

           CALL "CBL_DELETE_FILE" USING "SCREEN-REVIEW.txt"
               GIVING WS-DELETE-STATUS
           IF WS-DELETE-STATUS NOT = 0
               DISPLAY "UNABLE TO DELETE OLD SCREEN-REVIEW.txt, "
                   "ABORTING BEFORE RENAME"
               DISPLAY "DELETE STATUS: " WS-DELETE-STATUS
               STOP RUN
           END-IF
           CALL "CBL_RENAME_FILE" USING
               "SCREEN-REVIEW.txt.new" "SCREEN-REVIEW.txt"
               GIVING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               DISPLAY "UNABLE TO RENAME SCREEN-REVIEW.txt.new INTO "
                   "PLACE - REVIEW QUEUE MAY BE MISSING"
               DISPLAY "RENAME STATUS: " WS-RENAME-STATUS
               STOP RUN
           END-IF

           DISPLAY "ITEMS RELEASED: " WS-RELEASED-COUNT
           DISPLAY "ITEMS REJECTED: " WS-REJECTED-COUNT
           DISPLAY "ITEMS LEFT PENDING: " WS-SKIPPED-COUNT
           STOP RUN.

       010-OPEN-FILES.
           OPEN INPUT SCREEN-REVIEW-FILE
           IF SCRNREVF-STATUS NOT = 00
               DISPLAY "NO SCREENING REVIEW QUEUE ON FILE - NOTHING "
                   "WAITING"
               STOP RUN
           END-IF

           OPEN OUTPUT SCREEN-REVIEW-OUT
           IF SCRNREVOUTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN SCREEN-REVIEW.txt.new"
               STOP RUN
           END-IF

           OPEN I-O ACCOUNTS-FILE
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN ACCOUNTS.DAT"
               DISPLAY "FS-STATUS: " ACCOUNTSF-STATUS
               STOP RUN
           END-IF.
       010-END.EXIT.

       020-WORK-QUEUE.
           PERFORM UNTIL SCRNREVF-STATUS = 10
               READ SCREEN-REVIEW-FILE
                   AT END
                       MOVE 10 TO SCRNREVF-STATUS
                   NOT AT END
                       IF SR-IS-PENDING
                           PERFORM 030-PRESENT-ITEM THRU 030-END
                       END-IF
                       WRITE SCREEN-REVIEW-OUT-REC
                           FROM SCREEN-REVIEW-RECORD
               END-READ
           END-PERFORM.
       020-END.EXIT.

       030-PRESENT-ITEM.
           DISPLAY "-----------------------------------------------"
           DISPLAY "SOURCE:      " SR-SOURCE "  QUEUED: "
               SR-QUEUED-DATE
           DISPLAY "ACCOUNT:     " SR-CBU "  CUSTOMER: "
               SR-CUSTOMER-ID
           DISPLAY "NAME:        " SR-PARTY-NAME
           DISPLAY "DOCUMENT:    " SR-DOCUMENT-NUMBER
           DISPLAY "LIST ENTRY:  " SR-WATCH-ENTRY-ID
           IF SR-FROM-ICH-IN OR SR-FROM-ICH-OUT
               MOVE SR-AMOUNT TO WS-AMOUNT-DISPLAY
               DISPLAY "COUNTERPARTY " SR-COUNTERPARTY-CBU
               DISPLAY "AMOUNT:      " WS-AMOUNT-DISPLAY
                   "  ITEM DATE: " SR-ITEM-DATE
           END-IF
           DISPLAY "DECISION? R-RELEASE X-REJECT S-SKIP"
           ACCEPT WS-INPUT-DECISION

           SET WS-ACTION-NOT-DONE TO TRUE
           EVALUATE TRUE
               WHEN WS-INPUT-DECISION = "R"
                   AND (SR-FROM-ONBOARD OR SR-FROM-RESCREEN)
                   PERFORM 040-RELEASE-ACCOUNT THRU 040-END
               WHEN WS-INPUT-DECISION = "R" AND SR-FROM-ICH-IN
                   PERFORM 050-RELEASE-INBOUND THRU 050-END
               WHEN WS-INPUT-DECISION = "R" AND SR-FROM-ICH-OUT
                   PERFORM 060-RELEASE-OUTBOUND THRU 060-END
               WHEN WS-INPUT-DECISION = "X"
                   AND (SR-FROM-ONBOARD OR SR-FROM-RESCREEN)
                   DISPLAY "ACCOUNT STAYS FROZEN - REFER TO "
                       "COMPLIANCE FOR REPORTING"
                   SET WS-ACTION-DONE TO TRUE
               WHEN WS-INPUT-DECISION = "X" AND SR-FROM-ICH-IN
                   PERFORM 070-RETURN-INBOUND THRU 070-END
               WHEN WS-INPUT-DECISION = "X" AND SR-FROM-ICH-OUT
                   PERFORM 080-REFUND-OUTBOUND THRU 080-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-ACTION-NOT-DONE
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 030-END
           END-IF

           MOVE WS-TODAY TO SR-DECIDED-DATE
           MOVE WS-OPERATOR-ID TO SR-DECIDED-OPERATOR
           MOVE SR-CBU TO WS-SEC-EVENT-CBU
           IF WS-INPUT-DECISION = "R"
               SET SR-IS-RELEASED TO TRUE
               ADD 1 TO WS-RELEASED-COUNT
               MOVE "SCREEN-RELEASED" TO WS-SEC-EVENT-TYPE
               DISPLAY "RELEASED"
           ELSE
               SET SR-IS-REJECTED TO TRUE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "SCREEN-REJECTED" TO WS-SEC-EVENT-TYPE
               DISPLAY "REJECTED"
           END-IF
           CALL 'SEC-EVENT-LOG' USING WS-SEC-EVENT-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID.
       030-END.EXIT.

      *    A cleared false positive: the account screening froze goes
      *    back to the status the freeze replaced - active, dormant
      *    or restricted. A KYC restriction is only put back while
      *    the owner's review is still outstanding; KYC-REVIEW does
      *    not lift frozen accounts, so one recorded meanwhile
      *    returns the account to active. An account someone has
      *    since closed has nothing left to unfreeze - the match is
      *    still cleared, as is a customer-level item KYC-REVIEW
      *    queued for a customer with no account to freeze.
       040-RELEASE-ACCOUNT.
           IF SR-CBU = 0
               DISPLAY "NO ACCOUNT HELD - MATCH CLEARED"
               SET WS-ACTION-DONE TO TRUE
               GO TO 040-END
           END-IF
           MOVE SR-CBU TO FS-CBU
           READ ACCOUNTS-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "ACCOUNT NO LONGER ON FILE - MATCH CLEARED"
                   SET WS-ACTION-DONE TO TRUE
                   GO TO 040-END
           END-READ
           IF ACCOUNTSF-STATUS = 51
               DISPLAY "ACCOUNT BUSY - ITEM LEFT PENDING"
               GO TO 040-END
           END-IF
           IF NOT FS-ACCOUNT-FROZEN
               UNLOCK ACCOUNTS-FILE
               SET WS-ACTION-DONE TO TRUE
               GO TO 040-END
           END-IF

           IF SR-PRIOR-STATUS = "D" OR SR-PRIOR-STATUS = "R"
               MOVE SR-PRIOR-STATUS TO FS-ACCOUNT-STATUS
           ELSE
               SET FS-ACCOUNT-ACTIVE TO TRUE
           END-IF
           IF FS-ACCOUNT-RESTRICTED
               PERFORM 045-CHECK-KYC THRU 045-END
           END-IF
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING CBU: " FS-CBU
                   UNLOCK ACCOUNTS-FILE
                   GO TO 040-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
           UNLOCK ACCOUNTS-FILE
           DISPLAY "ACCOUNT UNFROZEN - STATUS " FS-ACCOUNT-STATUS
           SET WS-ACTION-DONE TO TRUE.
       040-END.EXIT.

      *    The restriction stands only if the owner is still
      *    KYC-restricted on the customer master; a customer row that
      *    cannot be read leaves it standing.
       045-CHECK-KYC.
           IF FS-CUSTOMER-ID = 0
               SET FS-ACCOUNT-ACTIVE TO TRUE
               GO TO 045-END
           END-IF
           OPEN INPUT CUSTOMERS-FILE
           IF CUSTF-STATUS NOT = 00
               GO TO 045-END
           END-IF
           MOVE FS-CUSTOMER-ID TO CU-CUSTOMER-ID
           READ CUSTOMERS-FILE
               NOT INVALID KEY
                   IF NOT CU-KYC-RESTRICTED
                       SET FS-ACCOUNT-ACTIVE TO TRUE
                   END-IF
           END-READ
           CLOSE CUSTOMERS-FILE.
       045-END.EXIT.

      *    The held inbound credit posts exactly as INTERCHANGE-
      *    INBOUND would have posted it. A destination that can no
      *    longer take it leaves the item pending - reject it to send
      *    the money back to the remitting bank.
       050-RELEASE-INBOUND.
           MOVE SR-CBU TO FS-CBU
           READ ACCOUNTS-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "DESTINATION NO LONGER ON FILE - ITEM "
                       "LEFT PENDING. REJECT IT TO RETURN THE FUNDS"
                   GO TO 050-END
           END-READ
           IF ACCOUNTSF-STATUS = 51
               DISPLAY "DESTINATION BUSY - ITEM LEFT PENDING"
               GO TO 050-END
           END-IF
           IF FS-ACCOUNT-IS-LOCKED OR FS-ACCOUNT-FROZEN
               OR FS-ACCOUNT-CLOSED
               OR (FS-CURRENCY-CODE NOT = SPACES
                   AND FS-CURRENCY-CODE NOT = "ARS")
               DISPLAY "DESTINATION CANNOT RECEIVE THIS CREDIT - "
                   "ITEM LEFT PENDING. REJECT IT TO RETURN THE FUNDS"
               UNLOCK ACCOUNTS-FILE
               GO TO 050-END
           END-IF

           MOVE "IBK-IN" TO WS-POST-TYPE
           ADD SR-AMOUNT TO FS-BALANCE
           PERFORM 090-REWRITE-AND-RECEIPT THRU 090-END
           IF WS-ACTION-DONE
               MOVE WS-POST-TYPE TO WX-MOVEMENT-TYPE
               MOVE SR-AMOUNT TO WX-BASE-AMOUNT
               PERFORM 095-CHARGE-TAX THRU 095-END
               UNLOCK ACCOUNTS-FILE
           END-IF.
       050-END.EXIT.

      *    The held transfer leaves now, as the same type C row and
      *    outstanding-items entry 190-EXTERNAL-TRANSFER writes. The
      *    customer was debited when the item was held.
       060-RELEASE-OUTBOUND.
           OPEN EXTEND INTERCHANGE-OUT-FILE
           IF ICHOUTF-STATUS = 35
               OPEN OUTPUT INTERCHANGE-OUT-FILE
           END-IF
           IF ICHOUTF-STATUS NOT = 00
               DISPLAY "INTERBANK FILE UNAVAILABLE - ITEM LEFT "
                   "PENDING"
               DISPLAY "FS-STATUS: " ICHOUTF-STATUS
               GO TO 060-END
           END-IF
           SET IC-TYPE-CREDIT TO TRUE
           MOVE SR-CBU TO IC-SENDER-CBU
           MOVE SR-PARTY-NAME TO IC-SENDER-USERNAME
           MOVE SR-COUNTERPARTY-CBU TO IC-DESTINATION-CBU
           MOVE SR-AMOUNT TO IC-AMOUNT
           MOVE WS-TODAY TO IC-DATE
           MOVE WS-VALUE-DATE TO IC-VALUE-DATE
           WRITE INTERCHANGE-RECORD
           CLOSE INTERCHANGE-OUT-FILE

           OPEN EXTEND ICH-OUTSTANDING-FILE
           IF ICHOUTSF-STATUS = 35
               OPEN OUTPUT ICH-OUTSTANDING-FILE
           END-IF
           IF ICHOUTSF-STATUS = 00
               MOVE SR-CBU TO OS-SENDER-CBU
               MOVE SR-COUNTERPARTY-CBU TO OS-DESTINATION-CBU
               MOVE SR-AMOUNT TO OS-AMOUNT
               MOVE WS-TODAY TO OS-SENT-DATE
               SET OS-IS-PENDING TO TRUE
               MOVE WS-VALUE-DATE TO OS-VALUE-DATE
               WRITE ICH-OUTSTANDING-RECORD
               CLOSE ICH-OUTSTANDING-FILE
           ELSE
               DISPLAY "WARNING: OUTSTANDING-ITEMS REGISTER IS"
               DISPLAY "UNAVAILABLE - ITEM SENT BUT NOT TRACKED"
           END-IF
           SET WS-ACTION-DONE TO TRUE.
       060-END.EXIT.

      *    The refused inbound credit goes back to the remitting bank
      *    as a type R item - the same shape the network uses to send
      *    our own items back: sender and destination as on the
      *    original, so the other bank re-credits its customer.
       070-RETURN-INBOUND.
           OPEN EXTEND INTERCHANGE-OUT-FILE
           IF ICHOUTF-STATUS = 35
               OPEN OUTPUT INTERCHANGE-OUT-FILE
           END-IF
           IF ICHOUTF-STATUS NOT = 00
               DISPLAY "INTERBANK FILE UNAVAILABLE - ITEM LEFT "
                   "PENDING"
               DISPLAY "FS-STATUS: " ICHOUTF-STATUS
               GO TO 070-END
           END-IF
           SET IC-TYPE-RETURN TO TRUE
           MOVE SR-COUNTERPARTY-CBU TO IC-SENDER-CBU
           MOVE SR-PARTY-NAME TO IC-SENDER-USERNAME
           MOVE SR-CBU TO IC-DESTINATION-CBU
           MOVE SR-AMOUNT TO IC-AMOUNT
           MOVE WS-TODAY TO IC-DATE
           MOVE WS-VALUE-DATE TO IC-VALUE-DATE
           WRITE INTERCHANGE-RECORD
           CLOSE INTERCHANGE-OUT-FILE
           DISPLAY "FUNDS RETURNED TO THE REMITTING BANK"
           SET WS-ACTION-DONE TO TRUE.
       070-END.EXIT.

      *    The transfer never leaves; the debited amount goes back to
      *    our customer whatever the account's status, under the same
      *    IBK-RET type a network return uses, so the money is never
      *    stranded.
       080-REFUND-OUTBOUND.
           MOVE SR-CBU TO FS-CBU
           READ ACCOUNTS-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "SENDER NO LONGER ON FILE - ITEM LEFT "
                       "PENDING FOR MANUAL HANDLING"
                   GO TO 080-END
           END-READ
           IF ACCOUNTSF-STATUS = 51
               DISPLAY "SENDER BUSY - ITEM LEFT PENDING"
               GO TO 080-END
           END-IF

           MOVE "IBK-RET" TO WS-POST-TYPE
           ADD SR-AMOUNT TO FS-BALANCE
           PERFORM 090-REWRITE-AND-RECEIPT THRU 090-END
           IF WS-ACTION-DONE
               UNLOCK ACCOUNTS-FILE
               DISPLAY "FUNDS RETURNED TO SENDER"
           END-IF.
       080-END.EXIT.

      *    The account stays locked on success - the caller unlocks
      *    it once anything charged on the movement has posted.
       090-REWRITE-AND-RECEIPT.
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING CBU: " FS-CBU
                   UNLOCK ACCOUNTS-FILE
                   GO TO 090-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD

           MOVE FS-CBU TO WR-CBU
           MOVE WS-POST-TYPE TO WR-TRANS-TYPE
           MOVE SR-AMOUNT TO WR-AMOUNT
           MOVE FS-BALANCE TO WR-RESULTING-BALANCE
           MOVE WS-TODAY TO WR-DATE
           MOVE "00000000" TO WR-TIME
           MOVE SPACES TO WR-TERMINAL-ID
           MOVE FS-CURRENCY-CODE TO WR-CURRENCY-CODE
           CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK
           SET WS-ACTION-DONE TO TRUE.
       090-END.EXIT.

       095-CHARGE-TAX.
           MOVE WS-TODAY TO WX-DATE
           MOVE FS-CBU TO WX-CBU
           MOVE FS-CUSTOMER-ID TO WX-CUSTOMER-ID
           MOVE FS-CURRENCY-CODE TO WX-CURRENCY-CODE
           CALL 'TAX-LOOKUP' USING WS-TAX-WORK
           IF WX-TAX-DUE = 0
               GO TO 095-END
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
       095-END.EXIT.
       END PROGRAM SCREEN-REVIEW.
