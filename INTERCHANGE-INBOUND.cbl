      *          amount is re-credited to the original sender with a
      *          distinct IBK-RET receipt so the customer can see the
      *          return on a statement. Items that cannot be applied
      *          (invalid, unknown or dead CBU) are written to a
      *          dated rejects report and parked on the suspense queue
      *          (SUSPENSE-WRITE) for ops to work off. The inbound
      *          file is renamed to a dated processed name afterwards
      *          so a re-run can never post the same file twice.
      *          Every inbound credit is screened against the
      *          sanctions watch list (WATCHLIST-SCREEN) on the
      *          remitter's name and CBU
      *          before it posts; a possible match is held on
      *          SCREEN-REVIEW.txt for a supervisor instead.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REJECTS-FILE ASSIGN TO WS-REJECTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECTSF-STATUS.
           SELECT SCREEN-REVIEW-FILE ASSIGN TO "SCREEN-REVIEW.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCRNREVF-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 RJ-AMOUNT                PIC 9(18)V99.
           05 RJ-REASON                PIC X(24).

       FD  SCREEN-REVIEW-FILE.
           COPY SCRNREVW.

       WORKING-STORAGE SECTION.
       01  ICHINF-STATUS                PIC 9(2).
       01  ACCOUNTSF-STATUS             PIC 9(2).
           COPY RECEIPTREC
               REPLACING ==RECEIPT-RECORD== BY ==WS-RECEIPT-WORK==
               LEADING ==RF== BY ==WR==.
      *    Tax-ledger work row for 070-CHARGE-TAX, filled half by
      *    the movement and half by TAX-LOOKUP, then handed to
      *    TAX-WRITE.
           COPY TAXLEDG
               REPLACING ==TAX-LEDGER-RECORD== BY ==WS-TAX-WORK==
               LEADING ==TL== BY ==WX==.
      *    Suspense-queue work row for 080-PARK-SUSPENSE, handed to
      *    SUSPENSE-WRITE, which assigns the reference.
           COPY SUSPREC
               REPLACING ==SUSPENSE-RECORD== BY ==WS-SUSPENSE-WORK==
               LEADING ==SQ== BY ==WQ==.
       01  REJECTSF-STATUS              PIC 9(2).
       01  SCRNREVF-STATUS              PIC 9(2).

       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-TODAY                     PIC X(08).
       01  WS-CREDITED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-RETURNED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-HELD-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-RENAME-STATUS             PIC S9(9) COMP-5.
       01  WS-POST-CBU                  PIC 9(22).
       01  WS-POST-TYPE                 PIC X(10).
           88 WS-ITEM-POSTED                VALUE "Y".
           88 WS-ITEM-NOT-POSTED            VALUE "N".
       01  WS-FAIL-REASON               PIC X(24).
       01  WS-CBU-CHECK-FUNCTION        PIC X(01) VALUE "V".
       01  WS-CBU-CHECK-RESULT          PIC X(01).
           88 WS-CBU-IS-VALID               VALUE "Y".
           88 WS-CBU-NOT-VALID              VALUE "N".
       01  WS-WINDOW-RESULT             PIC X(01).
      *    One remitter handed to WATCHLIST-SCREEN.
       01  WS-SCREEN-NAME               PIC X(35).
       01  WS-SCREEN-DOCUMENT           PIC 9(11) VALUE ZERO.
       01  WS-SCREEN-RESULT             PIC X(01).
           88 WS-SCREEN-IS-MATCH            VALUE "M".
           88 WS-SCREEN-IS-CLEAR            VALUE "C".
       01  WS-WATCH-ENTRY-ID            PIC X(10).
      *    Security-log entry for a held item; the batch runs
      *    unattended, so no operator is recorded.
       01  WS-SEC-TERMINAL-ID           PIC X(06) VALUE "OPS   ".
       01  WS-SEC-EVENT-TYPE            PIC X(16) VALUE "SCREEN-HOLD".
       01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CLOSE INTERCHANGE-IN-FILE
           CLOSE ACCOUNTS-FILE
           CLOSE REJECTS-FILE
           CLOSE SCREEN-REVIEW-FILE

      *    Move the ingested file out of the way under a dated name so
      *    a second run tonight finds nothing to double-post.
           DISPLAY "INBOUND CREDITS POSTED: " WS-CREDITED-COUNT
           DISPLAY "RETURNED ITEMS RE-CREDITED: " WS-RETURNED-COUNT
           DISPLAY "ITEMS REJECTED: " WS-REJECTED-COUNT
           DISPLAY "ITEMS HELD FOR SANCTIONS REVIEW: " WS-HELD-COUNT
           IF WS-REJECTED-COUNT > 0
               DISPLAY "REJECTS REPORT: " WS-REJECTS-FILENAME
           END-IF
           IF REJECTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN REJECTS REPORT"
               GOBACK
           END-IF

      *    Nothing posts unscreened: without the review queue a
      *    match would have nowhere to wait.
           OPEN EXTEND SCREEN-REVIEW-FILE
           IF SCRNREVF-STATUS = 35
               OPEN OUTPUT SCREEN-REVIEW-FILE
           END-IF
           IF SCRNREVF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN SCREEN-REVIEW.txt"
               DISPLAY "FS-STATUS: " SCRNREVF-STATUS
               GOBACK
           END-IF.
       010-END.EXIT.

                   GO TO 030-END
           END-EVALUATE

      *    A fresh credit from another bank is screened before
      *    anything else is done with it - a credit rejected below is
      *    parked on suspense, from where it can still be reposted,
      *    so no unscreened money may reach it. A return is our own
      *    item coming back to our own customer - screened when it
      *    left.
           IF IC-TYPE-CREDIT
               MOVE IC-SENDER-USERNAME TO WS-SCREEN-NAME
               CALL 'WATCHLIST-SCREEN' USING WS-SCREEN-NAME
                   WS-SCREEN-DOCUMENT IC-SENDER-CBU WS-SCREEN-RESULT
                   WS-WATCH-ENTRY-ID
               IF WS-SCREEN-IS-MATCH
                   PERFORM 060-HOLD-FOR-REVIEW THRU 060-END
                   GO TO 030-END
               END-IF
           END-IF

      *    A CBU failing its check digits cannot be one of ours - it
      *    is refused on the digits alone, before any lookup.
           CALL 'CBU-CHECK' USING WS-POST-CBU WS-CBU-CHECK-FUNCTION
               WS-CBU-CHECK-RESULT
           IF WS-CBU-NOT-VALID
               MOVE "INVALID-CBU" TO WS-FAIL-REASON
               PERFORM 050-WRITE-REJECT THRU 050-END
               GO TO 030-END
           END-IF

           PERFORM 040-POST-CREDIT THRU 040-END
           UNLOCK ACCOUNTS-FILE
           IF WS-ITEM-POSTED
           MOVE FS-CURRENCY-CODE
               TO WR-CURRENCY-CODE
           CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK
           MOVE WS-POST-TYPE TO WX-MOVEMENT-TYPE
           MOVE IC-AMOUNT TO WX-BASE-AMOUNT
           PERFORM 070-CHARGE-TAX THRU 070-END

           SET WS-ITEM-POSTED TO TRUE.
       040-END.EXIT.
           MOVE IC-DESTINATION-CBU TO RJ-DESTINATION-CBU
           MOVE IC-AMOUNT TO RJ-AMOUNT
           MOVE WS-FAIL-REASON TO RJ-REASON
           WRITE REJECT-RECORD
           PERFORM 080-PARK-SUSPENSE THRU 080-END.
       050-END.EXIT.
      *    The credit is not posted; it waits on the review queue
      *    for a supervisor (SCREEN-REVIEW) to post it or send it
      *    back to the remitting bank.
       060-HOLD-FOR-REVIEW.
           ADD 1 TO WS-HELD-COUNT
           MOVE 0 TO SR-CUSTOMER-ID
           MOVE IC-DESTINATION-CBU TO FS-CBU
           READ ACCOUNTS-FILE
               NOT INVALID KEY
                   MOVE FS-CUSTOMER-ID TO SR-CUSTOMER-ID
           END-READ
           SET SR-FROM-ICH-IN TO TRUE
           MOVE IC-DESTINATION-CBU TO SR-CBU
           MOVE WS-SCREEN-NAME TO SR-PARTY-NAME
           MOVE 0 TO SR-DOCUMENT-NUMBER
           MOVE WS-WATCH-ENTRY-ID TO SR-WATCH-ENTRY-ID
           MOVE IC-SENDER-CBU TO SR-COUNTERPARTY-CBU
           MOVE IC-AMOUNT TO SR-AMOUNT
           MOVE IC-DATE TO SR-ITEM-DATE
           MOVE WS-TODAY TO SR-QUEUED-DATE
           SET SR-IS-PENDING TO TRUE
           MOVE SPACES TO SR-DECIDED-DATE
           MOVE SPACES TO SR-DECIDED-OPERATOR
           MOVE SPACES TO SR-PRIOR-STATUS
           WRITE SCREEN-REVIEW-RECORD
           CALL 'SEC-EVENT-LOG' USING IC-DESTINATION-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID.
       060-END.EXIT.

      *    Transaction tax or interest withholding on the movement
      *    just posted to the account in the record buffer, when the
      *    tax table lists its type (the caller sets WX-MOVEMENT-TYPE
      *    and WX-BASE-AMOUNT): its own TAX-DBCR / TAX-WHT receipt,
      *    never netted off the movement, plus a tax-ledger row for
      *    the monthly return. Collected down to the account's floor
      *    at most - the rest stays on the ledger as due but
      *    uncollected.
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
               MOVE SPACES TO WR-TERMINAL-ID
               MOVE FS-CURRENCY-CODE TO WR-CURRENCY-CODE
               CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK
           END-IF
           CALL 'TAX-WRITE' USING WS-TAX-WORK.
       070-END.EXIT.

      *    Every rejected item also goes on the suspense queue. The
      *    network has already settled a credit or return with us, so
      *    its amount sits in suspense (SUSP-ICH) until ops reposts
      *    it to the right account or returns it to the remitting
      *    bank; a row of unknown type moved nothing we can book.
       080-PARK-SUSPENSE.
           INITIALIZE WS-SUSPENSE-WORK
           MOVE WS-TODAY TO WQ-REF-DATE
           SET WQ-FROM-INTERCHANGE TO TRUE
           MOVE "INTERCHANGE-INBOUND" TO WQ-SOURCE-JOB
           EVALUATE TRUE
               WHEN IC-TYPE-CREDIT
                   SET WQ-HOLDS-CREDIT TO TRUE
                   MOVE IC-DESTINATION-CBU TO WQ-CBU
                   MOVE IC-SENDER-CBU TO WQ-COUNTERPARTY-CBU
                   MOVE "SUSP-ICH" TO WQ-PARK-GL-TYPE
               WHEN IC-TYPE-RETURN
                   SET WQ-HOLDS-CREDIT TO TRUE
                   MOVE IC-SENDER-CBU TO WQ-CBU
                   MOVE IC-DESTINATION-CBU TO WQ-COUNTERPARTY-CBU
                   MOVE "SUSP-ICH" TO WQ-PARK-GL-TYPE
               WHEN OTHER
                   SET WQ-IS-MEMO TO TRUE
                   MOVE IC-DESTINATION-CBU TO WQ-CBU
                   MOVE IC-SENDER-CBU TO WQ-COUNTERPARTY-CBU
                   MOVE SPACES TO WQ-PARK-GL-TYPE
           END-EVALUATE
           MOVE IC-SENDER-USERNAME TO WQ-COUNTERPARTY-NAME
           MOVE IC-AMOUNT TO WQ-AMOUNT
           MOVE "ARS" TO WQ-CURRENCY-CODE
           MOVE IC-DATE TO WQ-ITEM-DATE
           MOVE SPACES TO WQ-ITEM-REF
           MOVE IC-RECORD-TYPE TO WQ-ITEM-TYPE
           MOVE WS-FAIL-REASON TO WQ-REASON
           CALL 'SUSPENSE-WRITE' USING WS-SUSPENSE-WORK.
       080-END.EXIT.
       END PROGRAM INTERCHANGE-INBOUND.
