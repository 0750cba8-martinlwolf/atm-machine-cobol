      ******************************************************************
      * Author:
      * Date:
      * Purpose: Teller tool to record a completed periodic due-
      *          diligence review. Shows the customer's identity data
      *          and review state from CUSTOMERS.DAT, takes the
      *          refreshed name, document, birth date, address and
      *          phone (a blank answer keeps what is on file) and the
      *          risk rating the review concluded (L/M/H, blank
      *          keeps). A changed name or document is screened
      *          against the watch list (WATCHLIST-SCREEN) before
      *          anything is stored; a possible match not already
      *          cleared refuses the review, freezes the customer's
      *          accounts and queues them on SCREEN-REVIEW.txt as
      *          re-screen items (one customer-level item when no
      *          account can be frozen), exactly as the re-screen
      *          after a list load does. Once a supervisor has
      *          released the match the review can be recorded.
      *          The review is stamped today under the
      *          operator, the next one is scheduled from the rating
      *          (KYC-RISK), the notice and the CTR / dispute counts
      *          start over and the customer is current again. Any of
      *          the customer's accounts restricted by KYC-REVIEW-RUN
      *          are lifted back to active; an account busy at that
      *          moment is reported and lifted by running the tool
      *          again. The review and each lift go to the KYC-LOG.txt
      *          register and the security log. Teller sign-on
      *          required.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYC-REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS CUSTF-STATUS.
           SELECT ACCOUNTS-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CBU
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS ACCOUNTSF-STATUS.
           SELECT SCREEN-REVIEW-FILE ASSIGN TO "SCREEN-REVIEW.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCRNREVF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMERS-FILE.
           COPY CUSTREC.

       FD  ACCOUNTS-FILE.
           COPY ACCTREC.

       FD  SCREEN-REVIEW-FILE.
           COPY SCRNREVW.

       WORKING-STORAGE SECTION.
       01  CUSTF-STATUS                PIC 9(2).
       01  ACCOUNTSF-STATUS            PIC 9(2).
       01  SCRNREVF-STATUS             PIC 9(2).
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TODAY                    PIC X(08).
       01  WS-INPUT-CUSTOMER-ID        PIC 9(08).
       01  WS-INPUT-FULL-NAME          PIC X(35).
       01  WS-INPUT-DOCUMENT           PIC X(11).
       01  WS-INPUT-BIRTH-DATE         PIC X(08).
       01  WS-INPUT-ADDRESS            PIC X(50).
       01  WS-INPUT-PHONE              PIC X(15).
       01  WS-INPUT-RATING             PIC X(01).
           88 WS-RATING-IS-VALID           VALUE "L" "M" "H".
       01  WS-OLD-RATING               PIC X(01).
       01  WS-HOLD-CBU                 PIC 9(22).
       01  WS-LIFTED-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-BUSY-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-REQUIRED-ROLE            PIC X(01) VALUE "T".
       01  WS-OPERATOR-ID              PIC X(08).
       01  WS-SIGNON-RESULT            PIC X(01).
       01  WS-SEC-EVENT-CBU            PIC 9(22) VALUE ZERO.
       01  WS-SEC-EVENT-TYPE           PIC X(16).
       01  WS-SEC-TERMINAL-ID          PIC X(06) VALUE "OPS   ".
      *    The identity as it would stand after the review, handed to
      *    WATCHLIST-SCREEN.
       01  WS-SCREEN-NAME              PIC X(35).
       01  WS-SCREEN-DOCUMENT          PIC 9(11).
       01  WS-SCREEN-CBU               PIC 9(22) VALUE ZERO.
       01  WS-SCREEN-RESULT            PIC X(01).
           88 WS-SCREEN-IS-MATCH           VALUE "M".
           88 WS-SCREEN-IS-CLEAR           VALUE "C".
       01  WS-WATCH-ENTRY-ID           PIC X(10).
      *    What the review queue already says about this customer and
      *    list entry: released, still pending, confirmed by a reject,
      *    or nothing yet.
       01  WS-CASE-FLAG                PIC X(01).
           88 WS-CASE-CLEARED              VALUE "C".
           88 WS-CASE-PENDING              VALUE "P".
           88 WS-CASE-CONFIRMED            VALUE "X".
           88 WS-CASE-NEW                  VALUE "N".
       01  WS-PRIOR-STATUS             PIC X(01).
       01  WS-FROZEN-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-QUEUED-COUNT             PIC 9(3) VALUE ZERO.
      *    KYC-RISK calls - scheduling and the register.
       01  WS-KYC-FUNCTION             PIC X(01).
       01  WS-KYC-CUSTOMER-ID          PIC 9(08).
       01  WS-KYC-EVENT-TYPE           PIC X(08).
       01  WS-KYC-REASON               PIC X(10).
       01  WS-KYC-RATING               PIC X(01).
       01  WS-KYC-FROM-DATE            PIC X(08).
       01  WS-KYC-NEXT-DATE            PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "KYC-REVIEW - RECORD A COMPLETED CUSTOMER REVIEW"

           CALL 'OPERATOR-SIGNON' USING WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT = "N"
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY

           DISPLAY "ENTER THE CUSTOMER ID"
           ACCEPT WS-INPUT-CUSTOMER-ID

           OPEN I-O CUSTOMERS-FILE
           IF CUSTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN CUSTOMERS.DAT"
               DISPLAY "FS-STATUS: " CUSTF-STATUS
               STOP RUN
           END-IF
           MOVE WS-INPUT-CUSTOMER-ID TO CU-CUSTOMER-ID
           READ CUSTOMERS-FILE
               INVALID KEY
                   DISPLAY "NO SUCH CUSTOMER ON FILE: "
                       WS-INPUT-CUSTOMER-ID
                   CLOSE CUSTOMERS-FILE
                   STOP RUN
           END-READ

           PERFORM 010-SHOW-CUSTOMER THRU 010-END
           PERFORM 020-TAKE-REVIEW THRU 020-END
           PERFORM 025-SCREEN-IDENTITY THRU 025-END
           PERFORM 030-RECORD-REVIEW THRU 030-END

           MOVE "REVIEW" TO WS-KYC-EVENT-TYPE
           PERFORM 050-LOG-EVENT THRU 050-END
      *    The security log is keyed by CBU; a customer-level event
      *    carries the customer ID in the low-order digits instead.
           MOVE WS-INPUT-CUSTOMER-ID TO WS-SEC-EVENT-CBU
           MOVE "KYC-REVIEW" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING WS-SEC-EVENT-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID
           DISPLAY "REVIEW RECORDED FOR CUSTOMER " CU-CUSTOMER-ID
           DISPLAY "RISK RATING: " CU-RISK-RATING
               "  NEXT REVIEW DUE: " CU-NEXT-REVIEW-DATE

           PERFORM 040-LIFT-RESTRICTIONS THRU 040-END
           IF WS-LIFTED-COUNT > 0
               MOVE "LIFT" TO WS-KYC-EVENT-TYPE
               PERFORM 050-LOG-EVENT THRU 050-END
               DISPLAY "ACCOUNTS RESTRICTION LIFTED: " WS-LIFTED-COUNT
           END-IF
           IF WS-BUSY-COUNT > 0
               DISPLAY "ACCOUNTS BUSY, STILL RESTRICTED: "
                   WS-BUSY-COUNT
               DISPLAY "RUN KYC-REVIEW AGAIN TO LIFT THEM"
           END-IF
           CLOSE CUSTOMERS-FILE
           STOP RUN.

       010-SHOW-CUSTOMER.
           DISPLAY "CUSTOMER:       " CU-CUSTOMER-ID
           DISPLAY "NAME:           " CU-FULL-NAME
           DISPLAY "DOCUMENT:       " CU-DOCUMENT-NUMBER
           DISPLAY "BIRTH DATE:     " CU-BIRTH-DATE
           DISPLAY "ADDRESS:        " CU-ADDRESS
           DISPLAY "PHONE:          " CU-PHONE
           DISPLAY "RISK RATING:    " CU-RISK-RATING
               "  SET " CU-RISK-DATE " (" CU-RISK-REASON ")"
           DISPLAY "LAST REVIEW:    " CU-LAST-REVIEW-DATE
           DISPLAY "NEXT REVIEW:    " CU-NEXT-REVIEW-DATE
           DISPLAY "KYC STATUS:     " CU-KYC-STATUS
               "  NOTICED " CU-REVIEW-NOTICE-DATE
           DISPLAY "SINCE LAST REVIEW - CTR APPEARANCES: "
               CU-CTR-COUNT "  DISPUTES: " CU-DISPUTE-COUNT.
       010-END.EXIT.

      *    A blank answer keeps the value on file; anything entered
      *    that cannot be stored is refused before a byte changes.
       020-TAKE-REVIEW.
           MOVE SPACES TO WS-INPUT-FULL-NAME WS-INPUT-DOCUMENT
               WS-INPUT-BIRTH-DATE WS-INPUT-ADDRESS WS-INPUT-PHONE
               WS-INPUT-RATING
           DISPLAY "NEW NAME (BLANK KEEPS):"
           ACCEPT WS-INPUT-FULL-NAME
           DISPLAY "NEW DOCUMENT NUMBER (BLANK KEEPS):"
           ACCEPT WS-INPUT-DOCUMENT
           DISPLAY "NEW BIRTH DATE YYYYMMDD (BLANK KEEPS):"
           ACCEPT WS-INPUT-BIRTH-DATE
           DISPLAY "NEW ADDRESS (BLANK KEEPS):"
           ACCEPT WS-INPUT-ADDRESS
           DISPLAY "NEW PHONE (BLANK KEEPS):"
           ACCEPT WS-INPUT-PHONE
           DISPLAY "RISK RATING L, M OR H (BLANK KEEPS):"
           ACCEPT WS-INPUT-RATING

           IF WS-INPUT-DOCUMENT NOT = SPACES
               AND WS-INPUT-DOCUMENT IS NOT NUMERIC
               DISPLAY "DOCUMENT NUMBER MUST BE 11 DIGITS - "
                   "NOTHING CHANGED"
               CLOSE CUSTOMERS-FILE
               STOP RUN
           END-IF
           IF WS-INPUT-BIRTH-DATE NOT = SPACES
               AND WS-INPUT-BIRTH-DATE IS NOT NUMERIC
               DISPLAY "BIRTH DATE MUST BE YYYYMMDD - NOTHING CHANGED"
               CLOSE CUSTOMERS-FILE
               STOP RUN
           END-IF
           IF WS-INPUT-RATING NOT = SPACES
               AND NOT WS-RATING-IS-VALID
               DISPLAY "INVALID RISK RATING - NOTHING CHANGED"
               CLOSE CUSTOMERS-FILE
               STOP RUN
           END-IF.
       020-END.EXIT.

      *    A refreshed name or document is a new identity and is
      *    screened before a byte is stored, as onboarding screens a
      *    new customer. A match the supervisor has already released
      *    for this customer does not stop the review again.
       025-SCREEN-IDENTITY.
           IF WS-INPUT-FULL-NAME = SPACES
               AND WS-INPUT-DOCUMENT = SPACES
               GO TO 025-END
           END-IF
           MOVE CU-FULL-NAME TO WS-SCREEN-NAME
           IF WS-INPUT-FULL-NAME NOT = SPACES
               MOVE WS-INPUT-FULL-NAME TO WS-SCREEN-NAME
           END-IF
           MOVE CU-DOCUMENT-NUMBER TO WS-SCREEN-DOCUMENT
           IF WS-INPUT-DOCUMENT NOT = SPACES
               MOVE WS-INPUT-DOCUMENT TO WS-SCREEN-DOCUMENT
           END-IF
           CALL 'WATCHLIST-SCREEN' USING WS-SCREEN-NAME
               WS-SCREEN-DOCUMENT WS-SCREEN-CBU WS-SCREEN-RESULT
               WS-WATCH-ENTRY-ID
           IF NOT WS-SCREEN-IS-MATCH
               GO TO 025-END
           END-IF

           PERFORM 026-FIND-EARLIER-CASE THRU 026-END
           IF WS-CASE-CLEARED
               DISPLAY "WATCH-LIST ENTRY " WS-WATCH-ENTRY-ID
                   " ALREADY CLEARED FOR THIS CUSTOMER - REVIEW "
                   "CONTINUES"
               GO TO 025-END
           END-IF

           DISPLAY "NEW IDENTITY IS A POSSIBLE WATCH-LIST MATCH "
               "(ENTRY " WS-WATCH-ENTRY-ID ") - REVIEW NOT RECORDED, "
               "NOTHING CHANGED ON THE CUSTOMER"
           EVALUATE TRUE
               WHEN WS-CASE-CONFIRMED
                   DISPLAY "COMPLIANCE HAS CONFIRMED THIS MATCH - "
                       "REFER THE CUSTOMER TO COMPLIANCE"
               WHEN WS-CASE-PENDING
                   DISPLAY "THE MATCH IS ALREADY WAITING ON THE "
                       "REVIEW QUEUE"
                   DISPLAY "RECORD THE REVIEW AGAIN ONCE A "
                       "SUPERVISOR HAS RELEASED THE MATCH"
               WHEN OTHER
                   PERFORM 027-HOLD-ACCOUNTS THRU 027-END
                   DISPLAY "ACCOUNTS FROZEN FOR REVIEW: "
                       WS-FROZEN-COUNT
                   DISPLAY "ITEMS QUEUED FOR SCREEN-REVIEW: "
                       WS-QUEUED-COUNT
                   DISPLAY "RECORD THE REVIEW AGAIN ONCE A "
                       "SUPERVISOR HAS RELEASED THE MATCH"
           END-EVALUATE
           CLOSE CUSTOMERS-FILE
           STOP RUN.
       025-END.EXIT.

       026-FIND-EARLIER-CASE.
           SET WS-CASE-NEW TO TRUE
           OPEN INPUT SCREEN-REVIEW-FILE
           IF SCRNREVF-STATUS NOT = 00
               GO TO 026-END
           END-IF
           PERFORM UNTIL SCRNREVF-STATUS = 10
               READ SCREEN-REVIEW-FILE
                   AT END
                       MOVE 10 TO SCRNREVF-STATUS
                   NOT AT END
                       IF (SR-FROM-ONBOARD OR SR-FROM-RESCREEN)
                           AND SR-CUSTOMER-ID = CU-CUSTOMER-ID
                           AND SR-WATCH-ENTRY-ID = WS-WATCH-ENTRY-ID
                           IF SR-IS-RELEASED
                               SET WS-CASE-CLEARED TO TRUE
                               MOVE 10 TO SCRNREVF-STATUS
                           END-IF
                           IF SR-IS-PENDING
                               AND NOT WS-CASE-CONFIRMED
                               SET WS-CASE-PENDING TO TRUE
                           END-IF
                           IF SR-IS-REJECTED
                               SET WS-CASE-CONFIRMED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCREEN-REVIEW-FILE.
       026-END.EXIT.

      *    Each account the customer owns that is still open and not
      *    already frozen is frozen and queued as a re-screen item,
      *    with the status the freeze replaced, as WATCHLIST-LOAD
      *    does. With nothing to freeze, one item without an account
      *    still puts the match in front of a supervisor.
       027-HOLD-ACCOUNTS.
           OPEN EXTEND SCREEN-REVIEW-FILE
           IF SCRNREVF-STATUS = 35
               OPEN OUTPUT SCREEN-REVIEW-FILE
           END-IF
           IF SCRNREVF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN SCREEN-REVIEW.txt - REFER THE "
                   "MATCH TO COMPLIANCE"
               DISPLAY "FS-STATUS: " SCRNREVF-STATUS
               GO TO 027-END
           END-IF
           OPEN I-O ACCOUNTS-FILE
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN ACCOUNTS.DAT - NO ACCOUNT "
                   "FROZEN"
               DISPLAY "FS-STATUS: " ACCOUNTSF-STATUS
           ELSE
               PERFORM UNTIL ACCOUNTSF-STATUS = 10
                   READ ACCOUNTS-FILE NEXT RECORD
                       AT END
                           MOVE 10 TO ACCOUNTSF-STATUS
                       NOT AT END
                           IF FS-CUSTOMER-ID = CU-CUSTOMER-ID
                               AND NOT FS-ACCOUNT-CLOSED
                               AND NOT FS-ACCOUNT-FROZEN
                               PERFORM 028-FREEZE-ONE THRU 028-END
                           END-IF
                   END-READ
                   IF ACCOUNTSF-STATUS NOT = 00
                       AND ACCOUNTSF-STATUS NOT = 10
                       DISPLAY "READ ERROR, FREEZE ABANDONED. "
                           "FS-STATUS: " ACCOUNTSF-STATUS
                       MOVE 10 TO ACCOUNTSF-STATUS
                   END-IF
               END-PERFORM
               CLOSE ACCOUNTS-FILE
           END-IF
           IF WS-QUEUED-COUNT = 0
               MOVE 0 TO FS-CBU
               MOVE SPACES TO WS-PRIOR-STATUS
               PERFORM 029-QUEUE-ONE THRU 029-END
           END-IF
           CLOSE SCREEN-REVIEW-FILE.
       027-END.EXIT.

       028-FREEZE-ONE.
           MOVE FS-CBU TO WS-HOLD-CBU
           READ ACCOUNTS-FILE WITH LOCK
               INVALID KEY
                   GO TO 028-END
           END-READ
           IF ACCOUNTSF-STATUS = 51
               DISPLAY "ACCOUNT BUSY, NOT FROZEN: " WS-HOLD-CBU
               MOVE 00 TO ACCOUNTSF-STATUS
               GO TO 028-END
           END-IF
           IF FS-ACCOUNT-CLOSED OR FS-ACCOUNT-FROZEN
               UNLOCK ACCOUNTS-FILE
               GO TO 028-END
           END-IF
           MOVE FS-ACCOUNT-STATUS TO WS-PRIOR-STATUS
           SET FS-ACCOUNT-FROZEN TO TRUE
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "ERROR FREEZING CBU: " FS-CBU
                   UNLOCK ACCOUNTS-FILE
                   GO TO 028-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
           UNLOCK ACCOUNTS-FILE
           ADD 1 TO WS-FROZEN-COUNT
           PERFORM 029-QUEUE-ONE THRU 029-END

           MOVE FS-CBU TO WS-SEC-EVENT-CBU
           MOVE "SCREEN-FREEZE" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING WS-SEC-EVENT-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID.
       028-END.EXIT.

       029-QUEUE-ONE.
           SET SR-FROM-RESCREEN TO TRUE
           MOVE CU-CUSTOMER-ID TO SR-CUSTOMER-ID
           MOVE FS-CBU TO SR-CBU
           MOVE WS-SCREEN-NAME TO SR-PARTY-NAME
           MOVE WS-SCREEN-DOCUMENT TO SR-DOCUMENT-NUMBER
           MOVE WS-WATCH-ENTRY-ID TO SR-WATCH-ENTRY-ID
           MOVE 0 TO SR-COUNTERPARTY-CBU
           MOVE 0 TO SR-AMOUNT
           MOVE WS-TODAY TO SR-ITEM-DATE
           MOVE WS-TODAY TO SR-QUEUED-DATE
           SET SR-IS-PENDING TO TRUE
           MOVE SPACES TO SR-DECIDED-DATE
           MOVE SPACES TO SR-DECIDED-OPERATOR
           MOVE WS-PRIOR-STATUS TO SR-PRIOR-STATUS
           WRITE SCREEN-REVIEW-RECORD
           ADD 1 TO WS-QUEUED-COUNT.
       029-END.EXIT.

       030-RECORD-REVIEW.
           IF WS-INPUT-FULL-NAME NOT = SPACES
               MOVE WS-INPUT-FULL-NAME TO CU-FULL-NAME
           END-IF
           IF WS-INPUT-DOCUMENT NOT = SPACES
               MOVE WS-INPUT-DOCUMENT TO CU-DOCUMENT-NUMBER
           END-IF
           IF WS-INPUT-BIRTH-DATE NOT = SPACES
               MOVE WS-INPUT-BIRTH-DATE TO CU-BIRTH-DATE
           END-IF
           IF WS-INPUT-ADDRESS NOT = SPACES
               MOVE WS-INPUT-ADDRESS TO CU-ADDRESS
           END-IF
           IF WS-INPUT-PHONE NOT = SPACES
               MOVE WS-INPUT-PHONE TO CU-PHONE
           END-IF

      *    A customer created before ratings existed reads as low.
           MOVE CU-RISK-RATING TO WS-OLD-RATING
           IF WS-OLD-RATING = SPACE
               MOVE "L" TO WS-OLD-RATING
               MOVE "L" TO CU-RISK-RATING
           END-IF
           IF WS-INPUT-RATING NOT = SPACES
               AND WS-INPUT-RATING NOT = WS-OLD-RATING
               MOVE WS-INPUT-RATING TO CU-RISK-RATING
               MOVE "REVIEW" TO CU-RISK-REASON
               MOVE WS-TODAY TO CU-RISK-DATE
           END-IF

           MOVE "S" TO WS-KYC-FUNCTION
           MOVE CU-CUSTOMER-ID TO WS-KYC-CUSTOMER-ID
           MOVE CU-RISK-RATING TO WS-KYC-RATING
           MOVE WS-TODAY TO WS-KYC-FROM-DATE
           CALL 'KYC-RISK' USING WS-KYC-FUNCTION WS-KYC-CUSTOMER-ID
               WS-KYC-EVENT-TYPE WS-KYC-REASON WS-KYC-RATING
               WS-KYC-FROM-DATE WS-KYC-NEXT-DATE WS-OPERATOR-ID

           MOVE WS-TODAY TO CU-LAST-REVIEW-DATE
           MOVE WS-KYC-NEXT-DATE TO CU-NEXT-REVIEW-DATE
           MOVE SPACES TO CU-REVIEW-NOTICE-DATE
           MOVE "C" TO CU-KYC-STATUS
           MOVE 0 TO CU-CTR-COUNT
           MOVE 0 TO CU-DISPUTE-COUNT
           MOVE WS-OPERATOR-ID TO CU-REVIEW-OPERATOR-ID

           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "SYSTEM FAILURE. TRY LATER"
                   CLOSE CUSTOMERS-FILE
                   STOP RUN
           END-REWRITE.
       030-END.EXIT.

      *    Walks the accounts without a lock and locks only the
      *    record it lifts. Only the accounts the customer owns were
      *    restricted, so only those are lifted.
       040-LIFT-RESTRICTIONS.
           OPEN I-O ACCOUNTS-FILE
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN ACCOUNTS.DAT - RESTRICTIONS "
                   "NOT LIFTED"
               DISPLAY "FS-STATUS: " ACCOUNTSF-STATUS
               GO TO 040-END
           END-IF
           PERFORM UNTIL ACCOUNTSF-STATUS = 10
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO ACCOUNTSF-STATUS
                   NOT AT END
                       IF FS-CUSTOMER-ID = WS-INPUT-CUSTOMER-ID
                           AND FS-ACCOUNT-RESTRICTED
                           PERFORM 045-LIFT-ONE THRU 045-END
                       END-IF
               END-READ
               IF ACCOUNTSF-STATUS NOT = 00
                   AND ACCOUNTSF-STATUS NOT = 10
                   DISPLAY "READ ERROR, LIFT ABANDONED. FS-STATUS: "
                       ACCOUNTSF-STATUS
                   MOVE 10 TO ACCOUNTSF-STATUS
               END-IF
           END-PERFORM
           CLOSE ACCOUNTS-FILE.
       040-END.EXIT.

      *    KYC-REVIEW-RUN restricts only active accounts, so active
      *    is the status a restriction always returns to.
       045-LIFT-ONE.
           MOVE FS-CBU TO WS-HOLD-CBU
           READ ACCOUNTS-FILE WITH LOCK
               INVALID KEY
                   GO TO 045-END
           END-READ
           IF ACCOUNTSF-STATUS = 51
               DISPLAY "ACCOUNT BUSY, NOT LIFTED: " WS-HOLD-CBU
               ADD 1 TO WS-BUSY-COUNT
               MOVE 00 TO ACCOUNTSF-STATUS
               GO TO 045-END
           END-IF
           IF NOT FS-ACCOUNT-RESTRICTED
               UNLOCK ACCOUNTS-FILE
               GO TO 045-END
           END-IF
           SET FS-ACCOUNT-ACTIVE TO TRUE
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING CBU: " FS-CBU
                   UNLOCK ACCOUNTS-FILE
                   GO TO 045-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
           UNLOCK ACCOUNTS-FILE
           DISPLAY "RESTRICTION LIFTED: " FS-CBU
           ADD 1 TO WS-LIFTED-COUNT

           MOVE FS-CBU TO WS-SEC-EVENT-CBU
           MOVE "KYC-LIFT" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING WS-SEC-EVENT-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID.
       045-END.EXIT.

       050-LOG-EVENT.
           MOVE "L" TO WS-KYC-FUNCTION
           MOVE WS-INPUT-CUSTOMER-ID TO WS-KYC-CUSTOMER-ID
           MOVE "REVIEW" TO WS-KYC-REASON
           MOVE CU-RISK-RATING TO WS-KYC-RATING
           MOVE CU-NEXT-REVIEW-DATE TO WS-KYC-NEXT-DATE
           CALL 'KYC-RISK' USING WS-KYC-FUNCTION WS-KYC-CUSTOMER-ID
               WS-KYC-EVENT-TYPE WS-KYC-REASON WS-KYC-RATING
               WS-KYC-FROM-DATE WS-KYC-NEXT-DATE WS-OPERATOR-ID.
       050-END.EXIT.
       END PROGRAM KYC-REVIEW.
