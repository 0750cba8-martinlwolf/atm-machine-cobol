      * Author:
      * Date:
      * Purpose: Daily account-opening batch. Reads a "new accounts"
      *          input file (username, opening balance, PIN, and the
      *          owning customer's demographics) and appends those
      *          as new records to ACCOUNTS.DAT without destroying the
      *          accounts already on file - replaces the old
      *          CREATE-ACCOUNTS hardcoded table, which always rebuilt
      *          CUSTOMERS.DAT customer master: a row whose customer
      *          ID is already on file just attaches the new account
      *          to that customer; an unknown ID creates the customer
      *          record from the input's demographics. Every new
      *          customer is screened against the sanctions watch list
      *          (WATCHLIST-SCREEN) before the account opens; a
      *          possible match opens the account frozen and queues
      *          it on SCREEN-REVIEW.txt for a supervisor. A new
      *          customer is given the risk rating on the input row
      *          (low when blank), counted as reviewed today and
      *          scheduled for the next due-diligence review through
      *          KYC-RISK; a further account for a customer whose
      *          overdue review has restricted them opens restricted
      *          (deposits only) like the customer's other accounts.
      *          Every account gets the next free CBU of our bank and
      *          branch (CBU-BANK-BRANCH.txt - the seven-digit bank and
      *          branch code), check digits stamped by CBU-CHECK; the
      *          CBU on the input row is not used. The CBUs assigned
      *          are listed on the dated NEW-ACCOUNTS-CBU-YYYYMMDD.txt
      *          for the branches, and the input file is renamed to a
      *          dated processed name so a re-run cannot open the same
      *          accounts twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PRODUCT-CODE
               FILE STATUS IS PRODUCTSF-STATUS.
           SELECT SCREEN-REVIEW-FILE ASSIGN TO "SCREEN-REVIEW.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCRNREVF-STATUS.
           SELECT BANK-BRANCH-FILE ASSIGN TO "CBU-BANK-BRANCH.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANKBRF-STATUS.
           SELECT CBU-ASSIGNED-FILE ASSIGN TO WS-ASSIGNED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CBUASGF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NEW-ACCOUNTS-FILE.
       01  NEW-ACCOUNT-RECORD.
      *    Kept for the branches' input layout only - the account's
      *    CBU is assigned here, never taken from the row.
           05 NA-CBU                   PIC 9(22).
           05 NA-USERNAME               PIC A(35).
           05 NA-OPENING-BALANCE        PIC 9(18)V99.
      *    rows from branches still on the old input layout - the
      *    account opens on the legacy flat terms.
           05 NA-PRODUCT-CODE           PIC X(03).
      *    Tax treatment for a new customer: S standard, R reduced
      *    rate, E exempt. Spaces on rows from the older layout - the
      *    customer is created at the standard rate.
           05 NA-TAX-STATUS             PIC X(01).
      *    Due-diligence risk rating for a new customer: L low, M
      *    medium, H high. Spaces on rows from the older layout - the
      *    customer is created low-risk.
           05 NA-RISK-RATING            PIC X(01).

       FD  ACCOUNTS-FILE.
           COPY ACCTREC.
       FD  PRODUCTS-FILE.
           COPY PRODREC.

       FD  SCREEN-REVIEW-FILE.
           COPY SCRNREVW.

       FD  BANK-BRANCH-FILE.
       01  BANK-BRANCH-RECORD.
           05 BB-CODE-TEXT             PIC X(20).

       FD  CBU-ASSIGNED-FILE.
       01  CBU-ASSIGNED-RECORD.
           05 CA-CBU                   PIC 9(22).
           05 FILLER                   PIC X(01).
           05 CA-CUSTOMER-ID           PIC 9(08).
           05 FILLER                   PIC X(01).
           05 CA-DOCUMENT-NUMBER       PIC 9(11).
           05 FILLER                   PIC X(01).
           05 CA-USERNAME              PIC A(35).
           05 FILLER                   PIC X(01).
           05 CA-ACCOUNT-STATE         PIC X(06).

       WORKING-STORAGE SECTION.
       01  NEWACCTF-STATUS              PIC 9(2).
       01  ACCOUNTSF-STATUS             PIC 9(2).
       01  CUSTF-STATUS                 PIC 9(2).
       01  PRODUCTSF-STATUS             PIC 9(2).
       01  SCRNREVF-STATUS              PIC 9(2).
       01  BANKBRF-STATUS               PIC 9(2).
       01  CBUASGF-STATUS               PIC 9(2).
       01  WS-PRODUCTS-OPEN-FLAG        PIC X(01).
           88 WS-PRODUCTS-ARE-OPEN          VALUE "Y".
           88 WS-PRODUCTS-NOT-OPEN          VALUE "N".
       01  WS-CUSTOMERS-CREATED          PIC 9(5) VALUE ZERO.
       01  WS-CUSTOMERS-ATTACHED         PIC 9(5) VALUE ZERO.
       01  WS-LINK-IDX                   PIC 9(01).
       01  WS-HELD-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-TODAY                      PIC X(08).
       01  WS-CURRENT-DATETIME           PIC X(21).
       01  WS-ASSIGNED-FILENAME          PIC X(40).
       01  WS-PROCESSED-FILENAME         PIC X(40).
       01  WS-RENAME-STATUS              PIC S9(9) COMP-5.
      *    CBU assignment: bank (3) and branch (4) from the control
      *    file, the next account number (13) after the highest one
      *    already on ACCOUNTS.DAT under that bank and branch, and
      *    both check digits from CBU-CHECK.
       01  WS-BANK-BRANCH                PIC 9(07).
       01  WS-LAST-ACCOUNT-NUMBER        PIC 9(13).
       01  WS-OUR-FIRST-BLOCK            PIC 9(08).
       01  WS-NEW-CBU                    PIC 9(22).
       01  WS-NEW-CBU-PARTS REDEFINES WS-NEW-CBU.
           05 WS-NEW-CBU-BANK-BRANCH     PIC 9(07).
           05 WS-NEW-CBU-CHECK-1         PIC 9(01).
           05 WS-NEW-CBU-ACCOUNT         PIC 9(13).
           05 WS-NEW-CBU-CHECK-2         PIC 9(01).
       01  WS-NEW-CBU-BLOCKS REDEFINES WS-NEW-CBU.
           05 WS-NEW-CBU-FIRST-BLOCK     PIC 9(08).
           05 FILLER                     PIC 9(14).
       01  WS-SCAN-CBU                   PIC 9(22).
       01  WS-SCAN-CBU-PARTS REDEFINES WS-SCAN-CBU.
           05 WS-SCAN-FIRST-BLOCK        PIC 9(08).
           05 WS-SCAN-ACCOUNT            PIC 9(13).
           05 FILLER                     PIC 9(01).
       01  WS-CBU-CHECK-FUNCTION         PIC X(01) VALUE "S".
       01  WS-CBU-CHECK-RESULT           PIC X(01).
      *    Security-log entry for an account held at opening; the
      *    batch runs unattended, so no operator is recorded.
       01  WS-SEC-TERMINAL-ID            PIC X(06) VALUE "OPS   ".
       01  WS-SEC-EVENT-TYPE             PIC X(16) VALUE "SCREEN-HOLD".
       01  WS-OPERATOR-ID                PIC X(08) VALUE SPACES.
      *    One party handed to WATCHLIST-SCREEN.
       01  WS-SCREEN-NAME                PIC X(35).
       01  WS-SCREEN-RESULT              PIC X(01).
           88 WS-SCREEN-IS-MATCH             VALUE "M".
           88 WS-SCREEN-IS-CLEAR             VALUE "C".
       01  WS-WATCH-ENTRY-ID             PIC X(10).
       01  WS-KYC-FLAG                   PIC X(01).
           88 WS-CUSTOMER-IS-RESTRICTED      VALUE "Y".
           88 WS-CUSTOMER-NOT-RESTRICTED     VALUE "N".
       01  WS-RESTRICTED-COUNT           PIC 9(5) VALUE ZERO.
      *    KYC-RISK call for a new customer's first review.
       01  WS-KYC-FUNCTION               PIC X(01).
       01  WS-KYC-EVENT-TYPE             PIC X(08).
       01  WS-KYC-REASON                 PIC X(10).
       01  WS-KYC-RATING                 PIC X(01).
       01  WS-KYC-FROM-DATE              PIC X(08).
       01  WS-KYC-NEXT-DATE              PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-OPEN-FILES THRU 010-END
           PERFORM 015-FIND-LAST-ACCOUNT THRU 015-END
           PERFORM 020-ONBOARD-ACCOUNTS THRU 020-END
           CLOSE NEW-ACCOUNTS-FILE
           CLOSE ACCOUNTS-FILE
           CLOSE CUSTOMERS-FILE
           CLOSE SCREEN-REVIEW-FILE
           CLOSE CBU-ASSIGNED-FILE
           IF WS-PRODUCTS-ARE-OPEN
               CLOSE PRODUCTS-FILE
           END-IF

      *    The rows are opened under fresh CBUs, so only moving the
      *    input aside stops a second run opening them all again.
           CALL "CBL_RENAME_FILE" USING
               "NEW-ACCOUNTS.txt" WS-PROCESSED-FILENAME
               GIVING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               DISPLAY "UNABLE TO RENAME NEW-ACCOUNTS.txt - DO NOT "
                   "RE-RUN UNTIL IT IS MOVED ASIDE BY HAND"
               DISPLAY "RENAME STATUS: " WS-RENAME-STATUS
           END-IF

           DISPLAY "ACCOUNTS OPENED: " WS-OPENED-COUNT
           DISPLAY "ROWS SKIPPED: " WS-SKIPPED-COUNT
           DISPLAY "CUSTOMERS CREATED: " WS-CUSTOMERS-CREATED
           DISPLAY "ACCOUNTS ATTACHED TO EXISTING CUSTOMERS: "
               WS-CUSTOMERS-ATTACHED
           DISPLAY "OPENED FROZEN FOR SANCTIONS REVIEW: "
               WS-HELD-COUNT
           DISPLAY "OPENED RESTRICTED PENDING KYC REVIEW: "
               WS-RESTRICTED-COUNT
           DISPLAY "CBUs ASSIGNED: " WS-ASSIGNED-FILENAME
           STOP RUN.

       010-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY
           STRING "NEW-ACCOUNTS-CBU-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-ASSIGNED-FILENAME
           STRING "NEW-ACCOUNTS-" WS-CURRENT-DATETIME(1:14)
               ".processed"
               DELIMITED BY SIZE INTO WS-PROCESSED-FILENAME

      *    No account opens without our bank and branch code to
      *    build its CBU from.
           OPEN INPUT BANK-BRANCH-FILE
           IF BANKBRF-STATUS NOT = 00
               DISPLAY "UNABLE TO READ CBU-BANK-BRANCH.txt"
               DISPLAY "FS-STATUS: " BANKBRF-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO BB-CODE-TEXT
           READ BANK-BRANCH-FILE
               AT END
                   MOVE SPACES TO BB-CODE-TEXT
           END-READ
           CLOSE BANK-BRANCH-FILE
           IF BB-CODE-TEXT(1:7) IS NOT NUMERIC
               OR BB-CODE-TEXT(8:13) NOT = SPACES
               DISPLAY "CBU-BANK-BRANCH.txt MUST HOLD THE SEVEN-DIGIT "
                   "BANK AND BRANCH CODE"
               STOP RUN
           END-IF
           MOVE BB-CODE-TEXT(1:7) TO WS-BANK-BRANCH

           OPEN INPUT NEW-ACCOUNTS-FILE
           IF NEWACCTF-STATUS NOT = 00
               DISPLAY "UNABLE TO READ NEW-ACCOUNTS.txt"
           ELSE
               DISPLAY "NO PRODUCT MASTER ON FILE - ACCOUNTS OPEN "
                   "ON LEGACY TERMS"
           END-IF

      *    No account may open unscreened: without the review queue
      *    a match would have nowhere to wait.
           OPEN EXTEND SCREEN-REVIEW-FILE
           IF SCRNREVF-STATUS = 35
               OPEN OUTPUT SCREEN-REVIEW-FILE
           END-IF
           IF SCRNREVF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN SCREEN-REVIEW.txt"
               DISPLAY "FS-STATUS: " SCRNREVF-STATUS
               STOP RUN
           END-IF

      *    A second run on the same day adds to the day's list.
           OPEN EXTEND CBU-ASSIGNED-FILE
           IF CBUASGF-STATUS = 35
               OPEN OUTPUT CBU-ASSIGNED-FILE
           END-IF
           IF CBUASGF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN " WS-ASSIGNED-FILENAME
               DISPLAY "FS-STATUS: " CBUASGF-STATUS
               STOP RUN
           END-IF.
       010-END.EXIT.

      *    Our CBUs all share the first block (bank, branch and its
      *    check digit), so they sit together in key order: the
      *    last one read before the block changes holds the highest
      *    account number issued so far.
       015-FIND-LAST-ACCOUNT.
           MOVE 0 TO WS-NEW-CBU
           MOVE WS-BANK-BRANCH TO WS-NEW-CBU-BANK-BRANCH
           CALL 'CBU-CHECK' USING WS-NEW-CBU WS-CBU-CHECK-FUNCTION
               WS-CBU-CHECK-RESULT
           MOVE WS-NEW-CBU-FIRST-BLOCK TO WS-OUR-FIRST-BLOCK
           MOVE 0 TO WS-LAST-ACCOUNT-NUMBER

           MOVE WS-NEW-CBU TO FS-CBU
           START ACCOUNTS-FILE KEY IS NOT LESS THAN FS-CBU
               INVALID KEY
                   MOVE 10 TO ACCOUNTSF-STATUS
           END-START
           PERFORM UNTIL ACCOUNTSF-STATUS NOT = 00
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO ACCOUNTSF-STATUS
                   NOT AT END
                       MOVE FS-CBU TO WS-SCAN-CBU
                       IF WS-SCAN-FIRST-BLOCK NOT = WS-OUR-FIRST-BLOCK
                           MOVE 10 TO ACCOUNTSF-STATUS
                       ELSE
                           MOVE WS-SCAN-ACCOUNT
                               TO WS-LAST-ACCOUNT-NUMBER
                       END-IF
               END-READ
           END-PERFORM
           MOVE 00 TO ACCOUNTSF-STATUS.
       015-END.EXIT.

       020-ONBOARD-ACCOUNTS.
           PERFORM UNTIL NEWACCTF-STATUS = 10
               READ NEW-ACCOUNTS-FILE
       020-END.EXIT.

       030-OPEN-ONE-ACCOUNT.
           IF WS-LAST-ACCOUNT-NUMBER = 9999999999999
               DISPLAY "NO ACCOUNT NUMBERS LEFT UNDER BANK AND "
                   "BRANCH " WS-BANK-BRANCH ", SKIPPING: " NA-USERNAME
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 030-END
           END-IF
           ADD 1 TO WS-LAST-ACCOUNT-NUMBER
           MOVE WS-BANK-BRANCH TO WS-NEW-CBU-BANK-BRANCH
           MOVE WS-LAST-ACCOUNT-NUMBER TO WS-NEW-CBU-ACCOUNT
           CALL 'CBU-CHECK' USING WS-NEW-CBU WS-CBU-CHECK-FUNCTION
               WS-CBU-CHECK-RESULT

           MOVE WS-NEW-CBU TO FS-CBU
           READ ACCOUNTS-FILE
               INVALID KEY
                   MOVE NA-USERNAME TO FS-USERNAME
                   END-PERFORM
                   PERFORM 035-APPLY-PRODUCT-TERMS THRU 035-END
                   MOVE 0 TO FS-PENDING-BALANCE
                   PERFORM 032-SCREEN-NEW-CUSTOMER THRU 032-END
                   PERFORM 033-CHECK-KYC-STATUS THRU 033-END
                   IF WS-SCREEN-IS-MATCH
                       SET FS-ACCOUNT-FROZEN TO TRUE
                   ELSE
                       IF WS-CUSTOMER-IS-RESTRICTED
                           SET FS-ACCOUNT-RESTRICTED TO TRUE
                           ADD 1 TO WS-RESTRICTED-COUNT
                       ELSE
                           SET FS-ACCOUNT-ACTIVE TO TRUE
                       END-IF
                   END-IF
                   MOVE 0 TO FS-DAILY-WITHDRAWN-TOTAL
                   MOVE SPACES TO FS-LAST-PIN-CHANGE-DATE
                   MOVE NA-CUSTOMER-ID TO FS-CUSTOMER-ID

                   WRITE ACCOUNTS-RECORD
                       INVALID KEY
                           DISPLAY "ERROR WRITING CBU: " WS-NEW-CBU
                       NOT INVALID KEY
                           ADD 1 TO WS-OPENED-COUNT
                           PERFORM 038-LIST-ASSIGNED-CBU THRU 038-END
                           PERFORM 040-CREATE-OR-ATTACH-CUSTOMER
                               THRU 040-END
                           IF WS-SCREEN-IS-MATCH
                               PERFORM 045-QUEUE-FOR-REVIEW
                                   THRU 045-END
                           END-IF
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "CBU ALREADY ON FILE, SKIPPING: "
                       WS-NEW-CBU
                   ADD 1 TO WS-SKIPPED-COUNT
           END-READ.
       030-END.EXIT.

      *    The input row's name, document and CBU go through the
      *    watch list before the account is written. An account
      *    attaching to a customer already on the master is screened
      *    on that customer's master name and document.
       032-SCREEN-NEW-CUSTOMER.
           MOVE NA-USERNAME TO WS-SCREEN-NAME
           CALL 'WATCHLIST-SCREEN' USING WS-SCREEN-NAME
               NA-DOCUMENT-NUMBER WS-NEW-CBU WS-SCREEN-RESULT
               WS-WATCH-ENTRY-ID
           IF WS-SCREEN-IS-MATCH
               OR NA-CUSTOMER-ID = 0
               GO TO 032-END
           END-IF
           MOVE NA-CUSTOMER-ID TO CU-CUSTOMER-ID
           READ CUSTOMERS-FILE
               INVALID KEY
                   GO TO 032-END
           END-READ
           MOVE CU-FULL-NAME TO WS-SCREEN-NAME
           CALL 'WATCHLIST-SCREEN' USING WS-SCREEN-NAME
               CU-DOCUMENT-NUMBER WS-NEW-CBU WS-SCREEN-RESULT
               WS-WATCH-ENTRY-ID.
       032-END.EXIT.

      *    A customer KYC-REVIEW-RUN has restricted for an overdue
      *    review gets no new way round the restriction: the account
      *    opens deposits-only until KYC-REVIEW records the review.
       033-CHECK-KYC-STATUS.
           SET WS-CUSTOMER-NOT-RESTRICTED TO TRUE
           IF NA-CUSTOMER-ID = 0
               GO TO 033-END
           END-IF
           MOVE NA-CUSTOMER-ID TO CU-CUSTOMER-ID
           READ CUSTOMERS-FILE
               INVALID KEY
                   GO TO 033-END
           END-READ
           IF CU-KYC-RESTRICTED
               SET WS-CUSTOMER-IS-RESTRICTED TO TRUE
           END-IF.
       033-END.EXIT.

      *    Stamps the new account with its product and the product's
      *    opening defaults. A blank code, a code not on the master,
      *    or no master at all opens the account exactly as accounts
           READ PRODUCTS-FILE
               INVALID KEY
                   DISPLAY "UNKNOWN PRODUCT " NA-PRODUCT-CODE
                       " ON CBU " WS-NEW-CBU
                       " - LEGACY TERMS APPLIED"
               NOT INVALID KEY
                   SET WS-PRODUCT-IS-FOUND TO TRUE
                   MOVE PD-PRODUCT-CODE TO FS-PRODUCT-CODE
           END-READ.
       035-END.EXIT.

      *    One line per account opened, so the branch can hand the
      *    customer the CBU the account was given.
       038-LIST-ASSIGNED-CBU.
           MOVE SPACES TO CBU-ASSIGNED-RECORD
           MOVE WS-NEW-CBU TO CA-CBU
           MOVE NA-CUSTOMER-ID TO CA-CUSTOMER-ID
           MOVE NA-DOCUMENT-NUMBER TO CA-DOCUMENT-NUMBER
           MOVE NA-USERNAME TO CA-USERNAME
           EVALUATE TRUE
               WHEN WS-SCREEN-IS-MATCH
                   MOVE "FROZEN" TO CA-ACCOUNT-STATE
               WHEN WS-CUSTOMER-IS-RESTRICTED
                   MOVE "RESTRD" TO CA-ACCOUNT-STATE
               WHEN OTHER
                   MOVE "ACTIVE" TO CA-ACCOUNT-STATE
           END-EVALUATE
           WRITE CBU-ASSIGNED-RECORD
           DISPLAY "CBU " WS-NEW-CBU " ASSIGNED TO " NA-USERNAME.
       038-END.EXIT.

      *    A customer ID already on the master just gains another
      *    account (the demographics on file stay authoritative); an
      *    unknown ID becomes a new customer record built from the
      *    silently chain unrelated accounts together.
           IF NA-CUSTOMER-ID = 0
               DISPLAY "NO CUSTOMER ID ON ROW, ACCOUNT LEFT "
                   "UNATTACHED: " WS-NEW-CBU
               GO TO 040-END
           END-IF
           MOVE NA-CUSTOMER-ID TO CU-CUSTOMER-ID
                   MOVE NA-BIRTH-DATE TO CU-BIRTH-DATE
                   MOVE NA-ADDRESS TO CU-ADDRESS
                   MOVE NA-PHONE TO CU-PHONE
                   MOVE NA-TAX-STATUS TO CU-TAX-STATUS
                   IF NOT CU-TAX-REDUCED AND NOT CU-TAX-EXEMPT
                       SET CU-TAX-STANDARD TO TRUE
                   END-IF
                   PERFORM 042-SET-FIRST-REVIEW THRU 042-END
                   WRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY "ERROR WRITING CUSTOMER: "
                               NA-CUSTOMER-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-CUSTOMERS-CREATED
                           PERFORM 043-LOG-ONBOARD THRU 043-END
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-CUSTOMERS-ATTACHED
           END-READ.
       040-END.EXIT.

      *    The identity checks at opening are the customer's first
      *    due-diligence review; the next one falls due on the
      *    rating's interval from today.
       042-SET-FIRST-REVIEW.
           MOVE NA-RISK-RATING TO CU-RISK-RATING
           IF NOT CU-RISK-MEDIUM AND NOT CU-RISK-HIGH
               MOVE "L" TO CU-RISK-RATING
           END-IF
           MOVE "ONBOARD" TO CU-RISK-REASON
           MOVE WS-TODAY TO CU-RISK-DATE
           MOVE WS-TODAY TO CU-LAST-REVIEW-DATE
           MOVE "S" TO WS-KYC-FUNCTION
           MOVE CU-RISK-RATING TO WS-KYC-RATING
           MOVE WS-TODAY TO WS-KYC-FROM-DATE
           CALL 'KYC-RISK' USING WS-KYC-FUNCTION NA-CUSTOMER-ID
               WS-KYC-EVENT-TYPE WS-KYC-REASON WS-KYC-RATING
               WS-KYC-FROM-DATE WS-KYC-NEXT-DATE WS-OPERATOR-ID
           MOVE WS-KYC-NEXT-DATE TO CU-NEXT-REVIEW-DATE
           MOVE SPACES TO CU-REVIEW-NOTICE-DATE
           SET CU-KYC-CURRENT TO TRUE
           MOVE 0 TO CU-CTR-COUNT
           MOVE 0 TO CU-DISPUTE-COUNT
           MOVE SPACES TO CU-REVIEW-OPERATOR-ID.
       042-END.EXIT.

       043-LOG-ONBOARD.
           MOVE "L" TO WS-KYC-FUNCTION
           MOVE "ONBOARD" TO WS-KYC-EVENT-TYPE
           MOVE "ONBOARD" TO WS-KYC-REASON
           MOVE CU-RISK-RATING TO WS-KYC-RATING
           MOVE CU-NEXT-REVIEW-DATE TO WS-KYC-NEXT-DATE
           CALL 'KYC-RISK' USING WS-KYC-FUNCTION NA-CUSTOMER-ID
               WS-KYC-EVENT-TYPE WS-KYC-REASON WS-KYC-RATING
               WS-KYC-FROM-DATE WS-KYC-NEXT-DATE WS-OPERATOR-ID.
       043-END.EXIT.
      *    The account is on file but frozen; the match waits on the
      *    review queue for a supervisor (SCREEN-REVIEW) to clear it
      *    or confirm it. The customer is not told why.
       045-QUEUE-FOR-REVIEW.
           ADD 1 TO WS-HELD-COUNT
           SET SR-FROM-ONBOARD TO TRUE
           MOVE NA-CUSTOMER-ID TO SR-CUSTOMER-ID
           MOVE WS-NEW-CBU TO SR-CBU
           MOVE WS-SCREEN-NAME TO SR-PARTY-NAME
           MOVE NA-DOCUMENT-NUMBER TO SR-DOCUMENT-NUMBER
           MOVE WS-WATCH-ENTRY-ID TO SR-WATCH-ENTRY-ID
           MOVE 0 TO SR-COUNTERPARTY-CBU
           MOVE 0 TO SR-AMOUNT
           MOVE WS-TODAY TO SR-ITEM-DATE
           MOVE WS-TODAY TO SR-QUEUED-DATE
           SET SR-IS-PENDING TO TRUE
           MOVE SPACES TO SR-DECIDED-DATE
           MOVE SPACES TO SR-DECIDED-OPERATOR
           MOVE "A" TO SR-PRIOR-STATUS
           WRITE SCREEN-REVIEW-RECORD
           DISPLAY "POSSIBLE WATCH-LIST MATCH - CBU " WS-NEW-CBU
               " OPENED FROZEN FOR REVIEW"
           CALL 'SEC-EVENT-LOG' USING WS-NEW-CBU WS-SEC-TERMINAL-ID
               WS-SEC-EVENT-TYPE WS-OPERATOR-ID.
       045-END.EXIT.
       END PROGRAM ACCOUNT-ONBOARDING.
