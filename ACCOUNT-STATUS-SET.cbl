      *          account. 010-LOG-IN refuses to log in a frozen or
      *          closed account with a clear message instead of the
      *          binary found/not-found behavior it had before.
      *          Closing is a full settlement run rather than a
      *          status flip: it is refused while anything attached
      *          to the account cannot be settled (open disputes,
      *          unreleased holds or checks, drawn overdraft credit,
      *          an installment loan still being repaid from it);
      *          otherwise queued transfers are returned, open term
      *          deposits are broken, interest is accrued to the
      *          closing date, any closing fee is charged, the
      *          remaining balance is paid out to a nominated CBU
      *          (here or via interchange) or to a cashier payout
      *          record, cards, standing orders and sweeps are
      *          cancelled, direct-debit mandates are revoked, open
      *          party links are ended on the closing date,
      *          reciprocal links are removed, and a final closing
      *          statement is appended to
      *          CLOSING-STATEMENTS.txt for the mail house. An
      *          account restricted to deposits for an overdue
      *          customer review (status R) is not reactivated here -
      *          recording the review through KYC-REVIEW lifts it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CBU
               FILE STATUS IS ACCOUNTSF-STATUS.
           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS CUSTF-STATUS.
           SELECT RECEIPTS-FILE ASSIGN TO "RECEIPTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-KEY
               FILE STATUS IS RECEIPTSF-STATUS.
           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PRODUCT-CODE
               FILE STATUS IS PRODUCTSF-STATUS.
           SELECT CREDIT-LINES-FILE ASSIGN TO "CREDIT-LINES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CBU
               FILE STATUS IS CREDITF-STATUS.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-ID
               ALTERNATE RECORD KEY IS LN-CBU WITH DUPLICATES
               FILE STATUS IS LOANSF-STATUS.
           SELECT CARDS-FILE ASSIGN TO "CARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CARD-NUMBER
               FILE STATUS IS CARDSF-STATUS.
           SELECT MANDATES-FILE ASSIGN TO "MANDATES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-KEY
               FILE STATUS IS MANDATESF-STATUS.
           SELECT ACCOUNT-PARTIES-FILE ASSIGN TO "ACCOUNT-PARTIES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               ALTERNATE RECORD KEY IS AP-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS PARTYF-STATUS.
           SELECT DISPUTES-FILE ASSIGN TO "DISPUTES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTEF-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDSF-STATUS.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHECK-REGISTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHKREGF-STATUS.
           SELECT PENDING-AUTH-FILE ASSIGN TO "PENDING-AUTH.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDAUTHF-STATUS.
           SELECT PENDING-AUTH-OUT ASSIGN TO "PENDING-AUTH.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDAUTHOUTF-STATUS.
           SELECT TERM-DEPOSITS-FILE ASSIGN TO "TERM-DEPOSITS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERMDEPF-STATUS.
           SELECT TERM-DEPOSITS-OUT
               ASSIGN TO "TERM-DEPOSITS.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERMDEPOUTF-STATUS.
           SELECT STANDING-ORDERS-FILE ASSIGN TO "STANDING-ORDERS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STORDF-STATUS.
           SELECT STANDING-ORDERS-OUT
               ASSIGN TO "STANDING-ORDERS.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STORDOUTF-STATUS.
           SELECT SWEEP-ORDERS-FILE ASSIGN TO "SWEEP-ORDERS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWEEPF-STATUS.
           SELECT SWEEP-ORDERS-OUT ASSIGN TO "SWEEP-ORDERS.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWEEPOUTF-STATUS.
           SELECT INTERCHANGE-OUT-FILE ASSIGN TO WS-ICH-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ICHOUTF-STATUS.
           SELECT ICH-OUTSTANDING-FILE
               ASSIGN TO "ICH-OUTSTANDING.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ICHOUTSF-STATUS.
           SELECT CASHIER-PAYOUTS-FILE ASSIGN TO "CASHIER-PAYOUTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYOUTF-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CLOSING-STATEMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINTF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
           COPY ACCTREC.

       FD  CUSTOMERS-FILE.
           COPY CUSTREC.

       FD  RECEIPTS-FILE.
           COPY RECEIPTREC.

       FD  PRODUCTS-FILE.
           COPY PRODREC.

       FD  CREDIT-LINES-FILE.
           COPY CREDITREC.

       FD  LOANS-FILE.
           COPY LOANREC.

       FD  CARDS-FILE.
           COPY CARDREC.

       FD  MANDATES-FILE.
           COPY MANDATEREC.

       FD  ACCOUNT-PARTIES-FILE.
           COPY PARTYREC.

       FD  DISPUTES-FILE.
           COPY DISPUTREC.

       FD  HOLDS-FILE.
           COPY HOLDREC.

       FD  CHECK-REGISTER-FILE.
           COPY CHKREC.

       FD  PENDING-AUTH-FILE.
           COPY PENDAUTH.

       FD  PENDING-AUTH-OUT.
       01  PENDING-AUTH-OUT-REC        PIC X(143).

       FD  TERM-DEPOSITS-FILE.
           COPY TERMDEP.

       FD  TERM-DEPOSITS-OUT.
       01  TERM-DEPOSIT-OUT            PIC X(63).

       FD  STANDING-ORDERS-FILE.
           COPY STORDREC.

       FD  STANDING-ORDERS-OUT.
       01  STANDING-ORDER-OUT          PIC X(82).

       FD  SWEEP-ORDERS-FILE.
           COPY SWEEPREC.

       FD  SWEEP-ORDERS-OUT.
       01  SWEEP-ORDER-OUT             PIC X(85).

       FD  INTERCHANGE-OUT-FILE.
           COPY ICHREC.

       FD  ICH-OUTSTANDING-FILE.
           COPY ICHOUTS.

       FD  CASHIER-PAYOUTS-FILE.
           COPY PAYOUTREC.

       FD  PRINT-FILE.
       01  PRINT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  ACCOUNTSF-STATUS            PIC 9(2).
       01  CUSTF-STATUS                PIC 9(2).
       01  RECEIPTSF-STATUS            PIC 9(2).
       01  PRODUCTSF-STATUS            PIC 9(2).
       01  CREDITF-STATUS              PIC 9(2).
       01  CARDSF-STATUS               PIC 9(2).
       01  LOANSF-STATUS               PIC 9(2).
       01  MANDATESF-STATUS            PIC 9(2).
       01  PARTYF-STATUS               PIC 9(2).
       01  DISPUTEF-STATUS             PIC 9(2).
       01  HOLDSF-STATUS               PIC 9(2).
       01  CHKREGF-STATUS              PIC 9(2).
       01  PENDAUTHF-STATUS            PIC 9(2).
       01  PENDAUTHOUTF-STATUS         PIC 9(2).
       01  TERMDEPF-STATUS             PIC 9(2).
       01  TERMDEPOUTF-STATUS          PIC 9(2).
       01  STORDF-STATUS               PIC 9(2).
       01  STORDOUTF-STATUS            PIC 9(2).
       01  SWEEPF-STATUS               PIC 9(2).
       01  SWEEPOUTF-STATUS            PIC 9(2).
       01  ICHOUTF-STATUS              PIC 9(2).
       01  ICHOUTSF-STATUS             PIC 9(2).
       01  PAYOUTF-STATUS              PIC 9(2).
       01  PRINTF-STATUS               PIC 9(2).
      *    Work images of the keyed ledger rows, handed to the
      *    RECEIPT-WRITE / TRANS-WRITE subprograms, which assign the
      *    per-day sequence numbers and write the rows.
           COPY RECEIPTREC
               REPLACING ==RECEIPT-RECORD== BY ==WS-RECEIPT-WORK==
               LEADING ==RF== BY ==WR==.
           COPY TRANSREC
               REPLACING ==TRANS-RECORD== BY ==WS-TRANS-WORK==
               LEADING ==TF== BY ==WT==.
      *    Tax-ledger work row for 410-CHARGE-TAX, filled half by
      *    the movement and half by TAX-LOOKUP, then handed to
      *    TAX-WRITE.
           COPY TAXLEDG
               REPLACING ==TAX-LEDGER-RECORD== BY ==WS-TAX-WORK==
               LEADING ==TL== BY ==WX==.
       01  WS-INPUT-CBU                PIC 9(22).
       01  WS-INPUT-STATUS             PIC X(01).
       01  WS-NOTIFY-EVENT-TYPE        PIC X(16).
       01  WS-REQUIRED-ROLE            PIC X(01) VALUE "S".
       01  WS-OPERATOR-ID              PIC X(08).
       01  WS-SIGNON-RESULT            PIC X(01).
       01  WS-SEC-EVENT-CBU            PIC 9(22).
       01  WS-SEC-EVENT-TYPE           PIC X(16).
       01  WS-SEC-TERMINAL-ID          PIC X(06) VALUE "OPS   ".
       01  WS-WINDOW-RESULT            PIC X(01).
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TODAY                    PIC X(08).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-YYYYMM          PIC X(06).
           05 WS-TODAY-DD              PIC 9(02).
      *    Value date for interbank items sent from this run
      *    (see VALUE-DATE) - it names the ICH-OUT file they go
      *    out in.
       01  WS-VALUE-MOVEMENT-TYPE      PIC X(03) VALUE "ICH".
       01  WS-VALUE-KEYED-TIME         PIC X(06).
       01  WS-VALUE-DATE               PIC X(08).
       01  WS-MONTH-START              PIC X(08).
       01  WS-DELETE-STATUS            PIC S9(9) COMP-5.
       01  WS-RENAME-STATUS            PIC S9(9) COMP-5.

      *    The account being closed, kept off to the side because the
      *    single ACCOUNTS-RECORD buffer is reused for every other
      *    account the settlement touches.
       01  WS-CLOSE-AREAS.
           05 WS-CLOSE-CBU             PIC 9(22).
           05 WS-CLOSE-USERNAME        PIC A(35).
           05 WS-CLOSE-CUSTOMER-ID     PIC 9(08).
           05 WS-CLOSE-CURRENCY        PIC X(03).
           05 WS-CLOSE-PRODUCT-CODE    PIC X(03).
           05 WS-CLOSE-BALANCE         PIC 9(18)V99.
           05 WS-CLOSE-LINKED-COUNT    PIC 9(01).
           05 WS-CLOSE-LINKED-CBU      PIC 9(22) OCCURS 4 TIMES.
       01  WS-BLOCK-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-LINK-IDX                 PIC 9(01).
       01  WS-SHIFT-IDX                PIC 9(01).
       01  WS-LINK-FOUND-FLAG          PIC X(01).
           88 WS-LINK-WAS-FOUND            VALUE "Y".
           88 WS-LINK-NOT-FOUND            VALUE "N".

      *    Where the remaining balance goes: another account here,
      *    an account at another bank through the clearing network,
      *    or cash at the counter against a cashier payout record.
       01  WS-PAYOUT-METHOD            PIC 9(01).
           88 WS-PAYOUT-INTERNAL           VALUE 1.
           88 WS-PAYOUT-INTERBANK          VALUE 2.
           88 WS-PAYOUT-CASHIER            VALUE 3.
       01  WS-PAYOUT-CBU               PIC 9(22) VALUE ZERO.
       01  WS-CBU-CHECK-FUNCTION       PIC X(01) VALUE "V".
       01  WS-CBU-CHECK-RESULT         PIC X(01).
           88 WS-CBU-IS-VALID              VALUE "Y".
           88 WS-CBU-NOT-VALID             VALUE "N".
       01  WS-PAYOUT-USERNAME          PIC A(35).
       01  WS-PAYOUT-CURRENCY          PIC X(03).
       01  WS-PAYOUT-AMOUNT            PIC 9(18)V99 VALUE ZERO.
       01  WS-ICH-OUT-FILENAME         PIC X(40).
      *    Interbank beneficiary handed to WATCHLIST-SCREEN.
       01  WS-SCREEN-NAME              PIC X(35).
       01  WS-SCREEN-DOCUMENT          PIC 9(11) VALUE ZERO.
       01  WS-SCREEN-RESULT            PIC X(01).
       01  WS-WATCH-ENTRY-ID           PIC X(10).

      *    One posting against one account, set up by the caller and
      *    applied by 400-POST-MOVEMENT.
       01  WS-POST-CBU                 PIC 9(22).
       01  WS-POST-AMOUNT              PIC 9(18)V99.
       01  WS-POST-TYPE                PIC X(10).
       01  WS-POST-SIGN                PIC X(01).
           88 WS-POST-IS-CREDIT            VALUE "C".
           88 WS-POST-IS-DEBIT             VALUE "D".
       01  WS-POST-FLAG                PIC X(01).
           88 WS-POST-DONE                 VALUE "Y".
           88 WS-POST-FAILED               VALUE "N".

      *    Legacy flat monthly rate, the same one MONTHLY-MAINTENANCE
      *    applies to an account with no (or an unknown) product.
       01  WS-INTEREST-BASIS-POINTS    PIC 9(4) VALUE 50.
       01  WS-APPLY-BASIS-POINTS       PIC 9(4).
       01  WS-ACCRUAL-DAYS             PIC 9(02).
       01  WS-INTEREST-AMOUNT          PIC 9(18)V99.
       01  WS-TERM-DAYS                PIC 9(05).
       01  WS-FEE-TYPE                 PIC X(10) VALUE "ACCT-CLOSE".
       01  WS-FEE-CHARGE               PIC 9(18)V99.

       01  WS-RETURNED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-BROKEN-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-CARDS-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-ORDERS-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-SWEEPS-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-MANDATES-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-PARTIES-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-LINKS-COUNT              PIC 9(5) VALUE ZERO.

       01  WS-OPENING-BALANCE          PIC 9(18)V99.
       01  WS-CLOSING-BALANCE          PIC 9(18)V99.
       01  WS-FIRST-ROW-FLAG           PIC X(01).
           88 WS-IS-FIRST-ROW              VALUE "Y".
           88 WS-NOT-FIRST-ROW             VALUE "N".
       01  WS-DISPLAY-AMOUNT           PIC $ZZZZZZZZZZZZZZZZZZ.99.
       01  WS-DISPLAY-BALANCE          PIC $ZZZZZZZZZZZZZZZZZZ.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ENTER NEW STATUS: A-ACTIVE, F-FROZEN, C-CLOSED"
           ACCEPT WS-INPUT-STATUS

           IF WS-INPUT-STATUS NOT = "A" AND WS-INPUT-STATUS NOT = "F"
               AND WS-INPUT-STATUS NOT = "C"
               DISPLAY "INVALID STATUS. MUST BE A, F, OR C"
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY

           OPEN I-O ACCOUNTS-FILE
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN ACCOUNTS-FILE"
               STOP RUN
           END-IF

           IF WS-INPUT-STATUS = "C"
               PERFORM 100-CLOSE-ACCOUNT THRU 100-END
           ELSE
               PERFORM 020-SET-STATUS THRU 020-END
           END-IF

           CLOSE ACCOUNTS-FILE
           STOP RUN.

      *    Freeze and reactivate touch nothing but the status byte.
       020-SET-STATUS.
           MOVE WS-INPUT-CBU TO FS-CBU
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT NOT FOUND"
                   GO TO 020-END
           END-READ
           IF FS-ACCOUNT-RESTRICTED
               AND WS-INPUT-STATUS = "A"
               DISPLAY "ACCOUNT IS RESTRICTED PENDING ITS CUSTOMER'S "
                   "KYC REVIEW"
               DISPLAY "RECORD THE REVIEW WITH KYC-REVIEW TO LIFT IT"
               GO TO 020-END
           END-IF

           MOVE WS-INPUT-STATUS TO FS-ACCOUNT-STATUS
      *    A restricted account frozen since is not reactivated past
      *    the restriction: while the owner's review is still
      *    outstanding, unfreezing returns it to deposits-only.
           IF WS-INPUT-STATUS = "A" AND FS-CUSTOMER-ID NOT = 0
               OPEN INPUT CUSTOMERS-FILE
               IF CUSTF-STATUS = 00
                   MOVE FS-CUSTOMER-ID TO CU-CUSTOMER-ID
                   READ CUSTOMERS-FILE
                       NOT INVALID KEY
                           IF CU-KYC-RESTRICTED
                               SET FS-ACCOUNT-RESTRICTED TO TRUE
                               DISPLAY "CUSTOMER'S KYC REVIEW IS "
                                   "OVERDUE - ACCOUNT RETURNED TO "
                                   "RESTRICTED"
                           END-IF
                   END-READ
                   CLOSE CUSTOMERS-FILE
               END-IF
           END-IF
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "SYSTEM FAILURE. TRY LATER"
                   GO TO 020-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
           DISPLAY "ACCOUNT " FS-CBU
               " STATUS SET TO " FS-ACCOUNT-STATUS
           MOVE "ACCT-STATUS-SET" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING FS-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE
               WS-OPERATOR-ID
      *    A freeze is something the customer should hear about
      *    before their next declined transaction.
           IF FS-ACCOUNT-FROZEN
               MOVE "ACCOUNT-FROZEN" TO WS-NOTIFY-EVENT-TYPE
               CALL 'NOTIFY-ENQUEUE' USING FS-CBU
                   WS-NOTIFY-EVENT-TYPE WS-NOTIFY-AMOUNT
           END-IF.
       020-END.EXIT.

      ******************************************************************
      *    Account closure settlement. Nothing moves until every
      *    blocker has been checked and the payout destination has
      *    been validated and secured; from then on each step posts
      *    through the normal receipt and journal path, so the
      *    closing statement and GL-JOURNAL see exactly what happened.
      ******************************************************************
       100-CLOSE-ACCOUNT.
      *    The queue, deposit, order and sweep files are rewritten
      *    whole below - an item a live session adds mid-rewrite
      *    would be lost.
           CALL 'TERMINAL-GUARD' USING WS-WINDOW-RESULT
           IF WS-WINDOW-RESULT = "N"
               DISPLAY "TERMINALS ARE STILL SIGNED ON - "
                   "CLOSE THE ACCOUNT AFTER THE NETWORK IS DOWN"
               GO TO 100-END
           END-IF

           MOVE WS-INPUT-CBU TO FS-CBU
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT NOT FOUND"
                   GO TO 100-END
           END-READ
           IF FS-ACCOUNT-CLOSED
               DISPLAY "ACCOUNT IS ALREADY CLOSED"
               GO TO 100-END
           END-IF
           MOVE FS-CBU TO WS-CLOSE-CBU
           MOVE FS-USERNAME TO WS-CLOSE-USERNAME
           MOVE FS-CUSTOMER-ID TO WS-CLOSE-CUSTOMER-ID
           MOVE FS-CURRENCY-CODE TO WS-CLOSE-CURRENCY
           IF WS-CLOSE-CURRENCY = SPACES
               MOVE "ARS" TO WS-CLOSE-CURRENCY
           END-IF
           MOVE FS-PRODUCT-CODE TO WS-CLOSE-PRODUCT-CODE
           MOVE FS-LINKED-CBU-COUNT TO WS-CLOSE-LINKED-COUNT
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1 UNTIL WS-LINK-IDX > 4
               MOVE FS-LINKED-CBU(WS-LINK-IDX)
                   TO WS-CLOSE-LINKED-CBU(WS-LINK-IDX)
           END-PERFORM

           PERFORM 110-CHECK-BLOCKERS THRU 110-END
           IF WS-BLOCK-COUNT > 0
               DISPLAY "CLOSURE REFUSED - " WS-BLOCK-COUNT
                   " ITEM(S) MUST BE SETTLED FIRST"
               GO TO 100-END
           END-IF

           PERFORM 120-CHOOSE-PAYOUT THRU 120-END
           IF WS-PAYOUT-METHOD = 0
               DISPLAY "CLOSURE ABANDONED - NOTHING WAS CHANGED"
               GO TO 100-END
           END-IF
           PERFORM 130-SECURE-PAYOUT THRU 130-END
           IF WS-PAYOUT-METHOD = 0
               DISPLAY "CLOSURE ABANDONED - NOTHING WAS CHANGED"
               GO TO 100-END
           END-IF

           PERFORM 200-RETURN-QUEUED-TRANSFERS THRU 200-END
           PERFORM 210-BREAK-TERM-DEPOSITS THRU 210-END
           PERFORM 220-ACCRUE-INTEREST THRU 220-END
           PERFORM 230-CHARGE-CLOSING-FEE THRU 230-END
           PERFORM 240-PAY-OUT-BALANCE THRU 240-END
           IF WS-PAYOUT-INTERBANK
               CLOSE INTERCHANGE-OUT-FILE
           END-IF
           IF WS-PAYOUT-CASHIER
               CLOSE CASHIER-PAYOUTS-FILE
           END-IF
      *    The payout channel was secured before anything posted, so
      *    only a file error on ACCOUNTS.DAT itself lands here. The
      *    interest, tax and fee already posted today would be posted
      *    again by a second closure run.
           IF WS-POST-FAILED
               DISPLAY "PAYOUT FAILED - ACCOUNT LEFT OPEN. SETTLEMENT "
                   "POSTED SO FAR STANDS"
               DISPLAY "DO NOT RERUN THE CLOSURE - TODAY'S INTEREST, "
                   "TAX AND CLOSING FEE ARE ALREADY ON THE ACCOUNT. "
                   "PAY THE BALANCE OUT BY HAND AND REFER TO "
                   "OPERATIONS"
               GO TO 100-END
           END-IF

           PERFORM 250-CANCEL-CARDS THRU 250-END
           PERFORM 260-CANCEL-STANDING-ORDERS THRU 260-END
           PERFORM 270-CANCEL-SWEEPS THRU 270-END
           PERFORM 274-REVOKE-MANDATES THRU 274-END
           PERFORM 277-END-PARTY-LINKS THRU 277-END
           PERFORM 280-REMOVE-LINKS THRU 280-END
           PERFORM 290-MARK-CLOSED THRU 290-END
           PERFORM 300-PRINT-CLOSING-STATEMENT THRU 300-END

           DISPLAY "ACCOUNT " WS-CLOSE-CBU " CLOSED"
           DISPLAY "QUEUED TRANSFERS RETURNED: " WS-RETURNED-COUNT
           DISPLAY "TERM DEPOSITS BROKEN:      " WS-BROKEN-COUNT
           DISPLAY "CARDS CANCELLED:           " WS-CARDS-COUNT
           DISPLAY "STANDING ORDERS CANCELLED: " WS-ORDERS-COUNT
           DISPLAY "SWEEPS CANCELLED:          " WS-SWEEPS-COUNT
           DISPLAY "DIRECT DEBITS REVOKED:     " WS-MANDATES-COUNT
           DISPLAY "PARTY LINKS ENDED:         " WS-PARTIES-COUNT
           DISPLAY "LINKS REMOVED:             " WS-LINKS-COUNT
           MOVE WS-PAYOUT-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "PAID OUT:                  " WS-DISPLAY-AMOUNT
           DISPLAY "CLOSING STATEMENT ADDED TO CLOSING-STATEMENTS.txt".
       100-END.EXIT.

      *    Everything that cannot be settled by this run. Each
      *    blocker is listed so the supervisor can work them all
      *    before the next attempt, not one per attempt.
       110-CHECK-BLOCKERS.
           MOVE 0 TO WS-BLOCK-COUNT

           IF FS-PENDING-BALANCE > 0
               MOVE FS-PENDING-BALANCE TO WS-DISPLAY-AMOUNT
               DISPLAY "BLOCKED: FUNDS STILL ON HOLD " WS-DISPLAY-AMOUNT
               ADD 1 TO WS-BLOCK-COUNT
           END-IF

           OPEN INPUT HOLDS-FILE
           IF HOLDSF-STATUS = 00
               PERFORM UNTIL HOLDSF-STATUS = 10
                   READ HOLDS-FILE
                       AT END
                           MOVE 10 TO HOLDSF-STATUS
                       NOT AT END
                           IF HF-CBU = WS-CLOSE-CBU AND HF-IS-PENDING
                               DISPLAY "BLOCKED: HOLD RELEASING "
                                   HF-RELEASE-DATE
                               ADD 1 TO WS-BLOCK-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF

      *    A check still in clearing can come back either way - the
      *    account must be there to take the credit or the return.
           OPEN INPUT CHECK-REGISTER-FILE
           IF CHKREGF-STATUS = 00
               PERFORM UNTIL CHKREGF-STATUS = 10
                   READ CHECK-REGISTER-FILE
                       AT END
                           MOVE 10 TO CHKREGF-STATUS
                       NOT AT END
                           IF CH-CBU = WS-CLOSE-CBU
                               AND (CH-IS-DEPOSITED
                                   OR CH-IS-PRESENTED)
                               DISPLAY "BLOCKED: CHECK IN CLEARING "
                                   CH-CHECK-NUMBER
                               ADD 1 TO WS-BLOCK-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-REGISTER-FILE
           END-IF

           OPEN INPUT DISPUTES-FILE
           IF DISPUTEF-STATUS = 00
               PERFORM UNTIL DISPUTEF-STATUS = 10
                   READ DISPUTES-FILE
                       AT END
                           MOVE 10 TO DISPUTEF-STATUS
                       NOT AT END
                           IF DP-CBU = WS-CLOSE-CBU
                               AND (DP-IS-OPEN OR DP-IS-PROVISIONED)
                               DISPLAY "BLOCKED: DISPUTE OPEN SINCE "
                                   DP-OPEN-DATE
                               ADD 1 TO WS-BLOCK-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTES-FILE
           END-IF

           OPEN INPUT CREDIT-LINES-FILE
           IF CREDITF-STATUS = 00
               MOVE WS-CLOSE-CBU TO CL-CBU
               READ CREDIT-LINES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CL-DRAWN-AMOUNT > 0
                           MOVE CL-DRAWN-AMOUNT TO WS-DISPLAY-AMOUNT
                           DISPLAY "BLOCKED: OVERDRAFT DRAWN "
                               WS-DISPLAY-AMOUNT
                           ADD 1 TO WS-BLOCK-COUNT
                       END-IF
               END-READ
               CLOSE CREDIT-LINES-FILE
           END-IF

      *    Installments are collected from this account - the loan
      *    has to be repaid (or moved) before it can go.
           OPEN INPUT LOANS-FILE
           IF LOANSF-STATUS = 00
               MOVE WS-CLOSE-CBU TO LN-CBU
               START LOANS-FILE KEY IS EQUAL TO LN-CBU
                   INVALID KEY
                       MOVE 10 TO LOANSF-STATUS
               END-START
               PERFORM UNTIL LOANSF-STATUS = 10
                   READ LOANS-FILE NEXT RECORD
                       AT END
                           MOVE 10 TO LOANSF-STATUS
                       NOT AT END
                           IF LN-CBU NOT = WS-CLOSE-CBU
                               MOVE 10 TO LOANSF-STATUS
                           ELSE
                               IF LN-IS-ACTIVE
                                   MOVE LN-OUTSTANDING-PRINCIPAL
                                       TO WS-DISPLAY-AMOUNT
                                   DISPLAY "BLOCKED: LOAN " LN-LOAN-ID
                                       " OUTSTANDING "
                                       WS-DISPLAY-AMOUNT
                                   ADD 1 TO WS-BLOCK-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOANS-FILE
           END-IF.
       110-END.EXIT.

      *    Validated before anything posts, so a bad destination can
      *    never leave the account half settled. Zero means the
      *    supervisor backed out.
       120-CHOOSE-PAYOUT.
           DISPLAY "PAY THE REMAINING BALANCE TO:"
           DISPLAY "1.ANOTHER ACCOUNT AT THIS BANK"
           DISPLAY "2.AN ACCOUNT AT ANOTHER BANK (INTERCHANGE)"
           DISPLAY "3.CASH AT THE COUNTER (CASHIER PAYOUT)"
           DISPLAY "0.ABANDON THE CLOSURE"
           ACCEPT WS-PAYOUT-METHOD
           IF NOT WS-PAYOUT-INTERNAL AND NOT WS-PAYOUT-INTERBANK
               AND NOT WS-PAYOUT-CASHIER
               MOVE 0 TO WS-PAYOUT-METHOD
               GO TO 120-END
           END-IF
           IF WS-PAYOUT-CASHIER
               GO TO 120-END
           END-IF

           DISPLAY "ENTER THE CBU TO PAY THE BALANCE TO"
           ACCEPT WS-PAYOUT-CBU
           IF WS-PAYOUT-CBU = WS-CLOSE-CBU
               DISPLAY "THE BALANCE CANNOT BE PAID TO THE ACCOUNT "
                   "BEING CLOSED"
               MOVE 0 TO WS-PAYOUT-METHOD
               GO TO 120-END
           END-IF
           CALL 'CBU-CHECK' USING WS-PAYOUT-CBU
               WS-CBU-CHECK-FUNCTION WS-CBU-CHECK-RESULT
           IF WS-CBU-NOT-VALID
               DISPLAY "NOT A VALID CBU: " WS-PAYOUT-CBU
               MOVE 0 TO WS-PAYOUT-METHOD
               GO TO 120-END
           END-IF

           MOVE WS-PAYOUT-CBU TO FS-CBU
           READ ACCOUNTS-FILE
               INVALID KEY
                   MOVE 23 TO ACCOUNTSF-STATUS
           END-READ

           IF WS-PAYOUT-INTERBANK
               IF ACCOUNTSF-STATUS = 00
                   DISPLAY "THAT CBU IS HELD AT THIS BANK - PAY IT AS "
                       "AN INTERNAL TRANSFER"
                   MOVE 0 TO WS-PAYOUT-METHOD
               END-IF
      *    The clearing network settles in the home currency only.
               IF WS-CLOSE-CURRENCY NOT = "ARS"
                   DISPLAY "INTERBANK PAYOUTS SETTLE IN ARS ONLY"
                   MOVE 0 TO WS-PAYOUT-METHOD
               END-IF
      *    A beneficiary on the watch list is refused here, before
      *    anything moves - a held payout would leave its refund
      *    nowhere to go once the account is closed.
               MOVE SPACES TO WS-SCREEN-NAME
               CALL 'WATCHLIST-SCREEN' USING WS-SCREEN-NAME
                   WS-SCREEN-DOCUMENT WS-PAYOUT-CBU WS-SCREEN-RESULT
                   WS-WATCH-ENTRY-ID
               IF WS-SCREEN-RESULT = "M"
                   DISPLAY "THAT CBU IS A POSSIBLE WATCH-LIST MATCH "
                       "(ENTRY " WS-WATCH-ENTRY-ID ") - CHOOSE "
                       "ANOTHER PAYOUT METHOD"
                   MOVE WS-CLOSE-CBU TO WS-SEC-EVENT-CBU
                   MOVE "SCREEN-REFUSED" TO WS-SEC-EVENT-TYPE
                   CALL 'SEC-EVENT-LOG' USING WS-SEC-EVENT-CBU
                       WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE
                       WS-OPERATOR-ID
                   MOVE 0 TO WS-PAYOUT-METHOD
               END-IF
               MOVE 00 TO ACCOUNTSF-STATUS
               GO TO 120-END
           END-IF

           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "NO SUCH ACCOUNT ON FILE: " WS-PAYOUT-CBU
               MOVE 0 TO WS-PAYOUT-METHOD
               MOVE 00 TO ACCOUNTSF-STATUS
               GO TO 120-END
           END-IF
           IF FS-ACCOUNT-IS-LOCKED OR FS-ACCOUNT-FROZEN
               OR FS-ACCOUNT-CLOSED
               DISPLAY "THAT ACCOUNT CANNOT RECEIVE TRANSFERS"
               MOVE 0 TO WS-PAYOUT-METHOD
               GO TO 120-END
           END-IF
           MOVE FS-CURRENCY-CODE TO WS-PAYOUT-CURRENCY
           IF WS-PAYOUT-CURRENCY = SPACES
               MOVE "ARS" TO WS-PAYOUT-CURRENCY
           END-IF
           IF WS-PAYOUT-CURRENCY NOT = WS-CLOSE-CURRENCY
               DISPLAY "THE ACCOUNTS HOLD DIFFERENT CURRENCIES"
               MOVE 0 TO WS-PAYOUT-METHOD
               GO TO 120-END
           END-IF
           MOVE FS-USERNAME TO WS-PAYOUT-USERNAME.
       120-END.EXIT.

      *    Once settlement starts posting, the payout must not be able
      *    to fail - a rerun would accrue interest and charge the
      *    closing fee a second time. The interbank file or the
      *    cashier register is opened here and held open until the
      *    payout is written; an internal destination is read again
      *    just before posting. Any failure abandons the closure with
      *    nothing changed.
       130-SECURE-PAYOUT.
           EVALUATE TRUE
               WHEN WS-PAYOUT-INTERNAL
                   MOVE WS-PAYOUT-CBU TO FS-CBU
                   READ ACCOUNTS-FILE
                       INVALID KEY
                           DISPLAY "NO SUCH ACCOUNT ON FILE: "
                               WS-PAYOUT-CBU
                           MOVE 0 TO WS-PAYOUT-METHOD
                           MOVE 00 TO ACCOUNTSF-STATUS
                           GO TO 130-END
                   END-READ
                   MOVE FS-CURRENCY-CODE TO WS-PAYOUT-CURRENCY
                   IF WS-PAYOUT-CURRENCY = SPACES
                       MOVE "ARS" TO WS-PAYOUT-CURRENCY
                   END-IF
                   IF FS-ACCOUNT-IS-LOCKED OR FS-ACCOUNT-FROZEN
                       OR FS-ACCOUNT-CLOSED
                       OR WS-PAYOUT-CURRENCY NOT = WS-CLOSE-CURRENCY
                       DISPLAY "THAT ACCOUNT CANNOT RECEIVE THE "
                           "BALANCE"
                       MOVE 0 TO WS-PAYOUT-METHOD
                   END-IF
               WHEN WS-PAYOUT-INTERBANK
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
                   MOVE WS-CURRENT-DATETIME(9:6)
                       TO WS-VALUE-KEYED-TIME
                   CALL 'VALUE-DATE' USING WS-VALUE-MOVEMENT-TYPE
                       WS-TODAY WS-VALUE-KEYED-TIME WS-VALUE-DATE
                   MOVE SPACES TO WS-ICH-OUT-FILENAME
                   STRING "ICH-OUT-" WS-VALUE-DATE ".txt"
                       DELIMITED BY SIZE INTO WS-ICH-OUT-FILENAME
                   OPEN EXTEND INTERCHANGE-OUT-FILE
                   IF ICHOUTF-STATUS = 35
                       OPEN OUTPUT INTERCHANGE-OUT-FILE
                   END-IF
                   IF ICHOUTF-STATUS NOT = 00
                       DISPLAY "INTERBANK TRANSFERS ARE UNAVAILABLE"
                       DISPLAY "FS-STATUS: " ICHOUTF-STATUS
                       MOVE 0 TO WS-PAYOUT-METHOD
                   END-IF
               WHEN WS-PAYOUT-CASHIER
                   OPEN EXTEND CASHIER-PAYOUTS-FILE
                   IF PAYOUTF-STATUS = 35
                       OPEN OUTPUT CASHIER-PAYOUTS-FILE
                   END-IF
                   IF PAYOUTF-STATUS NOT = 00
                       DISPLAY "UNABLE TO OPEN CASHIER-PAYOUTS.txt"
                       DISPLAY "FS-STATUS: " PAYOUTF-STATUS
                       MOVE 0 TO WS-PAYOUT-METHOD
                   END-IF
           END-EVALUATE.
       130-END.EXIT.

      *    Transfers still waiting in the maker/checker queue are
      *    rejected the way TRANSFER-APPROVE rejects them: the
      *    earmarked funds go back to the sender (AUTH-RET). Items
      *    this account sent come back into it before the payout;
      *    items addressed to it go back to whoever sent them.
       200-RETURN-QUEUED-TRANSFERS.
           OPEN INPUT PENDING-AUTH-FILE
           IF PENDAUTHF-STATUS NOT = 00
               GO TO 200-END
           END-IF
           OPEN OUTPUT PENDING-AUTH-OUT
           IF PENDAUTHOUTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN PENDING-AUTH.txt.new - QUEUED "
                   "TRANSFERS LEFT FOR TRANSFER-APPROVE"
               CLOSE PENDING-AUTH-FILE
               GO TO 200-END
           END-IF

           PERFORM UNTIL PENDAUTHF-STATUS = 10
               READ PENDING-AUTH-FILE
                   AT END
                       MOVE 10 TO PENDAUTHF-STATUS
                   NOT AT END
                       IF PA-IS-PENDING
                           AND (PA-SENDER-CBU = WS-CLOSE-CBU
                               OR PA-DESTINATION-CBU = WS-CLOSE-CBU)
                           PERFORM 205-RETURN-ONE-ITEM THRU 205-END
                       END-IF
                       WRITE PENDING-AUTH-OUT-REC
                           FROM PENDING-AUTH-RECORD
               END-READ
           END-PERFORM
           CLOSE PENDING-AUTH-FILE
           CLOSE PENDING-AUTH-OUT

           CALL "CBL_DELETE_FILE" USING "PENDING-AUTH.txt"
               GIVING WS-DELETE-STATUS
           IF WS-DELETE-STATUS NOT = 0
               DISPLAY "UNABLE TO DELETE OLD PENDING-AUTH.txt, "
                   "ABORTING BEFORE RENAME"
               GO TO 200-END
           END-IF
           CALL "CBL_RENAME_FILE" USING
               "PENDING-AUTH.txt.new" "PENDING-AUTH.txt"
               GIVING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               DISPLAY "UNABLE TO RENAME PENDING-AUTH.txt.new INTO "
                   "PLACE - AUTH QUEUE MAY BE MISSING"
           END-IF.
       200-END.EXIT.

       205-RETURN-ONE-ITEM.
           MOVE PA-SENDER-CBU TO WS-POST-CBU
           MOVE PA-AMOUNT TO WS-POST-AMOUNT
           MOVE "AUTH-RET" TO WS-POST-TYPE
           SET WS-POST-IS-CREDIT TO TRUE
           PERFORM 400-POST-MOVEMENT THRU 400-END
           IF WS-POST-FAILED
               DISPLAY "QUEUED TRANSFER FROM " PA-SENDER-CBU
                   " LEFT PENDING FOR TRANSFER-APPROVE"
               GO TO 205-END
           END-IF
           SET PA-IS-REJECTED TO TRUE
           ADD 1 TO WS-RETURNED-COUNT
           MOVE PA-SENDER-CBU TO WS-SEC-EVENT-CBU
           MOVE "XFER-REJECTED" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING WS-SEC-EVENT-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID.
       205-END.EXIT.

      *    An open term deposit is broken early: the principal comes
      *    back (TD-MATUR) with simple interest at its frozen rate for
      *    the days it actually ran (TD-INT), the same two receipts
      *    TERM-DEPOSIT-MATURE posts at maturity.
       210-BREAK-TERM-DEPOSITS.
           OPEN INPUT TERM-DEPOSITS-FILE
           IF TERMDEPF-STATUS NOT = 00
               GO TO 210-END
           END-IF
           OPEN OUTPUT TERM-DEPOSITS-OUT
           IF TERMDEPOUTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN TERM-DEPOSITS.txt.new - TERM "
                   "DEPOSITS NOT BROKEN"
               CLOSE TERM-DEPOSITS-FILE
               GO TO 210-END
           END-IF

           PERFORM UNTIL TERMDEPF-STATUS = 10
               READ TERM-DEPOSITS-FILE
                   AT END
                       MOVE 10 TO TERMDEPF-STATUS
                   NOT AT END
                       IF TD-CBU = WS-CLOSE-CBU AND TD-IS-OPEN
                           PERFORM 215-BREAK-ONE-DEPOSIT THRU 215-END
                       END-IF
                       WRITE TERM-DEPOSIT-OUT FROM TERM-DEPOSIT-RECORD
               END-READ
           END-PERFORM
           CLOSE TERM-DEPOSITS-FILE
           CLOSE TERM-DEPOSITS-OUT

           CALL "CBL_DELETE_FILE" USING "TERM-DEPOSITS.txt"
               GIVING WS-DELETE-STATUS
           IF WS-DELETE-STATUS NOT = 0
               DISPLAY "UNABLE TO DELETE OLD TERM-DEPOSITS.txt, "
                   "ABORTING BEFORE RENAME"
               GO TO 210-END
           END-IF
           CALL "CBL_RENAME_FILE" USING
               "TERM-DEPOSITS.txt.new" "TERM-DEPOSITS.txt"
               GIVING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               DISPLAY "UNABLE TO RENAME TERM-DEPOSITS.txt.new INTO "
                   "PLACE - TERM DEPOSITS MAY BE MISSING"
           END-IF.
       210-END.EXIT.

       215-BREAK-ONE-DEPOSIT.
           COMPUTE WS-TERM-DAYS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               - FUNCTION INTEGER-OF-DATE(FUNCTION
                   NUMVAL(TD-OPEN-DATE))
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
               TD-PRINCIPAL * TD-RATE-BASIS-POINTS * WS-TERM-DAYS
               / 10000 / 365

           MOVE WS-CLOSE-CBU TO WS-POST-CBU
           MOVE TD-PRINCIPAL TO WS-POST-AMOUNT
           MOVE "TD-MATUR" TO WS-POST-TYPE
           SET WS-POST-IS-CREDIT TO TRUE
           PERFORM 400-POST-MOVEMENT THRU 400-END
           IF WS-POST-FAILED
               GO TO 215-END
           END-IF
           SET TD-IS-MATURED TO TRUE
           ADD 1 TO WS-BROKEN-COUNT

           IF WS-INTEREST-AMOUNT > 0
               MOVE WS-INTEREST-AMOUNT TO WS-POST-AMOUNT
               MOVE "TD-INT" TO WS-POST-TYPE
               PERFORM 400-POST-MOVEMENT THRU 400-END
               IF WS-POST-DONE
                   MOVE "TD-INT" TO WX-MOVEMENT-TYPE
                   MOVE WS-INTEREST-AMOUNT TO WX-BASE-AMOUNT
                   PERFORM 410-CHARGE-TAX THRU 410-END
               END-IF
           END-IF.
       215-END.EXIT.

      *    Month-to-date interest at the account's monthly product
      *    rate (or the legacy flat rate), pro-rated over a 30-day
      *    month, since MONTHLY-MAINTENANCE will never see this
      *    account again. Posted as the ordinary INTEREST movement.
       220-ACCRUE-INTEREST.
           MOVE WS-INTEREST-BASIS-POINTS TO WS-APPLY-BASIS-POINTS
           IF WS-CLOSE-PRODUCT-CODE NOT = SPACES
               OPEN INPUT PRODUCTS-FILE
               IF PRODUCTSF-STATUS = 00
                   MOVE WS-CLOSE-PRODUCT-CODE TO PD-PRODUCT-CODE
                   READ PRODUCTS-FILE
                       NOT INVALID KEY
                           MOVE PD-INTEREST-BASIS-POINTS
                               TO WS-APPLY-BASIS-POINTS
                   END-READ
                   CLOSE PRODUCTS-FILE
               END-IF
           END-IF

           MOVE WS-TODAY-DD TO WS-ACCRUAL-DAYS
           IF WS-ACCRUAL-DAYS > 30
               MOVE 30 TO WS-ACCRUAL-DAYS
           END-IF

           MOVE WS-CLOSE-CBU TO FS-CBU
           READ ACCOUNTS-FILE
               INVALID KEY
                   GO TO 220-END
           END-READ
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
               FS-BALANCE * WS-APPLY-BASIS-POINTS * WS-ACCRUAL-DAYS
               / 10000 / 30
           IF WS-INTEREST-AMOUNT = 0
               GO TO 220-END
           END-IF

           MOVE WS-CLOSE-CBU TO WS-POST-CBU
           MOVE WS-INTEREST-AMOUNT TO WS-POST-AMOUNT
           MOVE "INTEREST" TO WS-POST-TYPE
           SET WS-POST-IS-CREDIT TO TRUE
           PERFORM 400-POST-MOVEMENT THRU 400-END
      *    Withholding on the interest just credited, before the
      *    balance is paid out.
           IF WS-POST-DONE
               MOVE "INTEREST" TO WX-MOVEMENT-TYPE
               MOVE WS-INTEREST-AMOUNT TO WX-BASE-AMOUNT
               PERFORM 410-CHARGE-TAX THRU 410-END
           END-IF.
       220-END.EXIT.

      *    The closing fee comes off the FEES.DAT schedule under the
      *    ACCT-CLOSE movement type, as a TXN-FEE receipt. It is
      *    capped at what the account holds - closure never leaves a
      *    debt behind.
       230-CHARGE-CLOSING-FEE.
           MOVE WS-CLOSE-CBU TO FS-CBU
           READ ACCOUNTS-FILE
               INVALID KEY
                   GO TO 230-END
           END-READ
           CALL 'FEE-LOOKUP' USING WS-FEE-TYPE FS-BALANCE
               WS-FEE-CHARGE
           IF WS-FEE-CHARGE > FS-BALANCE
               MOVE FS-BALANCE TO WS-FEE-CHARGE
           END-IF
           IF WS-FEE-CHARGE = 0
               GO TO 230-END
           END-IF

           MOVE WS-CLOSE-CBU TO WS-POST-CBU
           MOVE WS-FEE-CHARGE TO WS-POST-AMOUNT
           MOVE "TXN-FEE" TO WS-POST-TYPE
           SET WS-POST-IS-DEBIT TO TRUE
           PERFORM 400-POST-MOVEMENT THRU 400-END.
       230-END.EXIT.

      *    Whatever is left goes out in one movement. An empty
      *    account pays nothing and closes all the same.
       240-PAY-OUT-BALANCE.
           SET WS-POST-DONE TO TRUE
           MOVE WS-CLOSE-CBU TO FS-CBU
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT VANISHED DURING SETTLEMENT"
                   SET WS-POST-FAILED TO TRUE
                   GO TO 240-END
           END-READ
           MOVE FS-BALANCE TO WS-PAYOUT-AMOUNT
           IF WS-PAYOUT-AMOUNT = 0
               GO TO 240-END
           END-IF

           EVALUATE TRUE
               WHEN WS-PAYOUT-INTERNAL
                   PERFORM 242-PAY-INTERNAL THRU 242-END
               WHEN WS-PAYOUT-INTERBANK
                   PERFORM 244-PAY-INTERBANK THRU 244-END
               WHEN WS-PAYOUT-CASHIER
                   PERFORM 246-PAY-CASHIER THRU 246-END
           END-EVALUATE.
       240-END.EXIT.

      *    Two legs, destination first, with the TRANS-FILE row both
      *    parties' histories read - the same order 130-TRANSFER-LOG
      *    posts a manual transfer.
       242-PAY-INTERNAL.
           MOVE WS-PAYOUT-CBU TO WS-POST-CBU
           MOVE WS-PAYOUT-AMOUNT TO WS-POST-AMOUNT
           MOVE "XFER-IN" TO WS-POST-TYPE
           SET WS-POST-IS-CREDIT TO TRUE
           PERFORM 400-POST-MOVEMENT THRU 400-END
           IF WS-POST-FAILED
               GO TO 242-END
           END-IF

           MOVE WS-CLOSE-CBU TO WS-POST-CBU
           MOVE "XFER-OUT" TO WS-POST-TYPE
           SET WS-POST-IS-DEBIT TO TRUE
           PERFORM 400-POST-MOVEMENT THRU 400-END
           IF WS-POST-FAILED
               DISPLAY "*** DESTINATION CREDITED BUT CLOSING ACCOUNT "
                   "NOT DEBITED - REVERSE " WS-PAYOUT-CBU " ***"
               GO TO 242-END
           END-IF

           MOVE WS-CLOSE-CBU TO WT-RECIPIENT-CBU
           MOVE WS-CLOSE-USERNAME TO WT-RECIPIENT-USERNAME
           MOVE WS-PAYOUT-CBU TO WT-DESTINATION-CBU
           MOVE WS-PAYOUT-USERNAME TO WT-DESTINATION-USERNAME
           MOVE WS-PAYOUT-AMOUNT TO WT-AMOUNT
           MOVE WS-TODAY TO WT-DATE
           CALL 'TRANS-WRITE' USING WS-TRANS-WORK.
       242-END.EXIT.

      *    The same outbound item 190-EXTERNAL-TRANSFER queues: a
      *    type C row on today's ICH-OUT file plus a pending row on
      *    the outstanding-items register for INTERCHANGE-ACK.
      *    The ICH-OUT file for the value date was opened by
      *    130-SECURE-PAYOUT and is closed by the caller.
       244-PAY-INTERBANK.
           MOVE WS-CLOSE-CBU TO WS-POST-CBU
           MOVE WS-PAYOUT-AMOUNT TO WS-POST-AMOUNT
           MOVE "IBK-OUT" TO WS-POST-TYPE
           SET WS-POST-IS-DEBIT TO TRUE
           PERFORM 400-POST-MOVEMENT THRU 400-END
           IF WS-POST-FAILED
               GO TO 244-END
           END-IF

           SET IC-TYPE-CREDIT TO TRUE
           MOVE WS-CLOSE-CBU TO IC-SENDER-CBU
           MOVE WS-CLOSE-USERNAME TO IC-SENDER-USERNAME
           MOVE WS-PAYOUT-CBU TO IC-DESTINATION-CBU
           MOVE WS-PAYOUT-AMOUNT TO IC-AMOUNT
           MOVE WS-TODAY TO IC-DATE
           MOVE WS-VALUE-DATE TO IC-VALUE-DATE
           WRITE INTERCHANGE-RECORD

           OPEN EXTEND ICH-OUTSTANDING-FILE
           IF ICHOUTSF-STATUS = 35
               OPEN OUTPUT ICH-OUTSTANDING-FILE
           END-IF
           IF ICHOUTSF-STATUS = 00
               MOVE WS-CLOSE-CBU TO OS-SENDER-CBU
               MOVE WS-PAYOUT-CBU TO OS-DESTINATION-CBU
               MOVE WS-PAYOUT-AMOUNT TO OS-AMOUNT
               MOVE WS-TODAY TO OS-SENT-DATE
               SET OS-IS-PENDING TO TRUE
               MOVE WS-VALUE-DATE TO OS-VALUE-DATE
               WRITE ICH-OUTSTANDING-RECORD
               CLOSE ICH-OUTSTANDING-FILE
           ELSE
               DISPLAY "WARNING: OUTSTANDING-ITEMS REGISTER IS"
               DISPLAY "UNAVAILABLE - ITEM SENT BUT NOT TRACKED"
           END-IF.
       244-END.EXIT.

      *    The balance leaves the account as a CLOSE-PAY movement
      *    and waits on CASHIER-PAYOUTS.txt until the cashier hands
      *    the cash over. The payee is the customer of record, or
      *    the account name for accounts older than the master.
      *    CASHIER-PAYOUTS.txt was opened by 130-SECURE-PAYOUT and
      *    is closed by the caller.
       246-PAY-CASHIER.
           MOVE WS-CLOSE-CBU TO WS-POST-CBU
           MOVE WS-PAYOUT-AMOUNT TO WS-POST-AMOUNT
           MOVE "CLOSE-PAY" TO WS-POST-TYPE
           SET WS-POST-IS-DEBIT TO TRUE
           PERFORM 400-POST-MOVEMENT THRU 400-END
           IF WS-POST-FAILED
               GO TO 246-END
           END-IF

           MOVE WS-CLOSE-USERNAME TO CP-PAYEE-NAME
           IF WS-CLOSE-CUSTOMER-ID NOT = 0
               OPEN INPUT CUSTOMERS-FILE
               IF CUSTF-STATUS = 00
                   MOVE WS-CLOSE-CUSTOMER-ID TO CU-CUSTOMER-ID
                   READ CUSTOMERS-FILE
                       NOT INVALID KEY
                           MOVE CU-FULL-NAME TO CP-PAYEE-NAME
                   END-READ
                   CLOSE CUSTOMERS-FILE
               END-IF
           END-IF
           MOVE WS-CLOSE-CBU TO CP-CBU
           MOVE WS-CLOSE-CUSTOMER-ID TO CP-CUSTOMER-ID
           MOVE WS-PAYOUT-AMOUNT TO CP-AMOUNT
           MOVE WS-CLOSE-CURRENCY TO CP-CURRENCY-CODE
           MOVE WS-TODAY TO CP-CREATED-DATE
           MOVE WS-OPERATOR-ID TO CP-CREATED-OPERATOR
           SET CP-IS-AWAITING TO TRUE
           MOVE SPACES TO CP-DISBURSED-DATE
           MOVE SPACES TO CP-DISBURSED-OPERATOR
           WRITE CASHIER-PAYOUT-RECORD.
       246-END.EXIT.

      *    Live cards are hot-carded, so a card still in the
      *    customer's wallet is refused at 004-READ-CARD with the
      *    ordinary blocked-card message.
       250-CANCEL-CARDS.
           OPEN I-O CARDS-FILE
           IF CARDSF-STATUS NOT = 00
               GO TO 250-END
           END-IF
           PERFORM UNTIL CARDSF-STATUS = 10
               READ CARDS-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO CARDSF-STATUS
                   NOT AT END
                       IF CD-CBU = WS-CLOSE-CBU AND CD-CARD-ACTIVE
                           SET CD-CARD-BLOCKED TO TRUE
                           REWRITE CARD-RECORD
                               INVALID KEY
                                   DISPLAY "ERROR CANCELLING CARD "
                                       CD-CARD-NUMBER
                               NOT INVALID KEY
                                   ADD 1 TO WS-CARDS-COUNT
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARDS-FILE.
       250-END.EXIT.

      *    Orders paying out of the account and orders paying into
      *    it are both cancelled - either would only fail nightly
      *    against the closed CBU from now on.
       260-CANCEL-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDERS-FILE
           IF STORDF-STATUS NOT = 00
               GO TO 260-END
           END-IF
           OPEN OUTPUT STANDING-ORDERS-OUT
           IF STORDOUTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN STANDING-ORDERS.txt.new - "
                   "STANDING ORDERS NOT CANCELLED"
               CLOSE STANDING-ORDERS-FILE
               GO TO 260-END
           END-IF

           PERFORM UNTIL STORDF-STATUS = 10
               READ STANDING-ORDERS-FILE
                   AT END
                       MOVE 10 TO STORDF-STATUS
                   NOT AT END
                       IF (SO-CBU = WS-CLOSE-CBU
                           OR SO-DESTINATION-CBU = WS-CLOSE-CBU)
                           AND (SO-IS-ACTIVE OR SO-IS-SUSPENDED)
                           SET SO-IS-CANCELLED TO TRUE
                           ADD 1 TO WS-ORDERS-COUNT
                       END-IF
                       WRITE STANDING-ORDER-OUT
                           FROM STANDING-ORDER-RECORD
               END-READ
           END-PERFORM
           CLOSE STANDING-ORDERS-FILE
           CLOSE STANDING-ORDERS-OUT

           CALL "CBL_DELETE_FILE" USING "STANDING-ORDERS.txt"
               GIVING WS-DELETE-STATUS
           IF WS-DELETE-STATUS NOT = 0
               DISPLAY "UNABLE TO DELETE OLD STANDING-ORDERS.txt, "
                   "ABORTING BEFORE RENAME"
               GO TO 260-END
           END-IF
           CALL "CBL_RENAME_FILE" USING
               "STANDING-ORDERS.txt.new" "STANDING-ORDERS.txt"
               GIVING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               DISPLAY "UNABLE TO RENAME STANDING-ORDERS.txt.new INTO "
                   "PLACE - STANDING ORDERS MAY BE MISSING"
           END-IF.
       260-END.EXIT.

      *    The account's own sweep, and any sweep drawing on it as
      *    the linked source, are cancelled.
       270-CANCEL-SWEEPS.
           OPEN INPUT SWEEP-ORDERS-FILE
           IF SWEEPF-STATUS NOT = 00
               GO TO 270-END
           END-IF
           OPEN OUTPUT SWEEP-ORDERS-OUT
           IF SWEEPOUTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN SWEEP-ORDERS.txt.new - "
                   "SWEEPS NOT CANCELLED"
               CLOSE SWEEP-ORDERS-FILE
               GO TO 270-END
           END-IF

           PERFORM UNTIL SWEEPF-STATUS = 10
               READ SWEEP-ORDERS-FILE
                   AT END
                       MOVE 10 TO SWEEPF-STATUS
                   NOT AT END
                       IF (SW-CBU = WS-CLOSE-CBU
                           OR SW-SOURCE-CBU = WS-CLOSE-CBU)
                           AND SW-IS-ACTIVE
                           SET SW-IS-CANCELLED TO TRUE
                           ADD 1 TO WS-SWEEPS-COUNT
                       END-IF
                       WRITE SWEEP-ORDER-OUT FROM SWEEP-ORDER-RECORD
               END-READ
           END-PERFORM
           CLOSE SWEEP-ORDERS-FILE
           CLOSE SWEEP-ORDERS-OUT

           CALL "CBL_DELETE_FILE" USING "SWEEP-ORDERS.txt"
               GIVING WS-DELETE-STATUS
           IF WS-DELETE-STATUS NOT = 0
               DISPLAY "UNABLE TO DELETE OLD SWEEP-ORDERS.txt, "
                   "ABORTING BEFORE RENAME"
               GO TO 270-END
           END-IF
           CALL "CBL_RENAME_FILE" USING
               "SWEEP-ORDERS.txt.new" "SWEEP-ORDERS.txt"
               GIVING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               DISPLAY "UNABLE TO RENAME SWEEP-ORDERS.txt.new INTO "
                   "PLACE - SWEEP ORDERS MAY BE MISSING"
           END-IF.
       270-END.EXIT.

      *    Direct-debit mandates on the account are revoked the way
      *    MANDATE-MAINTENANCE revokes them, kept for the record, so
      *    DIRECT-DEBIT-RUN stops presenting billers' requests
      *    against the closed CBU.
       274-REVOKE-MANDATES.
           OPEN I-O MANDATES-FILE
           IF MANDATESF-STATUS = 35
               GO TO 274-END
           END-IF
           IF MANDATESF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN MANDATES.DAT - DIRECT DEBITS "
                   "NOT REVOKED"
               DISPLAY "FS-STATUS: " MANDATESF-STATUS
               GO TO 274-END
           END-IF
           MOVE WS-CLOSE-CBU TO MD-CBU
           MOVE 0 TO MD-SERVICE-CODE
           START MANDATES-FILE KEY IS NOT LESS THAN MD-KEY
               INVALID KEY
                   MOVE 10 TO MANDATESF-STATUS
           END-START
           PERFORM UNTIL MANDATESF-STATUS NOT = 00
               READ MANDATES-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO MANDATESF-STATUS
                   NOT AT END
                       IF MD-CBU NOT = WS-CLOSE-CBU
                           MOVE 10 TO MANDATESF-STATUS
                       ELSE
                           IF MD-IS-ACTIVE
                               SET MD-IS-REVOKED TO TRUE
                               MOVE WS-OPERATOR-ID TO MD-REVOKED-BY
                               MOVE WS-TODAY TO MD-REVOKED-DATE
                               REWRITE MANDATE-RECORD
                                   INVALID KEY
                                       DISPLAY "ERROR REVOKING "
                                           "MANDATE FOR SERVICE "
                                           MD-SERVICE-CODE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-MANDATES-COUNT
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANDATES-FILE.
       274-END.EXIT.

      *    Every party link still open on the account - joint
      *    owners, signatories and the primary-owner history row -
      *    ends on the closing date, so the account drops out of its
      *    parties' relationships from today.
       277-END-PARTY-LINKS.
           OPEN I-O ACCOUNT-PARTIES-FILE
           IF PARTYF-STATUS = 35
               GO TO 277-END
           END-IF
           IF PARTYF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN ACCOUNT-PARTIES.DAT - PARTY "
                   "LINKS NOT ENDED"
               DISPLAY "FS-STATUS: " PARTYF-STATUS
               GO TO 277-END
           END-IF
           MOVE WS-CLOSE-CBU TO AP-CBU
           MOVE 0 TO AP-CUSTOMER-ID
           START ACCOUNT-PARTIES-FILE KEY IS NOT LESS THAN AP-KEY
               INVALID KEY
                   MOVE 10 TO PARTYF-STATUS
           END-START
           PERFORM UNTIL PARTYF-STATUS NOT = 00
               READ ACCOUNT-PARTIES-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO PARTYF-STATUS
                   NOT AT END
                       IF AP-CBU NOT = WS-CLOSE-CBU
                           MOVE 10 TO PARTYF-STATUS
                       ELSE
                           IF AP-END-DATE = SPACES
                               OR AP-END-DATE > WS-TODAY
                               MOVE WS-TODAY TO AP-END-DATE
                               MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID
                               REWRITE ACCOUNT-PARTY-RECORD
                                   INVALID KEY
                                       DISPLAY "ERROR ENDING LINK OF "
                                           "CUSTOMER " AP-CUSTOMER-ID
                                   NOT INVALID KEY
                                       ADD 1 TO WS-PARTIES-COUNT
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-PARTIES-FILE.
       277-END.EXIT.

      *    Links are reciprocal (see ACCOUNT-LINK), so the closing
      *    CBU is taken out of each sibling's list, closing the gap
      *    so the list stays packed from the front.
       280-REMOVE-LINKS.
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-CLOSE-LINKED-COUNT
               MOVE WS-CLOSE-LINKED-CBU(WS-LINK-IDX) TO FS-CBU
               READ ACCOUNTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 285-DROP-SIBLING-LINK THRU 285-END
               END-READ
           END-PERFORM.
       280-END.EXIT.

       285-DROP-SIBLING-LINK.
           SET WS-LINK-NOT-FOUND TO TRUE
           PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
               UNTIL WS-SHIFT-IDX > FS-LINKED-CBU-COUNT
               IF FS-LINKED-CBU(WS-SHIFT-IDX) = WS-CLOSE-CBU
                   SET WS-LINK-WAS-FOUND TO TRUE
               END-IF
               IF WS-LINK-WAS-FOUND AND WS-SHIFT-IDX < 4
                   MOVE FS-LINKED-CBU(WS-SHIFT-IDX + 1)
                       TO FS-LINKED-CBU(WS-SHIFT-IDX)
               END-IF
           END-PERFORM
           IF WS-LINK-NOT-FOUND
               GO TO 285-END
           END-IF
           MOVE 0 TO FS-LINKED-CBU(FS-LINKED-CBU-COUNT)
           SUBTRACT 1 FROM FS-LINKED-CBU-COUNT
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "ERROR UNLINKING " FS-CBU
                   GO TO 285-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
           ADD 1 TO WS-LINKS-COUNT.
       285-END.EXIT.

       290-MARK-CLOSED.
           MOVE WS-CLOSE-CBU TO FS-CBU
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT VANISHED DURING SETTLEMENT"
                   GO TO 290-END
           END-READ
           MOVE FS-BALANCE TO WS-CLOSE-BALANCE
           SET FS-ACCOUNT-CLOSED TO TRUE
           MOVE 0 TO FS-LINKED-CBU-COUNT
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1 UNTIL WS-LINK-IDX > 4
               MOVE 0 TO FS-LINKED-CBU(WS-LINK-IDX)
           END-PERFORM
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "SYSTEM FAILURE. TRY LATER"
                   GO TO 290-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD

           MOVE "ACCOUNT-CLOSED" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING WS-CLOSE-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE
               WS-OPERATOR-ID
           MOVE "ACCOUNT-CLOSED" TO WS-NOTIFY-EVENT-TYPE
           CALL 'NOTIFY-ENQUEUE' USING WS-CLOSE-CBU
               WS-NOTIFY-EVENT-TYPE WS-PAYOUT-AMOUNT.
       290-END.EXIT.

      ******************************************************************
      *    Final closing statement: the month to date off the receipts
      *    ledger - the settlement movements included - in the same
      *    layout STATEMENT-RUN prints, which skips closed accounts.
      ******************************************************************
       300-PRINT-CLOSING-STATEMENT.
           OPEN EXTEND PRINT-FILE
           IF PRINTF-STATUS = 35
               OPEN OUTPUT PRINT-FILE
           END-IF
           IF PRINTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN CLOSING-STATEMENTS.txt"
               GO TO 300-END
           END-IF

           PERFORM 310-WRITE-HEADING THRU 310-END

           STRING WS-TODAY-YYYYMM "01"
               DELIMITED BY SIZE INTO WS-MONTH-START
           SET WS-IS-FIRST-ROW TO TRUE
           MOVE WS-CLOSE-BALANCE TO WS-OPENING-BALANCE
           MOVE WS-CLOSE-BALANCE TO WS-CLOSING-BALANCE

           OPEN INPUT RECEIPTS-FILE
           IF RECEIPTSF-STATUS = 00
               MOVE WS-CLOSE-CBU TO RF-CBU
               MOVE WS-MONTH-START TO RF-DATE
               MOVE 0 TO RF-SEQ
               START RECEIPTS-FILE KEY IS NOT LESS THAN RF-KEY
                   INVALID KEY
                       MOVE 10 TO RECEIPTSF-STATUS
               END-START
               PERFORM UNTIL RECEIPTSF-STATUS = 10
                   READ RECEIPTS-FILE NEXT RECORD
                       AT END
                           MOVE 10 TO RECEIPTSF-STATUS
                       NOT AT END
                           IF RF-CBU NOT = WS-CLOSE-CBU
                               OR RF-DATE > WS-TODAY
                               MOVE 10 TO RECEIPTSF-STATUS
                           ELSE
                               IF WS-IS-FIRST-ROW
                                   PERFORM 320-DERIVE-OPENING
                                       THRU 320-END
                                   PERFORM 315-WRITE-OPENING
                                       THRU 315-END
                                   SET WS-NOT-FIRST-ROW TO TRUE
                               END-IF
                               PERFORM 330-WRITE-MOVEMENT THRU 330-END
                               MOVE RF-RESULTING-BALANCE
                                   TO WS-CLOSING-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIPTS-FILE
           END-IF
           IF WS-IS-FIRST-ROW
               PERFORM 315-WRITE-OPENING THRU 315-END
               MOVE "   NO MOVEMENTS THIS MONTH" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF

           MOVE WS-CLOSING-BALANCE TO WS-DISPLAY-BALANCE
           MOVE SPACES TO PRINT-LINE
           STRING "   CLOSING BALANCE: " WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

           MOVE WS-PAYOUT-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO PRINT-LINE
           EVALUATE TRUE
               WHEN WS-PAYOUT-AMOUNT = 0
                   MOVE "   NO BALANCE REMAINED TO BE PAID OUT"
                       TO PRINT-LINE
               WHEN WS-PAYOUT-INTERNAL
                   STRING "   PAID OUT " WS-DISPLAY-AMOUNT
                       " TO CBU " WS-PAYOUT-CBU
                       DELIMITED BY SIZE INTO PRINT-LINE
               WHEN WS-PAYOUT-INTERBANK
                   STRING "   PAID OUT " WS-DISPLAY-AMOUNT
                       " TO CBU " WS-PAYOUT-CBU " (INTERBANK)"
                       DELIMITED BY SIZE INTO PRINT-LINE
               WHEN WS-PAYOUT-CASHIER
                   STRING "   " WS-DISPLAY-AMOUNT
                       " AWAITS COLLECTION AT THE BRANCH COUNTER"
                       DELIMITED BY SIZE INTO PRINT-LINE
           END-EVALUATE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "   ACCOUNT CLOSED " WS-TODAY
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ALL "=" TO PRINT-LINE
           WRITE PRINT-LINE
           CLOSE PRINT-FILE.
       300-END.EXIT.

       310-WRITE-HEADING.
           MOVE ALL "=" TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "CLOSING STATEMENT " WS-TODAY
               "   CBU " WS-CLOSE-CBU
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE

      *    Mailing identity from the customer master; accounts from
      *    before the master existed fall back to the account name.
           MOVE 23 TO CUSTF-STATUS
           IF WS-CLOSE-CUSTOMER-ID NOT = 0
               OPEN INPUT CUSTOMERS-FILE
               IF CUSTF-STATUS = 00
                   MOVE WS-CLOSE-CUSTOMER-ID TO CU-CUSTOMER-ID
                   READ CUSTOMERS-FILE
                       INVALID KEY
                           MOVE 23 TO CUSTF-STATUS
                   END-READ
                   CLOSE CUSTOMERS-FILE
               END-IF
           END-IF
           MOVE SPACES TO PRINT-LINE
           IF CUSTF-STATUS = 00
               STRING "   " CU-FULL-NAME
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "   " CU-ADDRESS
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               STRING "   " WS-CLOSE-USERNAME
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE "   NO MAILING ADDRESS ON FILE" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE ALL "-" TO PRINT-LINE
           WRITE PRINT-LINE.
       310-END.EXIT.

       315-WRITE-OPENING.
           MOVE WS-OPENING-BALANCE TO WS-DISPLAY-BALANCE
           MOVE SPACES TO PRINT-LINE
           STRING "   OPENING BALANCE: " WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.
       315-END.EXIT.

      *    Same derivation STATEMENT-RUN uses: undo the first
      *    movement's effect on its own resulting balance.
       320-DERIVE-OPENING.
           EVALUATE TRUE
               WHEN RF-TRANS-TYPE = "DEPOSIT"
                   OR RF-TRANS-TYPE = "XFER-IN"
                   OR RF-TRANS-TYPE = "HOLD-REL"
                   OR RF-TRANS-TYPE = "INTEREST"
                   OR RF-TRANS-TYPE = "TD-MATUR"
                   OR RF-TRANS-TYPE = "TD-INT"
                   OR RF-TRANS-TYPE = "IBK-IN"
                   OR RF-TRANS-TYPE = "IBK-RET"
                   OR RF-TRANS-TYPE = "AUTH-RET"
                   OR RF-TRANS-TYPE = "CHK-CLEAR"
                   OR RF-TRANS-TYPE = "REV-IN"
                   OR RF-TRANS-TYPE = "FX-IN"
                   OR RF-TRANS-TYPE = "SWEEP-IN"
                   OR RF-TRANS-TYPE = "DSP-PROV"
                   OR RF-TRANS-TYPE = "DSP-CRED"
                   OR RF-TRANS-TYPE = "LN-DISB"
                   OR RF-TRANS-TYPE = "SUSP-POST"
                   OR RF-TRANS-TYPE = "PAY-CREDIT"
                   OR RF-TRANS-TYPE = "PAY-RET"
                   OR RF-TRANS-TYPE = "NOTE-GENU"
                   COMPUTE WS-OPENING-BALANCE =
                       RF-RESULTING-BALANCE - RF-AMOUNT
               WHEN RF-TRANS-TYPE = "WITHDRAWAL"
                   OR RF-TRANS-TYPE = "XFER-OUT"
                   OR RF-TRANS-TYPE = "XFER-PEND"
                   OR RF-TRANS-TYPE = "PAYMENT"
                   OR RF-TRANS-TYPE = "FEE"
                   OR RF-TRANS-TYPE = "TXN-FEE"
                   OR RF-TRANS-TYPE = "IBK-OUT"
                   OR RF-TRANS-TYPE = "CHK-RTN"
                   OR RF-TRANS-TYPE = "REV-OUT"
                   OR RF-TRANS-TYPE = "FX-OUT"
                   OR RF-TRANS-TYPE = "SWEEP-OUT"
                   OR RF-TRANS-TYPE = "TD-OPEN"
                   OR RF-TRANS-TYPE = "EMERG-WD"
                   OR RF-TRANS-TYPE = "STANDIN-WD"
                   OR RF-TRANS-TYPE = "DSP-CLAW"
                   OR RF-TRANS-TYPE = "CL-PAY"
                   OR RF-TRANS-TYPE = "LN-PRIN"
                   OR RF-TRANS-TYPE = "LN-INT"
                   OR RF-TRANS-TYPE = "CLOSE-PAY"
                   OR RF-TRANS-TYPE = "TAX-DBCR"
                   OR RF-TRANS-TYPE = "TAX-WHT"
                   OR RF-TRANS-TYPE = "SUSP-COLL"
                   OR RF-TRANS-TYPE = "PAY-DEBIT"
                   OR RF-TRANS-TYPE = "DD-DEBIT"
                   COMPUTE WS-OPENING-BALANCE =
                       RF-RESULTING-BALANCE + RF-AMOUNT
               WHEN OTHER
                   MOVE RF-RESULTING-BALANCE TO WS-OPENING-BALANCE
           END-EVALUATE.
       320-END.EXIT.

       330-WRITE-MOVEMENT.
           MOVE RF-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE RF-RESULTING-BALANCE TO WS-DISPLAY-BALANCE
           MOVE SPACES TO PRINT-LINE
           STRING "   " RF-DATE " " RF-TRANS-TYPE
               " " WS-DISPLAY-AMOUNT
               "  BALANCE " WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE.
       330-END.EXIT.

      ******************************************************************
      *    One settlement posting: read the account, apply the
      *    credit or debit, rewrite, journal, and post the receipt.
      *    A debit never takes an account below zero.
      ******************************************************************
       400-POST-MOVEMENT.
           SET WS-POST-FAILED TO TRUE
           MOVE WS-POST-CBU TO FS-CBU
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY "CBU NOT FOUND: " WS-POST-CBU
                   GO TO 400-END
           END-READ
           IF WS-POST-IS-DEBIT
               IF WS-POST-AMOUNT > FS-BALANCE
                   DISPLAY "INSUFFICIENT BALANCE ON " WS-POST-CBU
                   GO TO 400-END
               END-IF
               SUBTRACT WS-POST-AMOUNT FROM FS-BALANCE
           ELSE
               ADD WS-POST-AMOUNT TO FS-BALANCE
           END-IF
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING CBU: " WS-POST-CBU
                   GO TO 400-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD

           MOVE FS-CBU TO WR-CBU
           MOVE WS-POST-TYPE TO WR-TRANS-TYPE
           MOVE WS-POST-AMOUNT TO WR-AMOUNT
           MOVE FS-BALANCE TO WR-RESULTING-BALANCE
           MOVE WS-TODAY TO WR-DATE
           MOVE "00000000" TO WR-TIME
           MOVE SPACES TO WR-TERMINAL-ID
           MOVE FS-CURRENCY-CODE TO WR-CURRENCY-CODE
           CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK
           SET WS-POST-DONE TO TRUE.
       400-END.EXIT.

      *    Transaction tax or interest withholding on the movement
      *    400-POST-MOVEMENT just posted to the account in the record
      *    buffer, when the tax table lists its type (the caller sets
      *    WX-MOVEMENT-TYPE and WX-BASE-AMOUNT): its own TAX-DBCR /
      *    TAX-WHT receipt, never netted off the movement, plus a
      *    tax-ledger row for the monthly return. Collected down to
      *    the account's floor at most - the rest stays on the ledger
      *    as due but uncollected.
       410-CHARGE-TAX.
           MOVE WS-TODAY TO WX-DATE
           MOVE FS-CBU TO WX-CBU
           MOVE FS-CUSTOMER-ID TO WX-CUSTOMER-ID
           MOVE FS-CURRENCY-CODE TO WX-CURRENCY-CODE
           CALL 'TAX-LOOKUP' USING WS-TAX-WORK
           IF WX-TAX-DUE = 0
               GO TO 410-END
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
       410-END.EXIT.
       END PROGRAM ACCOUNT-STATUS-SET.
