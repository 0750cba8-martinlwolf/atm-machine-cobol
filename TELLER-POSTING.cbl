      ******************************************************************
      * Author:
      * Date:
      * Purpose: Branch counter posting tool. A teller signed on
      *          through OPERATOR-SIGNON, working an open shift on
      *          their own cash drawer (TELLER-DRAWER), takes a cash
      *          deposit, pays out a cash withdrawal, or moves money
      *          between two accounts of this bank for the customer
      *          at the counter. The rules are the machine's: an
      *          account locked, frozen or closed is refused, an
      *          account restricted for an overdue customer review
      *          (KYC-REVIEW-RUN) takes deposits only, no
      *          debit goes below the account's floor, withdrawals
      *          count against the daily limit, a cash deposit above
      *          the hold threshold goes on hold (HOLDS.txt), a
      *          transfer above the authorization threshold queues
      *          for a supervisor in PENDING-AUTH.txt, and cash moves
      *          only on home-currency accounts. The drawer ID is
      *          the counter's terminal ID: its TERMINAL-PROFILE.DAT
      *          row, when ops has registered one, sets the hold,
      *          notification and daily limits exactly as for a
      *          machine. Every receipt carries the drawer ID and the
      *          operator; cash movements are added to the drawer's
      *          running totals for the close-of-shift count.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLER-POSTING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CBU
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS ACCOUNTSF-STATUS.
           SELECT DRAWERS-FILE ASSIGN TO "TELLER-DRAWERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DW-DRAWER-ID
               FILE STATUS IS DRAWERSF-STATUS.
           SELECT TERMINAL-PROFILE-FILE
               ASSIGN TO "TERMINAL-PROFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-TERMINAL-ID
               FILE STATUS IS TERMPROFF-STATUS.
           SELECT AUTH-LIMIT-FILE ASSIGN TO "AUTH-LIMIT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTHLIMF-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDSF-STATUS.
           SELECT PENDING-AUTH-FILE ASSIGN TO "PENDING-AUTH.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDAUTHF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
           COPY ACCTREC.

       FD  DRAWERS-FILE.
           COPY DRAWERREC.

       FD  TERMINAL-PROFILE-FILE.
           COPY TERMPROF.

       FD  AUTH-LIMIT-FILE.
       01  AUTH-LIMIT-RECORD.
           05 AL-THRESHOLD-TEXT        PIC X(20).

       FD  HOLDS-FILE.
           COPY HOLDREC.

       FD  PENDING-AUTH-FILE.
           COPY PENDAUTH.

       WORKING-STORAGE SECTION.
       01  ACCOUNTSF-STATUS            PIC 9(2).
       01  DRAWERSF-STATUS             PIC 9(2).
       01  TERMPROFF-STATUS            PIC 9(2).
       01  AUTHLIMF-STATUS             PIC 9(2).
       01  HOLDSF-STATUS               PIC 9(2).
       01  PENDAUTHF-STATUS            PIC 9(2).
      *    Work images handed to RECEIPT-WRITE, TRANS-WRITE and the
      *    tax subprograms.
           COPY RECEIPTREC
               REPLACING ==RECEIPT-RECORD== BY ==WS-RECEIPT-WORK==
               LEADING ==RF== BY ==WR==.
           COPY TRANSREC
               REPLACING ==TRANS-RECORD== BY ==WS-TRANS-WORK==
               LEADING ==TF== BY ==WT==.
           COPY TAXLEDG
               REPLACING ==TAX-LEDGER-RECORD== BY ==WS-TAX-WORK==
               LEADING ==TL== BY ==WX==.

       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TODAY                    PIC X(08).
       01  WS-RELEASE-DATE-NUM         PIC 9(08).
      *    Value-date lookup handed to VALUE-DATE for a held deposit.
       01  WS-VALUE-MOVEMENT-TYPE      PIC X(03) VALUE "DEP".
       01  WS-VALUE-KEYED-TIME         PIC X(06).
       01  WS-VALUE-DATE               PIC X(08).
       01  WS-INPUT-OPTION             PIC 9(01).
       01  WS-INPUT-DRAWER-ID          PIC X(06).
       01  WS-INPUT-CBU                PIC 9(22).
       01  WS-INPUT-TO-CBU             PIC 9(22).
       01  WS-INPUT-AMOUNT             PIC 9(18)V99.
      *    The machine's built-in limits, overlaid by the drawer's
      *    own TERMINAL-PROFILE.DAT row and AUTH-LIMIT.txt when set.
       01  WS-HOLD-THRESHOLD           PIC 9(18)V99 VALUE 10000.
       01  WS-HOLD-DAYS                PIC 9(02) VALUE 2.
       01  WS-NOTIFY-WITHDRAW-LIMIT    PIC 9(18)V99 VALUE 50000.
       01  WS-DAILY-WITHDRAW-LIMIT     PIC 9(18)V99 VALUE 100000.
       01  WS-AUTH-THRESHOLD           PIC 9(18)V99 VALUE 500000.
       01  WS-EFFECTIVE-DAILY-LIMIT    PIC 9(18)V99.
       01  WS-DRAWER-CASH              PIC S9(18)V99.
       01  WS-RECEIPT-TRANS-TYPE       PIC X(10).
       01  WS-RECEIPT-AMOUNT           PIC 9(18)V99.
       01  WS-FEE-TYPE                 PIC X(10).
       01  WS-FEE-BASE-AMOUNT          PIC 9(18)V99.
       01  WS-FEE-CHARGE               PIC 9(18)V99.
       01  WS-AMOUNT-DISPLAY           PIC Z(17)9.99.
       01  WS-CBU-CHECK-FUNCTION       PIC X(01) VALUE "V".
       01  WS-CBU-CHECK-RESULT         PIC X(01).
           88 WS-CBU-IS-VALID              VALUE "Y".
           88 WS-CBU-NOT-VALID             VALUE "N".
      *    The account a movement posts to, and for a transfer the
      *    other side, kept while the record buffer moves between
      *    the two.
       01  WS-FROM-USERNAME            PIC A(35).
       01  WS-FROM-CURRENCY            PIC X(03).
       01  WS-TO-USERNAME              PIC A(35).
       01  WS-TO-CURRENCY              PIC X(03).
       01  WS-ACCOUNT-FLAG             PIC X(01).
           88 WS-ACCOUNT-USABLE            VALUE "Y".
           88 WS-ACCOUNT-NOT-USABLE        VALUE "N".
      *    Which shift total 740-UPDATE-DRAWER adds the posting to.
       01  WS-DRAWER-MOVEMENT          PIC X(01).
           88 WS-DRAWER-DEPOSIT            VALUE "D".
           88 WS-DRAWER-WITHDRAWAL         VALUE "W".
           88 WS-DRAWER-TRANSFER           VALUE "T".
       01  WS-NOTIFY-EVENT-TYPE        PIC X(16).
       01  WS-NOTIFY-AMOUNT            PIC 9(18)V99 VALUE ZERO.
      *    Counter work is teller work; every posting is logged under
      *    the operator and stamped on its receipt.
       01  WS-REQUIRED-ROLE            PIC X(01) VALUE "T".
       01  WS-OPERATOR-ID              PIC X(08).
       01  WS-SIGNON-RESULT            PIC X(01).
       01  WS-SEC-EVENT-TYPE           PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "TELLER-POSTING - COUNTER CASH AND TRANSFERS"

           CALL 'OPERATOR-SIGNON' USING WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT = "N"
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY

           PERFORM 010-OPEN-FILES THRU 010-END
           PERFORM 020-READ-DRAWER THRU 020-END
           PERFORM 030-LOAD-COUNTER-LIMITS THRU 030-END

           DISPLAY "1.CASH DEPOSIT"
           DISPLAY "2.CASH WITHDRAWAL"
           DISPLAY "3.TRANSFER BETWEEN ACCOUNTS OF THIS BANK"
           ACCEPT WS-INPUT-OPTION

           EVALUATE WS-INPUT-OPTION
               WHEN 1
                   PERFORM 100-CASH-DEPOSIT THRU 100-END
               WHEN 2
                   PERFORM 200-CASH-WITHDRAWAL THRU 200-END
               WHEN 3
                   PERFORM 300-TRANSFER THRU 300-END
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE

           PERFORM 090-CLOSE-FILES THRU 090-END
           STOP RUN.

       010-OPEN-FILES.
           OPEN I-O ACCOUNTS-FILE
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN ACCOUNTS.DAT"
               DISPLAY "FS-STATUS: " ACCOUNTSF-STATUS
               STOP RUN
           END-IF

           OPEN I-O DRAWERS-FILE
           IF DRAWERSF-STATUS NOT = 00
               DISPLAY "NO TELLER DRAWERS ON FILE - OPEN A SHIFT WITH "
                   "TELLER-DRAWER FIRST"
               CLOSE ACCOUNTS-FILE
               STOP RUN
           END-IF.
       010-END.EXIT.

      *    Nothing posts at a counter without an open shift on a
      *    drawer the signed-on teller is working.
       020-READ-DRAWER.
           DISPLAY "ENTER YOUR DRAWER ID"
           ACCEPT WS-INPUT-DRAWER-ID
           MOVE WS-INPUT-DRAWER-ID TO DW-DRAWER-ID
           READ DRAWERS-FILE
               INVALID KEY
                   DISPLAY "NO SUCH DRAWER ON FILE"
                   PERFORM 090-CLOSE-FILES THRU 090-END
                   STOP RUN
           END-READ
           IF NOT DW-SHIFT-OPEN
               DISPLAY "THIS DRAWER HAS NO OPEN SHIFT"
               PERFORM 090-CLOSE-FILES THRU 090-END
               STOP RUN
           END-IF
           IF DW-OPERATOR-ID NOT = WS-OPERATOR-ID
               DISPLAY "THIS DRAWER IS OPEN UNDER OPERATOR "
                   DW-OPERATOR-ID
               PERFORM 090-CLOSE-FILES THRU 090-END
               STOP RUN
           END-IF.
       020-END.EXIT.

      *    Same overlay as the machine's start-up: only nonzero
      *    profile values are taken.
       030-LOAD-COUNTER-LIMITS.
           OPEN INPUT AUTH-LIMIT-FILE
           IF AUTHLIMF-STATUS = 00
               READ AUTH-LIMIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION NUMVAL(AL-THRESHOLD-TEXT) > 0
                           COMPUTE WS-AUTH-THRESHOLD =
                               FUNCTION NUMVAL(AL-THRESHOLD-TEXT)
                       END-IF
               END-READ
               CLOSE AUTH-LIMIT-FILE
           END-IF

           OPEN INPUT TERMINAL-PROFILE-FILE
           IF TERMPROFF-STATUS NOT = 00
               GO TO 030-END
           END-IF
           MOVE WS-INPUT-DRAWER-ID TO TP-TERMINAL-ID
           READ TERMINAL-PROFILE-FILE
               INVALID KEY
                   CLOSE TERMINAL-PROFILE-FILE
                   GO TO 030-END
           END-READ
           CLOSE TERMINAL-PROFILE-FILE
           IF TP-HOLD-THRESHOLD > 0
               MOVE TP-HOLD-THRESHOLD TO WS-HOLD-THRESHOLD
           END-IF
           IF TP-NOTIFY-LIMIT > 0
               MOVE TP-NOTIFY-LIMIT TO WS-NOTIFY-WITHDRAW-LIMIT
           END-IF
           IF TP-DAILY-LIMIT > 0
               MOVE TP-DAILY-LIMIT TO WS-DAILY-WITHDRAW-LIMIT
           END-IF.
       030-END.EXIT.

      *    Keyed read of FS-CBU taking the record lock, with the
      *    status rules a terminal login applies. WS-ACCOUNT-FLAG
      *    says whether the account may be posted to.
       040-READ-ACCOUNT.
           SET WS-ACCOUNT-NOT-USABLE TO TRUE
           READ ACCOUNTS-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "NO SUCH ACCOUNT ON FILE: " FS-CBU
                   GO TO 040-END
           END-READ
           IF ACCOUNTSF-STATUS = 51
               DISPLAY "THIS ACCOUNT IS IN USE AT A TERMINAL - TRY "
                   "AGAIN IN A MOMENT"
               GO TO 040-END
           END-IF
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO READ ACCOUNT " FS-CBU
               DISPLAY "FS-STATUS: " ACCOUNTSF-STATUS
               GO TO 040-END
           END-IF
           IF FS-ACCOUNT-IS-LOCKED
               DISPLAY "ACCOUNT " FS-CBU " IS LOCKED - UNLOCK IT "
                   "WITH PIN-UNLOCK FIRST"
               UNLOCK ACCOUNTS-FILE
               GO TO 040-END
           END-IF
           IF FS-ACCOUNT-FROZEN
               DISPLAY "ACCOUNT " FS-CBU " IS FROZEN"
               UNLOCK ACCOUNTS-FILE
               GO TO 040-END
           END-IF
           IF FS-ACCOUNT-CLOSED
               DISPLAY "ACCOUNT " FS-CBU " IS CLOSED"
               UNLOCK ACCOUNTS-FILE
               GO TO 040-END
           END-IF
           SET WS-ACCOUNT-USABLE TO TRUE.
       040-END.EXIT.

      *    A restricted account still takes a deposit or an incoming
      *    transfer; money only goes out once KYC-REVIEW has recorded
      *    the customer's review. The refusal goes on the security
      *    log under the teller.
       045-REFUSE-RESTRICTED.
           DISPLAY "ACCOUNT " FS-CBU " IS RESTRICTED TO DEPOSITS - "
               "THE CUSTOMER'S REVIEW IS OVERDUE"
           DISPLAY "RECORD THE REVIEW WITH KYC-REVIEW FIRST"
           UNLOCK ACCOUNTS-FILE
           MOVE "DEBIT-DENY-KYC" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING FS-CBU
               WS-INPUT-DRAWER-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID.
       045-END.EXIT.

       090-CLOSE-FILES.
           CLOSE ACCOUNTS-FILE
           CLOSE DRAWERS-FILE.
       090-END.EXIT.

      *    The drawer holds home-currency notes only, so cash lands
      *    on an ARS account - as at the machine.
       100-CASH-DEPOSIT.
           DISPLAY "ENTER THE ACCOUNT CBU"
           ACCEPT WS-INPUT-CBU
           MOVE WS-INPUT-CBU TO FS-CBU
           PERFORM 040-READ-ACCOUNT THRU 040-END
           IF WS-ACCOUNT-NOT-USABLE
               GO TO 100-END
           END-IF
           IF FS-CURRENCY-CODE NOT = SPACES
               AND FS-CURRENCY-CODE NOT = "ARS"
               DISPLAY "CASH IS TAKEN IN ARS ONLY - THIS ACCOUNT IS "
                   "HELD IN " FS-CURRENCY-CODE
               UNLOCK ACCOUNTS-FILE
               GO TO 100-END
           END-IF

           DISPLAY "ACCOUNT HOLDER: " FS-USERNAME
           DISPLAY "ENTER THE AMOUNT RECEIVED"
           ACCEPT WS-INPUT-AMOUNT
           IF WS-INPUT-AMOUNT = 0
               DISPLAY "NOTHING POSTED"
               UNLOCK ACCOUNTS-FILE
               GO TO 100-END
           END-IF

           IF WS-INPUT-AMOUNT > WS-HOLD-THRESHOLD
               PERFORM 110-HOLD-DEPOSIT THRU 110-END
               IF WS-ACCOUNT-NOT-USABLE
                   GO TO 100-END
               END-IF
           ELSE
               ADD WS-INPUT-AMOUNT TO FS-BALANCE
               PERFORM 720-STAMP-ACTIVITY THRU 720-END
               REWRITE ACCOUNTS-RECORD
                   INVALID KEY
                       DISPLAY "ERROR UPDATING CBU: " FS-CBU
                       UNLOCK ACCOUNTS-FILE
                       GO TO 100-END
               END-REWRITE
               CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
               MOVE "DEPOSIT" TO WS-RECEIPT-TRANS-TYPE
               MOVE WS-INPUT-AMOUNT TO WS-RECEIPT-AMOUNT
               PERFORM 700-WRITE-RECEIPT THRU 700-END
           END-IF
           UNLOCK ACCOUNTS-FILE

           SET WS-DRAWER-DEPOSIT TO TRUE
           PERFORM 740-UPDATE-DRAWER THRU 740-END
           MOVE WS-INPUT-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "CASH DEPOSIT POSTED: " WS-AMOUNT-DISPLAY.
       100-END.EXIT.

      *    Large cash deposits wait out the hold period in
      *    FS-PENDING-BALANCE; HOLD-RELEASE moves them into the
      *    balance when the HOLDS.txt row matures.
       110-HOLD-DEPOSIT.
           ADD WS-INPUT-AMOUNT TO FS-PENDING-BALANCE
           PERFORM 720-STAMP-ACTIVITY THRU 720-END
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING CBU: " FS-CBU
                   UNLOCK ACCOUNTS-FILE
                   SET WS-ACCOUNT-NOT-USABLE TO TRUE
                   GO TO 110-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD

      *    The hold period runs from the deposit's value date, not
      *    from a holiday or after-cut-off keying date.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-VALUE-KEYED-TIME
           CALL 'VALUE-DATE' USING WS-VALUE-MOVEMENT-TYPE WS-TODAY
               WS-VALUE-KEYED-TIME WS-VALUE-DATE
           MOVE WS-VALUE-DATE TO WS-RELEASE-DATE-NUM
           COMPUTE WS-RELEASE-DATE-NUM =
               FUNCTION INTEGER-OF-DATE(WS-RELEASE-DATE-NUM)
               + WS-HOLD-DAYS
           OPEN EXTEND HOLDS-FILE
           IF HOLDSF-STATUS = 35
               OPEN OUTPUT HOLDS-FILE
           END-IF
           IF HOLDSF-STATUS NOT = 00
               DISPLAY "HOLDS LOG IS UNAVAILABLE - FS-STATUS: "
                   HOLDSF-STATUS
               DISPLAY "REPORT THIS HOLD TO OPERATIONS"
           ELSE
               MOVE FS-CBU TO HF-CBU
               MOVE WS-INPUT-AMOUNT TO HF-AMOUNT
               MOVE WS-TODAY TO HF-DEPOSIT-DATE
               MOVE FUNCTION DATE-OF-INTEGER(WS-RELEASE-DATE-NUM)
                   TO HF-RELEASE-DATE
               SET HF-IS-PENDING TO TRUE
               MOVE WS-VALUE-DATE TO HF-VALUE-DATE
               WRITE HOLD-RECORD
               CLOSE HOLDS-FILE
           END-IF

           MOVE "HOLD" TO WS-RECEIPT-TRANS-TYPE
           MOVE WS-INPUT-AMOUNT TO WS-RECEIPT-AMOUNT
           PERFORM 700-WRITE-RECEIPT THRU 700-END
           DISPLAY "OVER THE INSTANT-CREDIT THRESHOLD - THE DEPOSIT "
               "IS ON HOLD"
           DISPLAY "UNTIL " HF-RELEASE-DATE.
       110-END.EXIT.

       200-CASH-WITHDRAWAL.
           DISPLAY "ENTER THE ACCOUNT CBU"
           ACCEPT WS-INPUT-CBU
           MOVE WS-INPUT-CBU TO FS-CBU
           PERFORM 040-READ-ACCOUNT THRU 040-END
           IF WS-ACCOUNT-NOT-USABLE
               GO TO 200-END
           END-IF
           IF FS-ACCOUNT-RESTRICTED
               PERFORM 045-REFUSE-RESTRICTED THRU 045-END
               GO TO 200-END
           END-IF
           IF FS-CURRENCY-CODE NOT = SPACES
               AND FS-CURRENCY-CODE NOT = "ARS"
               DISPLAY "CASH IS PAID IN ARS ONLY - THIS ACCOUNT IS "
                   "HELD IN " FS-CURRENCY-CODE
               UNLOCK ACCOUNTS-FILE
               GO TO 200-END
           END-IF

           DISPLAY "ACCOUNT HOLDER: " FS-USERNAME
           DISPLAY "ENTER THE AMOUNT TO PAY OUT"
           ACCEPT WS-INPUT-AMOUNT
           IF WS-INPUT-AMOUNT = 0
               DISPLAY "NOTHING POSTED"
               UNLOCK ACCOUNTS-FILE
               GO TO 200-END
           END-IF

      *    The account's own daily ceiling when it has one,
      *    otherwise the counter's.
           IF FS-DAILY-WITHDRAW-LIMIT > 0
               MOVE FS-DAILY-WITHDRAW-LIMIT
                   TO WS-EFFECTIVE-DAILY-LIMIT
           ELSE
               MOVE WS-DAILY-WITHDRAW-LIMIT
                   TO WS-EFFECTIVE-DAILY-LIMIT
           END-IF
           IF FS-DAILY-WITHDRAWN-TOTAL + WS-INPUT-AMOUNT
               > WS-EFFECTIVE-DAILY-LIMIT
               DISPLAY "THE DAILY WITHDRAWAL LIMIT WOULD BE EXCEEDED"
               UNLOCK ACCOUNTS-FILE
               GO TO 200-END
           END-IF
           IF FS-BALANCE - WS-INPUT-AMOUNT < FS-MIN-BALANCE
               DISPLAY "NOT ENOUGH MONEY - THE BALANCE WOULD GO BELOW "
                   "THE ACCOUNT'S FLOOR"
               UNLOCK ACCOUNTS-FILE
               GO TO 200-END
           END-IF
           MOVE WS-INPUT-DRAWER-ID TO DW-DRAWER-ID
           READ DRAWERS-FILE
               INVALID KEY
                   MOVE 0 TO DW-OPENING-FLOAT DW-BOUGHT-TOTAL
                       DW-DEPOSIT-TOTAL
           END-READ
           COMPUTE WS-DRAWER-CASH = DW-OPENING-FLOAT
               + DW-BOUGHT-TOTAL - DW-SOLD-TOTAL
               + DW-DEPOSIT-TOTAL - DW-WITHDRAWAL-TOTAL
           IF WS-INPUT-AMOUNT > WS-DRAWER-CASH
               DISPLAY "THE DRAWER DOES NOT HOLD THAT MUCH - BUY CASH "
                   "FROM THE VAULT FIRST"
               UNLOCK ACCOUNTS-FILE
               GO TO 200-END
           END-IF

           SUBTRACT WS-INPUT-AMOUNT FROM FS-BALANCE
           ADD WS-INPUT-AMOUNT TO FS-DAILY-WITHDRAWN-TOTAL
           PERFORM 720-STAMP-ACTIVITY THRU 720-END
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING CBU: " FS-CBU
                   UNLOCK ACCOUNTS-FILE
                   GO TO 200-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
           MOVE "WITHDRAWAL" TO WS-RECEIPT-TRANS-TYPE
           MOVE WS-INPUT-AMOUNT TO WS-RECEIPT-AMOUNT
           PERFORM 700-WRITE-RECEIPT THRU 700-END
           UNLOCK ACCOUNTS-FILE

           IF WS-INPUT-AMOUNT >= WS-NOTIFY-WITHDRAW-LIMIT
               MOVE "LARGE-WITHDRAWAL" TO WS-NOTIFY-EVENT-TYPE
               MOVE WS-INPUT-AMOUNT TO WS-NOTIFY-AMOUNT
               CALL 'NOTIFY-ENQUEUE' USING FS-CBU
                   WS-NOTIFY-EVENT-TYPE WS-NOTIFY-AMOUNT
           END-IF

           SET WS-DRAWER-WITHDRAWAL TO TRUE
           PERFORM 740-UPDATE-DRAWER THRU 740-END
           MOVE WS-INPUT-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "PAY OUT " WS-AMOUNT-DISPLAY " FROM THE DRAWER".
       200-END.EXIT.

      *    On-us only: a CBU of another bank goes through the
      *    machines' interbank transfer, not the counter. Both
      *    accounts are held locked from the checks to the postings.
       300-TRANSFER.
           DISPLAY "ENTER THE CBU TO TRANSFER FROM"
           ACCEPT WS-INPUT-CBU
           CALL 'CBU-CHECK' USING WS-INPUT-CBU
               WS-CBU-CHECK-FUNCTION WS-CBU-CHECK-RESULT
           IF WS-CBU-NOT-VALID
               DISPLAY "THAT IS NOT A VALID CBU. CHECK THE NUMBER"
               GO TO 300-END
           END-IF
           DISPLAY "ENTER THE CBU TO TRANSFER TO"
           ACCEPT WS-INPUT-TO-CBU
           CALL 'CBU-CHECK' USING WS-INPUT-TO-CBU
               WS-CBU-CHECK-FUNCTION WS-CBU-CHECK-RESULT
           IF WS-CBU-NOT-VALID
               DISPLAY "THAT IS NOT A VALID CBU. CHECK THE NUMBER"
               GO TO 300-END
           END-IF
           IF WS-INPUT-TO-CBU = WS-INPUT-CBU
               DISPLAY "AN ACCOUNT CANNOT TRANSFER TO ITSELF"
               GO TO 300-END
           END-IF

           MOVE WS-INPUT-TO-CBU TO FS-CBU
           PERFORM 040-READ-ACCOUNT THRU 040-END
           IF WS-ACCOUNT-NOT-USABLE
               DISPLAY "THAT ACCOUNT CANNOT RECEIVE TRANSFERS HERE"
               GO TO 300-END
           END-IF
           MOVE FS-USERNAME TO WS-TO-USERNAME
           MOVE FS-CURRENCY-CODE TO WS-TO-CURRENCY
           IF WS-TO-CURRENCY = SPACES
               MOVE "ARS" TO WS-TO-CURRENCY
           END-IF

           MOVE WS-INPUT-CBU TO FS-CBU
           PERFORM 040-READ-ACCOUNT THRU 040-END
           IF WS-ACCOUNT-NOT-USABLE
               UNLOCK ACCOUNTS-FILE
               GO TO 300-END
           END-IF
           IF FS-ACCOUNT-RESTRICTED
               PERFORM 045-REFUSE-RESTRICTED THRU 045-END
               GO TO 300-END
           END-IF
           MOVE FS-USERNAME TO WS-FROM-USERNAME
           MOVE FS-CURRENCY-CODE TO WS-FROM-CURRENCY
           IF WS-FROM-CURRENCY = SPACES
               MOVE "ARS" TO WS-FROM-CURRENCY
           END-IF
      *    A transfer never crosses currencies - value would change
      *    size silently.
           IF WS-FROM-CURRENCY NOT = WS-TO-CURRENCY
               DISPLAY "THE ACCOUNTS ARE HELD IN " WS-FROM-CURRENCY
                   " AND " WS-TO-CURRENCY
               DISPLAY "TRANSFERS CANNOT CROSS CURRENCIES"
               UNLOCK ACCOUNTS-FILE
               GO TO 300-END
           END-IF

           DISPLAY "FROM: " WS-FROM-USERNAME
           DISPLAY "TO:   " WS-TO-USERNAME
           DISPLAY "ENTER THE AMOUNT TO TRANSFER"
           ACCEPT WS-INPUT-AMOUNT
           IF WS-INPUT-AMOUNT = 0
               DISPLAY "NOTHING POSTED"
               UNLOCK ACCOUNTS-FILE
               GO TO 300-END
           END-IF
           IF FS-BALANCE - WS-INPUT-AMOUNT < FS-MIN-BALANCE
               DISPLAY "NOT ENOUGH MONEY - THE BALANCE WOULD GO BELOW "
                   "THE ACCOUNT'S FLOOR"
               UNLOCK ACCOUNTS-FILE
               GO TO 300-END
           END-IF

           IF WS-INPUT-AMOUNT > WS-AUTH-THRESHOLD
               PERFORM 310-QUEUE-AUTHORIZATION THRU 310-END
           ELSE
               PERFORM 320-POST-TRANSFER THRU 320-END
           END-IF
           UNLOCK ACCOUNTS-FILE.
       300-END.EXIT.

      *    Above the approval threshold the funds are earmarked off
      *    the sender (XFER-PEND) and the item waits for a
      *    supervisor in TRANSFER-APPROVE, as from a machine. The
      *    sender's record is in the buffer.
       310-QUEUE-AUTHORIZATION.
           SUBTRACT WS-INPUT-AMOUNT FROM FS-BALANCE
           PERFORM 720-STAMP-ACTIVITY THRU 720-END
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING CBU: " FS-CBU
                   GO TO 310-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD

           OPEN EXTEND PENDING-AUTH-FILE
           IF PENDAUTHF-STATUS = 35
               OPEN OUTPUT PENDING-AUTH-FILE
           END-IF
           IF PENDAUTHF-STATUS NOT = 00
      *    The queue row could not be taken - put the money back
      *    rather than leaving an earmark nothing will ever release.
               DISPLAY "AUTHORIZATIONS ARE UNAVAILABLE. TRY LATER"
               ADD WS-INPUT-AMOUNT TO FS-BALANCE
               REWRITE ACCOUNTS-RECORD
               CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
               GO TO 310-END
           END-IF
           MOVE WS-INPUT-CBU TO PA-SENDER-CBU
           MOVE WS-FROM-USERNAME TO PA-SENDER-USERNAME
           MOVE WS-INPUT-TO-CBU TO PA-DESTINATION-CBU
           MOVE WS-TO-USERNAME TO PA-DESTINATION-USERNAME
           MOVE WS-INPUT-AMOUNT TO PA-AMOUNT
           MOVE WS-TODAY TO PA-DATE
           SET PA-IS-PENDING TO TRUE
           WRITE PENDING-AUTH-RECORD
           CLOSE PENDING-AUTH-FILE

           MOVE "XFER-PEND" TO WS-RECEIPT-TRANS-TYPE
           MOVE WS-INPUT-AMOUNT TO WS-RECEIPT-AMOUNT
           PERFORM 700-WRITE-RECEIPT THRU 700-END
           SET WS-DRAWER-TRANSFER TO TRUE
           PERFORM 740-UPDATE-DRAWER THRU 740-END
           DISPLAY "ABOVE THE AUTHORIZATION THRESHOLD - QUEUED FOR "
               "SUPERVISOR APPROVAL"
           DISPLAY "THE FUNDS ARE RESERVED MEANWHILE".
       310-END.EXIT.

      *    Both balances move before any receipt is written: the
      *    sender first, then the destination, and a destination
      *    that cannot be rewritten gives the sender the money back.
      *    The sender's record is in the buffer on entry.
       320-POST-TRANSFER.
           SUBTRACT WS-INPUT-AMOUNT FROM FS-BALANCE
           PERFORM 720-STAMP-ACTIVITY THRU 720-END
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING CBU: " FS-CBU
                   GO TO 320-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD

           MOVE WS-INPUT-TO-CBU TO FS-CBU
           READ ACCOUNTS-FILE WITH LOCK
               INVALID KEY
                   MOVE 23 TO ACCOUNTSF-STATUS
           END-READ
           IF ACCOUNTSF-STATUS = 00
               ADD WS-INPUT-AMOUNT TO FS-BALANCE
               REWRITE ACCOUNTS-RECORD
                   INVALID KEY
                       MOVE 23 TO ACCOUNTSF-STATUS
               END-REWRITE
           END-IF
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "ERROR UPDATING CBU: " WS-INPUT-TO-CBU
               MOVE WS-INPUT-CBU TO FS-CBU
               READ ACCOUNTS-FILE WITH LOCK
               ADD WS-INPUT-AMOUNT TO FS-BALANCE
               REWRITE ACCOUNTS-RECORD
               CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
               DISPLAY "TRANSFER NOT MADE - THE SENDER WAS CREDITED "
                   "BACK"
               GO TO 320-END
           END-IF
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
           MOVE "XFER-IN" TO WS-RECEIPT-TRANS-TYPE
           MOVE WS-INPUT-AMOUNT TO WS-RECEIPT-AMOUNT
           PERFORM 700-WRITE-RECEIPT THRU 700-END

           MOVE WS-INPUT-CBU TO FS-CBU
           READ ACCOUNTS-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "ERROR READING CBU: " FS-CBU
                   GO TO 320-END
           END-READ
           MOVE "XFER-OUT" TO WS-RECEIPT-TRANS-TYPE
           MOVE WS-INPUT-AMOUNT TO WS-RECEIPT-AMOUNT
           PERFORM 700-WRITE-RECEIPT THRU 700-END
           MOVE "XFER-OUT" TO WS-FEE-TYPE
           MOVE WS-INPUT-AMOUNT TO WS-FEE-BASE-AMOUNT
           PERFORM 730-CHARGE-FEE THRU 730-END

           MOVE WS-INPUT-CBU TO WT-RECIPIENT-CBU
           MOVE WS-FROM-USERNAME TO WT-RECIPIENT-USERNAME
           MOVE WS-INPUT-TO-CBU TO WT-DESTINATION-CBU
           MOVE WS-TO-USERNAME TO WT-DESTINATION-USERNAME
           MOVE WS-INPUT-AMOUNT TO WT-AMOUNT
           MOVE WS-TODAY TO WT-DATE
           CALL 'TRANS-WRITE' USING WS-TRANS-WORK

           SET WS-DRAWER-TRANSFER TO TRUE
           PERFORM 740-UPDATE-DRAWER THRU 740-END
           MOVE WS-INPUT-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "TRANSFER POSTED: " WS-AMOUNT-DISPLAY.
       320-END.EXIT.

      *    Called with WS-RECEIPT-TRANS-TYPE/WS-RECEIPT-AMOUNT set and
      *    the account the movement posted to in the record buffer.
      *    The drawer is the counter's terminal, and the teller is
      *    named on every row.
       700-WRITE-RECEIPT.
           MOVE FS-CBU TO WR-CBU
           MOVE WS-RECEIPT-TRANS-TYPE TO WR-TRANS-TYPE
           MOVE WS-RECEIPT-AMOUNT TO WR-AMOUNT
           MOVE FS-BALANCE TO WR-RESULTING-BALANCE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WR-DATE
           MOVE WS-CURRENT-DATETIME(9:8) TO WR-TIME
           MOVE WS-INPUT-DRAWER-ID TO WR-TERMINAL-ID
           MOVE SPACES TO WR-REF-DATE
           MOVE FS-CURRENCY-CODE TO WR-CURRENCY-CODE
           MOVE WS-OPERATOR-ID TO WR-OPERATOR-ID
           CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK
           PERFORM 710-CHARGE-TAX THRU 710-END.
       700-END.EXIT.

      *    Transaction tax on the movement just recorded, when the
      *    tax table lists its type - charged to the same account as
      *    its own receipt row, down to the account's floor, and
      *    recorded on the tax ledger.
       710-CHARGE-TAX.
           MOVE WR-DATE TO WX-DATE
           MOVE FS-CBU TO WX-CBU
           MOVE FS-CUSTOMER-ID TO WX-CUSTOMER-ID
           MOVE WS-RECEIPT-TRANS-TYPE TO WX-MOVEMENT-TYPE
           MOVE WS-RECEIPT-AMOUNT TO WX-BASE-AMOUNT
           MOVE WR-CURRENCY-CODE TO WX-CURRENCY-CODE
           CALL 'TAX-LOOKUP' USING WS-TAX-WORK
           IF WX-TAX-DUE = 0
               GO TO 710-END
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
                   ADD WX-TAX-COLLECTED TO FS-BALANCE
                   MOVE 0 TO WX-TAX-COLLECTED
               END-REWRITE
           END-IF
           IF WX-TAX-COLLECTED > 0
               CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
               MOVE WX-TAX-TYPE TO WR-TRANS-TYPE
               MOVE WX-TAX-COLLECTED TO WR-AMOUNT
               MOVE FS-BALANCE TO WR-RESULTING-BALANCE
               CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK
               MOVE WX-TAX-COLLECTED TO WS-AMOUNT-DISPLAY
               DISPLAY "TRANSACTION TAX CHARGED TO " FS-CBU ": "
                   WS-AMOUNT-DISPLAY
           END-IF
           CALL 'TAX-WRITE' USING WS-TAX-WORK.
       710-END.EXIT.

      *    A customer-initiated movement marks the account live; a
      *    dormant account that transacts wakes up on the spot.
       720-STAMP-ACTIVITY.
           MOVE WS-TODAY TO FS-LAST-ACTIVITY-DATE
           IF FS-ACCOUNT-DORMANT
               SET FS-ACCOUNT-ACTIVE TO TRUE
               DISPLAY "DORMANT ACCOUNT " FS-CBU " IS ACTIVE AGAIN"
           END-IF.
       720-END.EXIT.

      *    The scheduled per-transaction fee for WS-FEE-TYPE, charged
      *    to the account in the record buffer as its own TXN-FEE
      *    receipt; a fee the floor cannot absorb is waived.
       730-CHARGE-FEE.
           CALL 'FEE-LOOKUP' USING WS-FEE-TYPE WS-FEE-BASE-AMOUNT
               WS-FEE-CHARGE
           IF WS-FEE-CHARGE = 0
               GO TO 730-END
           END-IF
           IF FS-BALANCE - WS-FEE-CHARGE < FS-MIN-BALANCE
               DISPLAY "TRANSACTION FEE WAIVED - BALANCE AT FLOOR"
               GO TO 730-END
           END-IF

           SUBTRACT WS-FEE-CHARGE FROM FS-BALANCE
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING CBU: " FS-CBU
                   GO TO 730-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
           MOVE "TXN-FEE" TO WS-RECEIPT-TRANS-TYPE
           MOVE WS-FEE-CHARGE TO WS-RECEIPT-AMOUNT
           PERFORM 700-WRITE-RECEIPT THRU 700-END
           MOVE WS-FEE-CHARGE TO WS-AMOUNT-DISPLAY
           DISPLAY "TRANSACTION FEE CHARGED: " WS-AMOUNT-DISPLAY.
       730-END.EXIT.

      *    Adds the posting just made to the drawer's shift totals,
      *    re-read first so a purchase from or sale to the vault made
      *    since start-up is kept. The money has already moved, so a
      *    drawer that cannot be updated is left to the security log
      *    - the close-of-shift count will show the difference.
       740-UPDATE-DRAWER.
           MOVE WS-INPUT-DRAWER-ID TO DW-DRAWER-ID
           READ DRAWERS-FILE
               INVALID KEY
                   MOVE 23 TO DRAWERSF-STATUS
           END-READ
           IF DRAWERSF-STATUS = 00
               EVALUATE TRUE
                   WHEN WS-DRAWER-DEPOSIT
                       ADD 1 TO DW-DEPOSIT-COUNT
                       ADD WS-INPUT-AMOUNT TO DW-DEPOSIT-TOTAL
                   WHEN WS-DRAWER-WITHDRAWAL
                       ADD 1 TO DW-WITHDRAWAL-COUNT
                       ADD WS-INPUT-AMOUNT TO DW-WITHDRAWAL-TOTAL
                   WHEN WS-DRAWER-TRANSFER
                       ADD 1 TO DW-TRANSFER-COUNT
               END-EVALUATE
               REWRITE TELLER-DRAWER-RECORD
                   INVALID KEY
                       MOVE 23 TO DRAWERSF-STATUS
               END-REWRITE
           END-IF
           IF DRAWERSF-STATUS NOT = 00
               DISPLAY "UNABLE TO UPDATE DRAWER " WS-INPUT-DRAWER-ID
               MOVE "DRAWER-UPD-FAIL" TO WS-SEC-EVENT-TYPE
               CALL 'SEC-EVENT-LOG' USING WS-INPUT-CBU
                   WS-INPUT-DRAWER-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID
           END-IF.
       740-END.EXIT.
       END PROGRAM TELLER-POSTING.
