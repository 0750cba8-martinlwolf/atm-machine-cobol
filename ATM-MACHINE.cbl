           SELECT CHECKPOINT-FILE ASSIGN TO WS-CHECKPOINT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPTF-STATUS.
      *    The session in progress on this terminal, kept on disk
      *    from the card read until the session ends - a row still
      *    here at start-up means the last session never ended (the
      *    machine lost power), and it is closed on the electronic
      *    journal as such.
           SELECT EJ-SESSION-FILE ASSIGN TO WS-EJ-SESSION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EJSESSF-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDSF-STATUS.
               ASSIGN TO "ICH-OUTSTANDING.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ICHOUTSF-STATUS.
      *    Sanctions review queue - an interbank transfer whose
      *    beneficiary CBU is on the watch list is held here instead
      *    of going out on the ICH-OUT file.
           SELECT SCREEN-REVIEW-FILE ASSIGN TO "SCREEN-REVIEW.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCRNREVF-STATUS.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHECK-REGISTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHKREGF-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-KEY
               FILE STATUS IS RECEIPTSF-STATUS.
      *    Installment loans (see LOAN-ORIGINATE), read by CBU for
      *    the balance screen's next-installment line.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-ID
               ALTERNATE RECORD KEY IS LN-CBU WITH DUPLICATES
               FILE STATUS IS LOANSF-STATUS.
      *    Per-account register of transfer beneficiaries, maintained
      *    from the transactions menu and offered at every CBU prompt.
           SELECT PAYEES-FILE ASSIGN TO "PAYEES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-KEY
               FILE STATUS IS PAYEESF-STATUS.
      *    Single-row operator configs for new payees: how many days
      *    a payee stays in its cooling-off period, and the lower
      *    transfer ceiling that applies until then. Missing file =
      *    built-in default.
           SELECT PAYEE-COOLOFF-DAYS-FILE
               ASSIGN TO "PAYEE-COOLOFF-DAYS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCDAYSF-STATUS.
           SELECT PAYEE-COOLOFF-LIMIT-FILE
               ASSIGN TO "PAYEE-COOLOFF-THRESHOLD.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCLIMF-STATUS.
      *    Per-account direct-debit mandates: which billers the
      *    customer lets collect, up to how much and between which
      *    dates. Maintained from the transactions menu.
           SELECT MANDATES-FILE ASSIGN TO "MANDATES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-KEY
               FILE STATUS IS MANDATESF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
               88 CK-IS-EXCHANGE           VALUE "X".
           05 CK-DESTINATION-AMOUNT    PIC 9(18)V99.

       FD  EJ-SESSION-FILE.
           COPY EJRNREC
               REPLACING ==EJOURNAL-RECORD== BY ==EJ-SESSION-RECORD==
               LEADING ==EJ== BY ==ES==.

       FD  HOLDS-FILE.
           COPY HOLDREC.

       FD  ICH-OUTSTANDING-FILE.
           COPY ICHOUTS.

       FD  SCREEN-REVIEW-FILE.
           COPY SCRNREVW.

       FD  CHECK-REGISTER-FILE.
           COPY CHKREC.

       01  TD-RATE-RECORD.
           05 TD-RATE-TEXT             PIC X(20).

       FD  LOANS-FILE.
           COPY LOANREC.

       FD  PAYEES-FILE.
           COPY PAYEEREC.

       FD  MANDATES-FILE.
           COPY MANDATEREC.

       FD  PAYEE-COOLOFF-DAYS-FILE.
       01  PAYEE-COOLOFF-DAYS-RECORD.
           05 PC-DAYS-TEXT             PIC X(20).

       FD  PAYEE-COOLOFF-LIMIT-FILE.
       01  PAYEE-COOLOFF-LIMIT-RECORD.
           05 PC-LIMIT-TEXT            PIC X(20).

       WORKING-STORAGE SECTION.

       01  FS-STATUS.
           05 STANDINF-STATUS              PIC 9(2).
           05 EMERCASHF-STATUS             PIC 9(2).
           05 TERMINCF-STATUS              PIC 9(2).
           05 LOANSF-STATUS                PIC 9(2).
           05 SCRNREVF-STATUS              PIC 9(2).
           05 PAYEESF-STATUS               PIC 9(2).
           05 PCDAYSF-STATUS               PIC 9(2).
           05 PCLIMF-STATUS                PIC 9(2).
           05 EJSESSF-STATUS               PIC 9(2).
           05 MANDATESF-STATUS             PIC 9(2).

       01  WS-AREAS.
           05 WS-INPUTS.
               10 WS-SO-OWNER-CURRENCY     PIC X(03).
           05 WS-ICH-OUT-FILENAME          PIC X(40).
           05 WS-EXTERNAL-CONFIRM          PIC 9(01).
      *    Beneficiary handed to WATCHLIST-SCREEN - only the CBU is
      *    known for an account at another bank.
           05 WS-SCREEN-NAME               PIC X(35).
           05 WS-SCREEN-DOCUMENT           PIC 9(11) VALUE ZERO.
           05 WS-SCREEN-RESULT             PIC X(01).
               88 WS-SCREEN-IS-MATCH           VALUE "M".
               88 WS-SCREEN-IS-CLEAR           VALUE "C".
           05 WS-WATCH-ENTRY-ID            PIC X(10).
           05 WS-DEPOSIT-KIND              PIC 9(01).
           05 WS-AUTH-THRESHOLD            PIC 9(18)V99 VALUE 500000.
           05 WS-LOCK-RETRY-COUNT          PIC 9(02).
               10 WS-MIX-OK-FLAG           PIC X(01).
                   88 WS-MIX-IS-OK             VALUE "Y".
                   88 WS-MIX-NOT-OK            VALUE "N".
               10 WS-MIX-INPUT-SUSPECT     PIC 9(05).
               10 WS-SUSPECT-TOTAL         PIC 9(18)V99.
               10 WS-SUSPECT-IDX           PIC 9(01).
               10 WS-SUSPECT-NOTES         PIC 9(06).
           05 WS-INTAKE-MIX.
               10 WS-MIX-COUNT             PIC 9(01).
               10 WS-MIX-ENTRY OCCURS 6 TIMES.
                   15 WS-MIX-DENOM         PIC 9(3).
                   15 WS-MIX-QTY           PIC 9(5).
      *    Notes the validator rejected as suspect, per denomination -
      *    retained, never credited and never added to the vault.
           05 WS-SUSPECT-MIX.
               10 WS-SUSPECT-COUNT         PIC 9(01).
               10 WS-SUSPECT-ENTRY OCCURS 6 TIMES.
                   15 WS-SUSPECT-DENOM     PIC 9(3).
                   15 WS-SUSPECT-QTY       PIC 9(5).
           05 WS-PIN-MODIFIER              PIC 9(04).
           05 WS-INPUT-PIN-HASH            PIC 9(10).
           05 WS-PIN-MODIFIER-HASH         PIC 9(10).
           05 WS-HOLD-DAYS                 PIC 9(02) VALUE 2.
           05 WS-TODAY-NUM                 PIC 9(08).
           05 WS-RELEASE-DATE-NUM          PIC 9(08).
      *    Value-date lookup handed to VALUE-DATE by
      *    177-GET-VALUE-DATE.
           05 WS-VALUE-MOVEMENT-TYPE       PIC X(03).
           05 WS-VALUE-KEYED-DATE          PIC X(08).
           05 WS-VALUE-KEYED-TIME          PIC X(06).
           05 WS-VALUE-DATE                PIC X(08).
           05 WS-DAILY-WITHDRAW-LIMIT      PIC 9(18)V99 VALUE 100000.
      *    The ceiling actually enforced on the active account: its
      *    product's own limit when one was stamped at onboarding,
               10 WS-SOM-STATUS            PIC X(01).
               10 WS-SOM-ORDINAL           PIC 9(04).

      *    Registered-payee work areas. The active account's payees
      *    are listed into this table so one can be picked by number.
      *    A transfer above the cooling-off ceiling is only allowed to
      *    a payee registered at least the cooling-off number of days
      *    ago; the customer's own accounts are never limited.
       01  WS-PAYEE-AREAS.
           05 WS-PAYEE-OWNER-CBU           PIC 9(22).
           05 WS-PAYEE-DEST-CBU            PIC 9(22).
           05 WS-PAYEE-PICKED-CBU          PIC 9(22).
           05 WS-PAYEE-CHECK-AMOUNT        PIC 9(18)V99.
           05 WS-PAYEE-COOLOFF-DAYS        PIC 9(03) VALUE 3.
           05 WS-PAYEE-COOLOFF-LIMIT       PIC 9(18)V99 VALUE 20000.
           05 WS-PAYEE-AGE-DAYS            PIC S9(08).
           05 WS-PAYEE-CEILING-FLAG        PIC X(01).
               88 WS-PAYEE-WITHIN-CEILING      VALUE "Y".
               88 WS-PAYEE-OVER-CEILING        VALUE "N".
           05 WS-PAYEE-OWN-FLAG            PIC X(01).
               88 WS-PAYEE-IS-OWN-ACCOUNT      VALUE "Y".
               88 WS-PAYEE-NOT-OWN-ACCOUNT     VALUE "N".
           05 WS-PAYEE-COUNT               PIC 9(02).
           05 WS-PAYEE-PICK                PIC 9(02).
           05 WS-PAYEE-ACTION              PIC 9(01).
           05 WS-PAYEE-NEW-CBU             PIC 9(22).
           05 WS-PAYEE-NEW-NICKNAME        PIC X(20).
           05 WS-PAYEE-NEW-KIND            PIC X(01).
           05 WS-PAYEE-KIND-TEXT           PIC X(10).
           05 WS-PAYEE-ENTRY OCCURS 20 TIMES
               INDEXED BY WS-PAYEE-IDX.
               10 WS-PAYEE-LIST-CBU        PIC 9(22).
               10 WS-PAYEE-LIST-NICKNAME   PIC X(20).

      *    CBU check-digit work areas (see CBU-CHECK). A keyed CBU
      *    with a wrong check digit is refused before any account
      *    lookup, so a typo never reaches the interchange file as
      *    an interbank transfer.
       01  WS-CBU-CHECK-AREAS.
           05 WS-CBU-CHECK-FUNCTION        PIC X(01) VALUE "V".
           05 WS-CBU-CHECK-RESULT          PIC X(01).
               88 WS-CBU-IS-VALID              VALUE "Y".
               88 WS-CBU-NOT-VALID             VALUE "N".

      *    Direct-debit mandate work areas. The active account's
      *    mandates are listed into this table so one can be picked
      *    by number for revocation.
       01  WS-MANDATE-AREAS.
           05 WS-MANDATE-OWNER-CBU         PIC 9(22).
           05 WS-MANDATE-COUNT             PIC 9(02).
           05 WS-MANDATE-PICK              PIC 9(02).
           05 WS-MANDATE-ACTION            PIC 9(01).
           05 WS-MANDATE-NEW-SERVICE       PIC 9(06).
           05 WS-MANDATE-NEW-MAX           PIC 9(18)V99.
           05 WS-MANDATE-NEW-START         PIC 9(08).
           05 WS-MANDATE-NEW-END           PIC 9(08).
           05 WS-MANDATE-STATE-TEXT        PIC X(07).
           05 WS-MANDATE-END-TEXT          PIC X(08).
           05 WS-MANDATE-FOUND-FLAG        PIC X(01).
               88 WS-MANDATE-IS-FOUND          VALUE "Y".
               88 WS-MANDATE-NOT-FOUND         VALUE "N".
           05 WS-MANDATE-ENTRY OCCURS 20 TIMES
               INDEXED BY WS-MANDATE-IDX.
               10 WS-MANDATE-LIST-SERVICE  PIC 9(06).
               10 WS-MANDATE-LIST-ACTIVE   PIC X(01).

      *    Overdraft-line work areas. "Own available" is whatever the
      *    balance holds above the account's floor; the shortfall is
      *    the part of a movement the line has to cover.
                                           INDEXED BY WS-QUICK-IDX.
       01  WS-QUICK-DISPLAY                PIC ZZZZZ9.

      *    Electronic journal work areas. The session's row image
      *    (WS-EJ-WORK) carries the session ID, card and CBU from the
      *    card read on; each step fills in its event, detail and
      *    amount and hands it to EJ-WRITE. The dispense mix is what
      *    CASH-MODULE reports it picked, per denomination.
       01  WS-EJ-AREAS.
           05 WS-EJ-SESSION-FILENAME       PIC X(40).
           05 WS-EJ-SESSION-FLAG           PIC X(01) VALUE "N".
               88 WS-EJ-SESSION-IS-OPEN        VALUE "Y".
               88 WS-EJ-SESSION-NOT-OPEN       VALUE "N".
           05 WS-EJ-SESSION-CBU            PIC 9(22) VALUE ZERO.
           05 WS-EJ-MENU-NAME              PIC X(20).
           05 WS-EJ-CHOICE                 PIC 9(01).
           05 WS-EJ-DISPENSE-AMOUNT        PIC 9(06).
           05 WS-EJ-MIX-IDX                PIC 9(01).
           05 WS-EJ-DENOM-DISPLAY          PIC ZZ9.
           05 WS-EJ-QTY-DISPLAY            PIC ZZZZ9.
           05 WS-DISPENSE-MIX.
               10 WS-DISPENSE-COUNT        PIC 9(01).
               10 WS-DISPENSE-ENTRY OCCURS 6 TIMES.
                   15 WS-DISPENSE-DENOM    PIC 9(3).
                   15 WS-DISPENSE-QTY      PIC 9(5).
           COPY EJRNREC
               REPLACING ==EJOURNAL-RECORD== BY ==WS-EJ-WORK==
               LEADING ==EJ== BY ==WJ==.

      *    Work images of the keyed ledger rows, handed to the
      *    RECEIPT-WRITE / TRANS-WRITE subprograms, which assign the
      *    per-day sequence numbers and write the rows.
           COPY TRANSREC
               REPLACING ==TRANS-RECORD== BY ==WS-TRANS-WORK==
               LEADING ==TF== BY ==WT==.
      *    Tax-ledger work row for 171-CHARGE-TAX, filled half by
      *    the movement and half by TAX-LOOKUP, then handed to
      *    TAX-WRITE.
           COPY TAXLEDG
               REPLACING ==TAX-LEDGER-RECORD== BY ==WS-TAX-WORK==
               LEADING ==TL== BY ==WX==.
      *    Retained-notes register row for 053-RETAIN-SUSPECT-NOTES,
      *    handed to RETAINED-NOTE-WRITE.
           COPY RETNOTEREC
               REPLACING ==RETAINED-NOTE-RECORD==
                   BY ==WS-RETAINED-WORK==
               LEADING ==RN== BY ==WN==.


       PROCEDURE DIVISION.
           END-IF
           STRING "TRANSFER-CHECKPOINT-" WS-TERMINAL-ID ".txt"
               DELIMITED BY SIZE INTO WS-CHECKPOINT-FILENAME
           STRING "EJ-SESSION-" WS-TERMINAL-ID ".txt"
               DELIMITED BY SIZE INTO WS-EJ-SESSION-FILENAME
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           STRING "ICH-OUT-" WS-CURRENT-DATETIME(1:8) ".txt"
               DELIMITED BY SIZE INTO WS-ICH-OUT-FILENAME
               END-READ
               CLOSE AUTH-LIMIT-FILE
           END-IF
           PERFORM 220-EJ-RECOVER-SESSION THRU 220-END
           PERFORM 005-RECOVER-CHECKPOINT THRU 005-END
           PERFORM 004-READ-CARD THRU 004-END
           PERFORM 010-LOG-IN THRU 010-END
           PERFORM 020-MENU THRU 020-END
           MOVE "NORMAL EXIT" TO WJ-DETAIL
           PERFORM 229-EJ-END-SESSION THRU 229-END
           STOP RUN.

      *    Which machine is this? The one-line TERMINAL-ID.txt config
           DISPLAY "INSERT YOUR CARD (ENTER THE CARD NUMBER,"
           DISPLAY "OR 0 FOR CARDLESS EMERGENCY CASH)"
           ACCEPT WS-INPUT-CARD-NUMBER
           PERFORM 222-EJ-START-SESSION THRU 222-END

      *    Cardless path: a one-time code staged at a branch stands
      *    in for the card. One dispense per session, then out.
           IF WS-INPUT-CARD-NUMBER = 0
               MOVE "CARD-READ" TO WJ-EVENT-TYPE
               MOVE "CARDLESS - EMERGENCY CASH CODE" TO WJ-DETAIL
               PERFORM 226-EJ-LOG THRU 226-END
               PERFORM 195-EMERGENCY-CASH THRU 195-END
               MOVE "NORMAL EXIT" TO WJ-DETAIL
               PERFORM 229-EJ-END-SESSION THRU 229-END
               STOP RUN
           END-IF

           OPEN INPUT CARDS-FILE
           IF CARDSF-STATUS NOT = 00
               DISPLAY "CARD SERVICES ARE UNAVAILABLE. TRY LATER"
               MOVE "CARD SERVICES UNAVAILABLE" TO WJ-DETAIL
               PERFORM 225-EJ-CARD-REFUSED THRU 225-END
               STOP RUN
           END-IF

                   MOVE 0 TO WS-SEC-EVENT-CBU
                   MOVE "CARD-UNKNOWN" TO WS-SEC-EVENT-TYPE
                   PERFORM 019-LOG-SECURITY-EVENT THRU 019-END
                   MOVE "CARD NOT RECOGNIZED" TO WJ-DETAIL
                   PERFORM 225-EJ-CARD-REFUSED THRU 225-END
                   CLOSE CARDS-FILE
                   STOP RUN
           END-READ
      *    From here on every journal row of the session carries the
      *    card's account.
           MOVE CD-CBU TO WS-EJ-SESSION-CBU
           MOVE CD-CBU TO WJ-CBU
           PERFORM 224-EJ-SAVE-SESSION THRU 224-END

           IF CD-CARD-BLOCKED
               DISPLAY "THIS CARD HAS BEEN BLOCKED. CONTACT YOUR"
               MOVE CD-CBU TO WS-SEC-EVENT-CBU
               MOVE "CARD-BLOCKED" TO WS-SEC-EVENT-TYPE
               PERFORM 019-LOG-SECURITY-EVENT THRU 019-END
               MOVE "CARD BLOCKED" TO WJ-DETAIL
               PERFORM 225-EJ-CARD-REFUSED THRU 225-END
               CLOSE CARDS-FILE
               STOP RUN
           END-IF
               MOVE CD-CBU TO WS-SEC-EVENT-CBU
               MOVE "CARD-REPLACED" TO WS-SEC-EVENT-TYPE
               PERFORM 019-LOG-SECURITY-EVENT THRU 019-END
               MOVE "CARD REPLACED" TO WJ-DETAIL
               PERFORM 225-EJ-CARD-REFUSED THRU 225-END
               CLOSE CARDS-FILE
               STOP RUN
           END-IF
               MOVE CD-CBU TO WS-SEC-EVENT-CBU
               MOVE "CARD-EXPIRED" TO WS-SEC-EVENT-TYPE
               PERFORM 019-LOG-SECURITY-EVENT THRU 019-END
               MOVE "CARD EXPIRED" TO WJ-DETAIL
               PERFORM 225-EJ-CARD-REFUSED THRU 225-END
               CLOSE CARDS-FILE
               STOP RUN
           END-IF

           MOVE "CARD-READ" TO WJ-EVENT-TYPE
           MOVE "CARD ACCEPTED" TO WJ-DETAIL
           PERFORM 226-EJ-LOG THRU 226-END

           MOVE CD-CBU TO WS-INPUT-CBU
           CLOSE CARDS-FILE.
       004-END.EXIT.
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "ACCOUNT SERVICES ARE TEMPORARILY OFFLINE"
               PERFORM 012-STAND-IN-WITHDRAWAL THRU 012-END
               MOVE "OFFLINE STAND-IN SESSION" TO WJ-DETAIL
               PERFORM 229-EJ-END-SESSION THRU 229-END
               STOP RUN
           END-IF

           IF ACCOUNTSF-STATUS = 51
               DISPLAY "THIS ACCOUNT IS IN USE AT ANOTHER TERMINAL."
               DISPLAY "PLEASE TRY AGAIN IN A MOMENT"
               MOVE "REFUSED - ACCOUNT IN USE" TO WJ-DETAIL
               PERFORM 229-EJ-END-SESSION THRU 229-END
               CLOSE ACCOUNTS-FILE
               STOP RUN
           END-IF
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "ACCOUNT NOT FOUND"
               MOVE "REFUSED - ACCOUNT NOT FOUND" TO WJ-DETAIL
               PERFORM 229-EJ-END-SESSION THRU 229-END
               CLOSE ACCOUNTS-FILE
               STOP RUN
           END-IF
               MOVE FS-CBU TO WS-SEC-EVENT-CBU
               MOVE "LOGIN-DENY-LOCKED" TO WS-SEC-EVENT-TYPE
               PERFORM 019-LOG-SECURITY-EVENT THRU 019-END
               MOVE "REFUSED - ACCOUNT LOCKED" TO WJ-DETAIL
               PERFORM 229-EJ-END-SESSION THRU 229-END
               CLOSE ACCOUNTS-FILE
               STOP RUN
           END-IF
               MOVE FS-CBU TO WS-SEC-EVENT-CBU
               MOVE "LOGIN-DENY-CLOSED" TO WS-SEC-EVENT-TYPE
               PERFORM 019-LOG-SECURITY-EVENT THRU 019-END
               MOVE "REFUSED - ACCOUNT CLOSED" TO WJ-DETAIL
               PERFORM 229-EJ-END-SESSION THRU 229-END
               CLOSE ACCOUNTS-FILE
               STOP RUN
           END-IF
               MOVE FS-CBU TO WS-SEC-EVENT-CBU
               MOVE "LOGIN-DENY-FROZEN" TO WS-SEC-EVENT-TYPE
               PERFORM 019-LOG-SECURITY-EVENT THRU 019-END
               MOVE "REFUSED - ACCOUNT FROZEN" TO WJ-DETAIL
               PERFORM 229-EJ-END-SESSION THRU 229-END
               CLOSE ACCOUNTS-FILE
               STOP RUN
           END-IF
           DISPLAY "ENTER YOUR PIN"
           ACCEPT WS-INPUT-PIN
           CALL 'PIN-HASH' USING WS-INPUT-PIN WS-INPUT-PIN-HASH
           MOVE "PIN-RESULT" TO WJ-EVENT-TYPE
           IF WS-INPUT-PIN-HASH NOT = CD-OFFLINE-PIN-HASH
               MOVE "OFFLINE PIN REJECTED" TO WJ-DETAIL
               PERFORM 226-EJ-LOG THRU 226-END
               DISPLAY "INCORRECT PIN"
               MOVE CD-CBU TO WS-SEC-EVENT-CBU
               MOVE "STANDIN-PIN-FAIL" TO WS-SEC-EVENT-TYPE
               GO TO 012-END
           END-IF

           MOVE "OFFLINE PIN ACCEPTED" TO WJ-DETAIL
           PERFORM 226-EJ-LOG THRU 226-END

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
      *    The used total belongs to one stand-in date - a new day
      *    starts the allowance over.
           DISPLAY "OFFLINE CASH SERVICE"
           DISPLAY "Enter an amount:"
           ACCEPT WS-WITHDRAW-AMOUNT
           MOVE "AMOUNT-REQUEST" TO WJ-EVENT-TYPE
           MOVE "OFFLINE CASH WITHDRAWAL" TO WJ-DETAIL
           MOVE WS-WITHDRAW-AMOUNT TO WJ-AMOUNT
           PERFORM 226-EJ-LOG THRU 226-END
           IF WS-WITHDRAW-AMOUNT = 0
               CLOSE CARDS-FILE
               GO TO 012-END
           END-IF

           MOVE WS-WITHDRAW-AMOUNT TO WS-CASH-MODULE-AMOUNT
           PERFORM 176-DISPENSE-CASH THRU 176-END
           IF WS-CASH-MODULE-AMOUNT > 0
               PERFORM 179-LOG-DISPENSE-INCIDENT THRU 179-END
               CLOSE STANDIN-JOURNAL-FILE
               DISPLAY "ENTER YOUR 4-DIGIT PIN"
               ACCEPT WS-INPUT-PIN
               CALL 'PIN-HASH' USING WS-INPUT-PIN WS-INPUT-PIN-HASH
               MOVE "PIN-RESULT" TO WJ-EVENT-TYPE
               IF WS-INPUT-PIN-HASH NOT EQUAL FS-PIN-HASH
                   ADD 1 TO FS-FAILED-PIN-COUNT
                   IF FS-FAILED-PIN-COUNT GREATER OR EQUAL 3
                       MOVE "PIN REJECTED - ACCOUNT LOCKED"
                           TO WJ-DETAIL
                   ELSE
                       MOVE "PIN REJECTED" TO WJ-DETAIL
                   END-IF
                   PERFORM 226-EJ-LOG THRU 226-END
                   MOVE FS-CBU TO WS-SEC-EVENT-CBU
                   MOVE "PIN-FAILED" TO WS-SEC-EVENT-TYPE
                   PERFORM 019-LOG-SECURITY-EVENT THRU 019-END
                       MOVE 0 TO WS-NOTIFY-AMOUNT
                       CALL 'NOTIFY-ENQUEUE' USING FS-CBU
                           WS-NOTIFY-EVENT-TYPE WS-NOTIFY-AMOUNT
                       MOVE "ENDED - PIN LOCKOUT" TO WJ-DETAIL
                       PERFORM 229-EJ-END-SESSION THRU 229-END
                       CLOSE ACCOUNTS-FILE
                       STOP RUN
                   ELSE
                   MOVE 0 TO FS-FAILED-PIN-COUNT
                   REWRITE ACCOUNTS-RECORD
                   CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
                   MOVE "PIN ACCEPTED" TO WJ-DETAIL
                   PERFORM 226-EJ-LOG THRU 226-END
                   DISPLAY "Welcome: " FS-USERNAME
                   SET WS-LOGGED TO TRUE
               END-IF
               MOVE 0 TO WS-NOTIFY-AMOUNT
               CALL 'NOTIFY-ENQUEUE' USING FS-CBU
                   WS-NOTIFY-EVENT-TYPE WS-NOTIFY-AMOUNT
               MOVE "PIN-RESULT" TO WJ-EVENT-TYPE
               MOVE "NO ATTEMPTS LEFT - ACCOUNT LOCKED" TO WJ-DETAIL
               PERFORM 226-EJ-LOG THRU 226-END
               MOVE "ENDED - PIN LOCKOUT" TO WJ-DETAIL
               PERFORM 229-EJ-END-SESSION THRU 229-END
               CLOSE ACCOUNTS-FILE
               STOP RUN
           END-IF.
           DISPLAY "7.CURRENCY EXCHANGE"
           DISPLAY "8.EXIT"
           ACCEPT WS-INPUT-MENU
           MOVE "MAIN MENU" TO WS-EJ-MENU-NAME
           MOVE WS-INPUT-MENU TO WS-EJ-CHOICE
           PERFORM 227-EJ-LOG-MENU-CHOICE THRU 227-END

           EVALUATE WS-INPUT-MENU
               WHEN 1
               MOVE FS-PENDING-BALANCE TO WS-BALANCE-DISPLAY
               DISPLAY "Pending (on hold) balance: " WS-BALANCE-DISPLAY
           END-IF
           PERFORM 031-DISPLAY-LOANS THRU 031-END
           PERFORM 020-MENU THRU 020-END.
       030-END.EXIT.

      *    Each active installment loan drawn on this account: the
      *    next installment owed and the principal still outstanding.
       031-DISPLAY-LOANS.
           OPEN INPUT LOANS-FILE
           IF LOANSF-STATUS NOT = 00
               GO TO 031-END
           END-IF
           MOVE FS-CBU TO LN-CBU
           START LOANS-FILE KEY IS EQUAL TO LN-CBU
               INVALID KEY
                   MOVE 10 TO LOANSF-STATUS
           END-START
           PERFORM UNTIL LOANSF-STATUS = 10
               READ LOANS-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO LOANSF-STATUS
                   NOT AT END
                       IF LN-CBU NOT = FS-CBU
                           MOVE 10 TO LOANSF-STATUS
                       ELSE
                           IF LN-IS-ACTIVE
                               MOVE LN-NEXT-DUE-AMOUNT
                                   TO WS-AMOUNT-DISPLAY
                               DISPLAY "Loan " LN-LOAN-ID
                                   " next installment: "
                                   WS-AMOUNT-DISPLAY
                                   " due " LN-NEXT-DUE-DATE
                               MOVE LN-OUTSTANDING-PRINCIPAL
                                   TO WS-BALANCE-DISPLAY
                               DISPLAY "  Outstanding principal: "
                                   WS-BALANCE-DISPLAY
                               IF NOT LN-BUCKET-CURRENT
                                   DISPLAY "  PAST DUE "
                                       LN-DAYS-PAST-DUE " DAYS"
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE.
       031-END.EXIT.

       040-WITHDRAWAL-MENU.
      *    Deposits only while the customer's review is overdue.
           IF FS-ACCOUNT-RESTRICTED
               PERFORM 174-REFUSE-RESTRICTED THRU 174-END
               PERFORM 020-MENU THRU 020-END
               GO TO 040-END
           END-IF
      *    The vault dispenses home-currency notes only - the same
      *    rule 190-EXTERNAL-TRANSFER applies to the clearing
      *    network. Cash against a foreign-currency balance goes
           DISPLAY "6.Other"
           DISPLAY "7.BACK"
           ACCEPT WS-WITHDRAW-OPTION
           MOVE "WITHDRAWAL MENU" TO WS-EJ-MENU-NAME
           MOVE WS-WITHDRAW-OPTION TO WS-EJ-CHOICE
           PERFORM 227-EJ-LOG-MENU-CHOICE THRU 227-END

           EVALUATE WS-WITHDRAW-OPTION
               WHEN 1
                   PERFORM 040-WITHDRAWAL-MENU THRU 040-END
           END-EVALUATE

           MOVE "AMOUNT-REQUEST" TO WJ-EVENT-TYPE
           MOVE "CASH WITHDRAWAL" TO WJ-DETAIL
           MOVE WS-WITHDRAW-AMOUNT TO WJ-AMOUNT
           PERFORM 226-EJ-LOG THRU 226-END
           PERFORM 090-WITHDRAW THRU 090-END.

       040-END.EXIT.
           DISPLAY "2.CHECK"
           DISPLAY "3.BACK"
           ACCEPT WS-DEPOSIT-KIND
           MOVE "DEPOSIT MENU" TO WS-EJ-MENU-NAME
           MOVE WS-DEPOSIT-KIND TO WS-EJ-CHOICE
           PERFORM 227-EJ-LOG-MENU-CHOICE THRU 227-END
           EVALUATE WS-DEPOSIT-KIND
               WHEN 1
                   CONTINUE
           DISPLAY "Please deposit the cash into the ATM machine."
           DISPLAY "The amount must be less than $50,000."
           ACCEPT WS-DEPOSIT-AMOUNT
           MOVE "AMOUNT-REQUEST" TO WJ-EVENT-TYPE
           MOVE "CASH DEPOSIT DECLARED" TO WJ-DETAIL
           MOVE WS-DEPOSIT-AMOUNT TO WJ-AMOUNT
           PERFORM 226-EJ-LOG THRU 226-END
           IF WS-DEPOSIT-AMOUNT LESS OR EQUAL 50000
      *    The physical notes go into this machine's vault, so the
      *    note mix is captured, checked against the declared
                   PERFORM 020-MENU THRU 020-END
                   GO TO 050-END
               END-IF
      *    Suspect notes are kept and registered; only the accepted
      *    notes are credited and go into the vault.
               IF WS-SUSPECT-COUNT > 0
                   PERFORM 053-RETAIN-SUSPECT-NOTES THRU 053-END
               END-IF
               MOVE WS-MIX-TOTAL TO WS-DEPOSIT-AMOUNT
               IF WS-MIX-COUNT = 0
                   PERFORM 030-DISPLAY-BALANCE THRU 030-END
                   PERFORM 020-MENU THRU 020-END
                   GO TO 050-END
               END-IF
               CALL 'CASH-INTAKE' USING
                   BY REFERENCE WS-TERMINAL-ID
                   BY REFERENCE WS-INTAKE-MIX
               CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
           END-REWRITE

      *    The hold period runs from the deposit's value date, so
      *    cash taken in on a holiday does not start its clock until
      *    the next business day.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE "DEP" TO WS-VALUE-MOVEMENT-TYPE
           PERFORM 177-GET-VALUE-DATE THRU 177-END
           MOVE WS-VALUE-DATE TO WS-RELEASE-DATE-NUM
           COMPUTE WS-RELEASE-DATE-NUM =
               FUNCTION INTEGER-OF-DATE(WS-RELEASE-DATE-NUM)
               + WS-HOLD-DAYS

           OPEN EXTEND HOLDS-FILE
           IF HOLDSF-STATUS NOT = 00
           MOVE FUNCTION DATE-OF-INTEGER(WS-RELEASE-DATE-NUM)
               TO HF-RELEASE-DATE
           SET HF-IS-PENDING TO TRUE
           MOVE WS-VALUE-DATE TO HF-VALUE-DATE
           WRITE HOLD-RECORD
           CLOSE HOLDS-FILE

      *    (deposited, presented, cleared, returned), not the cash
      *    hold flow 051-HOLD-DEPOSIT runs.
      *    Captures the deposited notes denomination by denomination
      *    (up to the vault's six cassettes): the notes the validator
      *    accepted, and separately those it rejected as suspect.
      *    Accepted plus suspect must total the declared deposit
      *    amount; WS-MIX-TOTAL is the accepted part alone and
      *    WS-SUSPECT-TOTAL the face value retained.
       052-CAPTURE-NOTE-MIX.
           SET WS-MIX-NOT-OK TO TRUE
           MOVE 0 TO WS-MIX-COUNT
           MOVE 0 TO WS-MIX-TOTAL
           MOVE 0 TO WS-SUSPECT-COUNT
           MOVE 0 TO WS-SUSPECT-TOTAL
           DISPLAY "Enter the deposited note mix."
           PERFORM UNTIL WS-MIX-COUNT >= 6 OR WS-SUSPECT-COUNT >= 6
               DISPLAY "Note denomination (0 TO FINISH)"
               ACCEPT WS-MIX-INPUT-DENOM
               IF WS-MIX-INPUT-DENOM = 0
                   EXIT PERFORM
               END-IF
               DISPLAY "Number of notes accepted"
               ACCEPT WS-MIX-INPUT-QTY
               DISPLAY "Number of notes rejected as suspect"
               ACCEPT WS-MIX-INPUT-SUSPECT
               IF WS-MIX-INPUT-QTY > 0
                   ADD 1 TO WS-MIX-COUNT
                   MOVE WS-MIX-INPUT-DENOM
                   COMPUTE WS-MIX-TOTAL = WS-MIX-TOTAL
                       + WS-MIX-INPUT-DENOM * WS-MIX-INPUT-QTY
               END-IF
               IF WS-MIX-INPUT-SUSPECT > 0
                   ADD 1 TO WS-SUSPECT-COUNT
                   MOVE WS-MIX-INPUT-DENOM
                       TO WS-SUSPECT-DENOM(WS-SUSPECT-COUNT)
                   MOVE WS-MIX-INPUT-SUSPECT
                       TO WS-SUSPECT-QTY(WS-SUSPECT-COUNT)
                   COMPUTE WS-SUSPECT-TOTAL = WS-SUSPECT-TOTAL
                       + WS-MIX-INPUT-DENOM * WS-MIX-INPUT-SUSPECT
               END-IF
           END-PERFORM

           IF (WS-MIX-COUNT > 0 OR WS-SUSPECT-COUNT > 0)
               AND WS-MIX-TOTAL + WS-SUSPECT-TOTAL = WS-DEPOSIT-AMOUNT
               SET WS-MIX-IS-OK TO TRUE
           END-IF.
       052-END.EXIT.

      *    Suspect notes stay in the machine's retain bin for the
      *    central bank. Each denomination goes on the retained-notes
      *    register with the terminal, the account and the
      *    depositor's identity, and on the electronic journal; the
      *    customer's receipt line (NOTE-RETN) records the face
      *    value retained without touching the balance.
       053-RETAIN-SUSPECT-NOTES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE 0 TO WS-SUSPECT-NOTES
           PERFORM VARYING WS-SUSPECT-IDX FROM 1 BY 1
               UNTIL WS-SUSPECT-IDX > WS-SUSPECT-COUNT
               MOVE SPACES TO WS-RETAINED-WORK
               MOVE WS-TERMINAL-ID TO WN-TERMINAL-ID
               MOVE FS-CBU TO WN-CBU
               MOVE FS-CUSTOMER-ID TO WN-CUSTOMER-ID
               MOVE WS-CURRENT-DATETIME(1:8) TO WN-DEPOSIT-DATE
               MOVE WS-CURRENT-DATETIME(9:6) TO WN-DEPOSIT-TIME
               MOVE WS-SUSPECT-DENOM(WS-SUSPECT-IDX)
                   TO WN-DENOMINATION
               MOVE WS-SUSPECT-QTY(WS-SUSPECT-IDX) TO WN-QUANTITY
               COMPUTE WN-AMOUNT = WS-SUSPECT-DENOM(WS-SUSPECT-IDX)
                   * WS-SUSPECT-QTY(WS-SUSPECT-IDX)
               ADD WS-SUSPECT-QTY(WS-SUSPECT-IDX) TO WS-SUSPECT-NOTES
               CALL 'RETAINED-NOTE-WRITE' USING WS-RETAINED-WORK

               MOVE "NOTES-RETAINED" TO WJ-EVENT-TYPE
               MOVE WS-SUSPECT-DENOM(WS-SUSPECT-IDX)
                   TO WS-EJ-DENOM-DISPLAY
               MOVE WS-SUSPECT-QTY(WS-SUSPECT-IDX)
                   TO WS-EJ-QTY-DISPLAY
               MOVE SPACES TO WJ-DETAIL
               STRING "SUSPECT " WS-EJ-DENOM-DISPLAY
                   " X " WS-EJ-QTY-DISPLAY " REF " WN-REF-SEQ
                   DELIMITED BY SIZE INTO WJ-DETAIL
               MOVE WN-AMOUNT TO WJ-AMOUNT
               MOVE FS-CBU TO WJ-CBU
               PERFORM 226-EJ-LOG THRU 226-END
           END-PERFORM

           MOVE "NOTE-RETN" TO WS-RECEIPT-TRANS-TYPE
           MOVE WS-SUSPECT-TOTAL TO WS-RECEIPT-AMOUNT
           MOVE SPACES TO WS-RECEIPT-TERMINAL-ID
           PERFORM 170-WRITE-RECEIPT THRU 170-END

           MOVE WS-SUSPECT-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY WS-SUSPECT-NOTES " note(s) were rejected as suspect"
           DISPLAY "and have been retained: " WS-AMOUNT-DISPLAY
           DISPLAY "This amount is not credited. If the notes prove"
           DISPLAY "genuine it will be credited to your account."
           DISPLAY "Your receipt shows the notes retained.".
       053-END.EXIT.

      *    An incoming deposit repays an outstanding overdraft
      *    drawing before the balance builds: whatever the balance
      *    now holds above the floor goes against the drawn amount,
               GO TO 055-END
           END-IF

      *    A check handed over after the check cut-off, or on a
      *    holiday, waits for its value date before CHECK-CLEARING
      *    presents it.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE "CHK" TO WS-VALUE-MOVEMENT-TYPE
           PERFORM 177-GET-VALUE-DATE THRU 177-END
           MOVE FS-CBU TO CH-CBU
           MOVE WS-CHK-DRAWER-BANK TO CH-DRAWER-BANK
           MOVE WS-CHK-NUMBER TO CH-CHECK-NUMBER
           MOVE WS-CHK-AMOUNT TO CH-AMOUNT
           MOVE WS-CURRENT-DATETIME(1:8) TO CH-DEPOSIT-DATE
           SET CH-IS-DEPOSITED TO TRUE
           MOVE WS-VALUE-DATE TO CH-VALUE-DATE
           WRITE CHECK-REGISTER-RECORD
           CLOSE CHECK-REGISTER-FILE

           PERFORM 170-WRITE-RECEIPT THRU 170-END

           DISPLAY "Check accepted for collection. Funds will be"
           DISPLAY "credited once the check clears."
           DISPLAY "Value date: " WS-VALUE-DATE
           IF WS-VALUE-DATE NOT = WS-CURRENT-DATETIME(1:8)
               DISPLAY "Deposited after the cut-off or on a holiday -"
               DISPLAY "the check is presented from its value date."
           END-IF.
       055-END.EXIT.

       060-MODIFY-PIN.
      *    a USD savings can fund the peso checking without leaving
      *    the bank.
       065-CURRENCY-EXCHANGE.
      *    Deposits only while the customer's review is overdue.
           IF FS-ACCOUNT-RESTRICTED
               PERFORM 174-REFUSE-RESTRICTED THRU 174-END
               GO TO 065-END
           END-IF
           IF WS-LINKED-COUNT = 0
               DISPLAY "Currency exchange moves money between your"
               DISPLAY "linked accounts - this login has only one"
           DISPLAY "4. Set up a recurring transfer"
           DISPLAY "5. Open a term deposit"
           DISPLAY "6. Manage recurring transfers"
           DISPLAY "7. Manage payees"
           DISPLAY "8. Manage direct debits"
           DISPLAY "9. Go back"
           ACCEPT WS-TRANSACTION-OPTION
           MOVE "TRANSACTIONS MENU" TO WS-EJ-MENU-NAME
           MOVE WS-TRANSACTION-OPTION TO WS-EJ-CHOICE
           PERFORM 227-EJ-LOG-MENU-CHOICE THRU 227-END

           EVALUATE WS-TRANSACTION-OPTION
               WHEN 1
                   PERFORM 182-STANDING-ORDER-MANAGE THRU 182-END
                   PERFORM 020-MENU THRU 020-END
               WHEN 7
                   PERFORM 210-MANAGE-PAYEES THRU 210-END
                   PERFORM 020-MENU THRU 020-END
               WHEN 8
                   PERFORM 230-MANAGE-MANDATES THRU 230-END
                   PERFORM 020-MENU THRU 020-END
               WHEN 9
                   PERFORM 020-MENU THRU 020-END
               WHEN OTHER
                   DISPLAY "Select a valid option".
       080-ATM-EXIT.
           MOVE "D" TO WS-TERMINAL-MARK
           PERFORM 018-MARK-TERMINAL THRU 018-END
           MOVE "NORMAL EXIT" TO WJ-DETAIL
           PERFORM 229-EJ-END-SESSION THRU 229-END
           DISPLAY "Thank you for using our service".
           STOP RUN.
       080-END.EXIT.
       085-ABORT-SESSION.
           MOVE "D" TO WS-TERMINAL-MARK
           PERFORM 018-MARK-TERMINAL THRU 018-END
           MOVE "ABORTED" TO WJ-DETAIL
           PERFORM 229-EJ-END-SESSION THRU 229-END
           CLOSE ACCOUNTS-FILE
           STOP RUN.
       085-END.EXIT.
           IF FS-BALANCE - WS-WITHDRAW-AMOUNT >= FS-MIN-BALANCE
      *    Cash module checks if the atm has enough cash
               MOVE WS-WITHDRAW-AMOUNT TO WS-CASH-MODULE-AMOUNT
               PERFORM 176-DISPENSE-CASH THRU 176-END
               IF WS-CASH-MODULE-AMOUNT > 0
               PERFORM 179-LOG-DISPENSE-INCIDENT THRU 179-END
               PERFORM 040-WITHDRAWAL-MENU THRU 040-END

      *    Cash module checks if the atm has enough cash
           MOVE WS-WITHDRAW-AMOUNT TO WS-CASH-MODULE-AMOUNT
           PERFORM 176-DISPENSE-CASH THRU 176-END
           IF WS-CASH-MODULE-AMOUNT > 0
               CLOSE CREDIT-LINES-FILE
               PERFORM 179-LOG-DISPENSE-INCIDENT THRU 179-END
       095-END.EXIT.

       100-CHECK-AND-TRANSFER.
      *    Deposits only while the customer's review is overdue.
           IF FS-ACCOUNT-RESTRICTED
               PERFORM 174-REFUSE-RESTRICTED THRU 174-END
               GO TO 100-END
           END-IF
           DISPLAY "Enter 22-digit CBU, or 0 to pick a payee"
           ACCEPT WS-INPUT-TRANSFER-TO-CBU
           IF WS-INPUT-TRANSFER-TO-CBU = 0
               MOVE FS-CBU TO WS-PAYEE-OWNER-CBU
               PERFORM 205-PICK-PAYEE THRU 205-END
               IF WS-PAYEE-PICKED-CBU = 0
                   GO TO 100-END
               END-IF
               MOVE WS-PAYEE-PICKED-CBU TO WS-INPUT-TRANSFER-TO-CBU
           END-IF
           CALL 'CBU-CHECK' USING WS-INPUT-TRANSFER-TO-CBU
               WS-CBU-CHECK-FUNCTION WS-CBU-CHECK-RESULT
           IF WS-CBU-NOT-VALID
               DISPLAY "That is not a valid CBU. Check the number"
               GO TO 100-END
           END-IF

           IF WS-INPUT-TRANSFER-TO-CBU = FS-CBU
               DISPLAY "You cannot transfer to your own account"
           FS-USERNAME
           ACCEPT WS-TRANSFER-AMOUNT

           MOVE WS-TEMP-RECIPIENT-CBU TO WS-PAYEE-OWNER-CBU
           MOVE WS-TEMP-DESTINATION-CBU TO WS-PAYEE-DEST-CBU
           MOVE WS-TRANSFER-AMOUNT TO WS-PAYEE-CHECK-AMOUNT
           PERFORM 207-CHECK-PAYEE-CEILING THRU 207-END
           IF WS-PAYEE-OVER-CEILING
               PERFORM 127-RELEASE-DEST-LOCK THRU 127-END
               PERFORM 070-TRANSACTIONS THRU 070-END
               GO TO 120-END
           END-IF

           IF WS-TEMP-RECIPIENT-BALANCE - WS-TRANSFER-AMOUNT
               >= WS-TEMP-RECIPIENT-MIN-BALANCE
      *    A transfer above the approval threshold never posts here:
       130-END.EXIT.

       150-PAY-SERVICE.
      *    Deposits only while the customer's review is overdue.
           IF FS-ACCOUNT-RESTRICTED
               PERFORM 174-REFUSE-RESTRICTED THRU 174-END
               GO TO 150-END
           END-IF
           OPEN INPUT SERVICES-FILE
           IF SERVICESF-STATUS NOT = 00
               DISPLAY "NO SERVICES ARE REGISTERED YET"
           MOVE WS-RECEIPT-TERMINAL-ID TO WR-TERMINAL-ID
           MOVE FS-CURRENCY-CODE TO WR-CURRENCY-CODE

           CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK

           MOVE "RECEIPT" TO WJ-EVENT-TYPE
           STRING WR-TRANS-TYPE DELIMITED BY SPACE
               " " WR-CURRENCY-CODE DELIMITED BY SIZE
               INTO WJ-DETAIL
           MOVE WS-RECEIPT-AMOUNT TO WJ-AMOUNT
           MOVE FS-CBU TO WJ-CBU
           PERFORM 226-EJ-LOG THRU 226-END
           PERFORM 171-CHARGE-TAX THRU 171-END.
       170-END.EXIT.

      *    Transaction tax or interest withholding on the movement
      *    170-WRITE-RECEIPT just recorded, when the tax table lists
      *    its type: charged to the same account as its own receipt
      *    row (TAX-DBCR / TAX-WHT), never folded into the movement,
      *    and recorded on the tax ledger for the monthly return.
      *    The account's floor is respected - what it cannot absorb
      *    stays on the ledger as due but uncollected.
       171-CHARGE-TAX.
           MOVE WR-DATE TO WX-DATE
           MOVE FS-CBU TO WX-CBU
           MOVE FS-CUSTOMER-ID TO WX-CUSTOMER-ID
           MOVE WS-RECEIPT-TRANS-TYPE TO WX-MOVEMENT-TYPE
           MOVE WS-RECEIPT-AMOUNT TO WX-BASE-AMOUNT
           MOVE WR-CURRENCY-CODE TO WX-CURRENCY-CODE
           CALL 'TAX-LOOKUP' USING WS-TAX-WORK
           IF WX-TAX-DUE = 0
               GO TO 171-END
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
      *    The credit leg of a transfer taxes the other party's
      *    account - nothing to show the customer at this terminal.
               IF WS-RECEIPT-TRANS-TYPE NOT = "XFER-IN"
                   MOVE WX-TAX-COLLECTED TO WS-AMOUNT-DISPLAY
                   DISPLAY "Transaction tax charged: "
                       WS-AMOUNT-DISPLAY
               END-IF
           END-IF
           CALL 'TAX-WRITE' USING WS-TAX-WORK.
       171-END.EXIT.

      *    A restricted account (KYC-REVIEW-RUN, overdue customer
      *    review) still takes deposits and inquiries; every option
      *    that takes money out refuses here and the refusal goes on
      *    the security log.
       174-REFUSE-RESTRICTED.
           DISPLAY "THIS ACCOUNT IS RESTRICTED TO DEPOSITS ONLY"
           DISPLAY "UNTIL YOUR DETAILS ARE REVIEWED. PLEASE VISIT"
           DISPLAY "YOUR BRANCH WITH YOUR IDENTITY DOCUMENT"
           MOVE FS-CBU TO WS-SEC-EVENT-CBU
           MOVE "DEBIT-DENY-KYC" TO WS-SEC-EVENT-TYPE
           PERFORM 019-LOG-SECURITY-EVENT THRU 019-END.
       174-END.EXIT.

      *    Every customer-initiated movement marks the account live;
      *    a dormant account that transacts wakes up on the spot.
      *    PERFORMed just before each money REWRITE of the active
           END-IF.
       175-END.EXIT.

      *    Every cash-out path goes through here: CASH-MODULE is
      *    handed WS-CASH-MODULE-AMOUNT (zero back means the notes
      *    were composed and taken from the cassettes) and reports
      *    the notes it picked, which go on the electronic journal
      *    one row per denomination beside the dispense outcome.
       176-DISPENSE-CASH.
           MOVE WS-CASH-MODULE-AMOUNT TO WS-EJ-DISPENSE-AMOUNT
           CALL 'CASH-MODULE' USING
           BY REFERENCE WS-TERMINAL-ID
           BY REFERENCE WS-CASH-MODULE-AMOUNT
           BY REFERENCE WS-DISPENSE-MIX
           IF WS-CASH-MODULE-AMOUNT > 0
               MOVE "DISPENSE-FAIL" TO WJ-EVENT-TYPE
               MOVE "AMOUNT CANNOT BE MADE UP FROM CASSETTES"
                   TO WJ-DETAIL
               MOVE WS-EJ-DISPENSE-AMOUNT TO WJ-AMOUNT
               PERFORM 226-EJ-LOG THRU 226-END
               GO TO 176-END
           END-IF
           PERFORM VARYING WS-EJ-MIX-IDX FROM 1 BY 1
               UNTIL WS-EJ-MIX-IDX > WS-DISPENSE-COUNT
               IF WS-DISPENSE-QTY(WS-EJ-MIX-IDX) > 0
                   MOVE "NOTES-PICKED" TO WJ-EVENT-TYPE
                   MOVE WS-DISPENSE-DENOM(WS-EJ-MIX-IDX)
                       TO WS-EJ-DENOM-DISPLAY
                   MOVE WS-DISPENSE-QTY(WS-EJ-MIX-IDX)
                       TO WS-EJ-QTY-DISPLAY
                   STRING "DENOMINATION " WS-EJ-DENOM-DISPLAY
                       " X " WS-EJ-QTY-DISPLAY " NOTES"
                       DELIMITED BY SIZE INTO WJ-DETAIL
                   COMPUTE WJ-AMOUNT =
                       WS-DISPENSE-DENOM(WS-EJ-MIX-IDX)
                       * WS-DISPENSE-QTY(WS-EJ-MIX-IDX)
                   PERFORM 226-EJ-LOG THRU 226-END
               END-IF
           END-PERFORM
           MOVE "DISPENSE-OK" TO WJ-EVENT-TYPE
           MOVE "CASH PRESENTED" TO WJ-DETAIL
           MOVE WS-EJ-DISPENSE-AMOUNT TO WJ-AMOUNT
           PERFORM 226-EJ-LOG THRU 226-END.
       176-END.EXIT.

      *    Value date for the item being keyed now (see VALUE-DATE):
      *    the caller sets WS-VALUE-MOVEMENT-TYPE and has just taken
      *    WS-CURRENT-DATETIME.
       177-GET-VALUE-DATE.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-VALUE-KEYED-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-VALUE-KEYED-TIME
           CALL 'VALUE-DATE' USING WS-VALUE-MOVEMENT-TYPE
               WS-VALUE-KEYED-DATE WS-VALUE-KEYED-TIME WS-VALUE-DATE.
       177-END.EXIT.

      *    Charges the scheduled per-transaction fee for the movement
      *    named in WS-FEE-TYPE against the account in the record
      *    buffer - as its own TXN-FEE receipt, never folded into
      *    nightly batch job executes the order every time its next-run
      *    date arrives, with the same checks a manual transfer gets.
       180-STANDING-ORDER-SETUP.
      *    Deposits only while the customer's review is overdue.
           IF FS-ACCOUNT-RESTRICTED
               PERFORM 174-REFUSE-RESTRICTED THRU 174-END
               GO TO 180-END
           END-IF
           MOVE FS-CBU TO WS-SO-OWNER-CBU
           MOVE FS-CURRENCY-CODE TO WS-SO-OWNER-CURRENCY
           IF WS-SO-OWNER-CURRENCY = SPACES
           END-IF

           DISPLAY "RECURRING TRANSFER SET-UP"
           DISPLAY "Enter the destination 22-digit CBU, or 0 to"
           DISPLAY "pick a payee"
           ACCEPT WS-SO-DEST-CBU
           IF WS-SO-DEST-CBU = 0
               MOVE WS-SO-OWNER-CBU TO WS-PAYEE-OWNER-CBU
               PERFORM 205-PICK-PAYEE THRU 205-END
               IF WS-PAYEE-PICKED-CBU = 0
                   GO TO 180-END
               END-IF
               MOVE WS-PAYEE-PICKED-CBU TO WS-SO-DEST-CBU
           END-IF
           CALL 'CBU-CHECK' USING WS-SO-DEST-CBU
               WS-CBU-CHECK-FUNCTION WS-CBU-CHECK-RESULT
           IF WS-CBU-NOT-VALID
               DISPLAY "That is not a valid CBU. Check the number"
               GO TO 180-END
           END-IF

           IF WS-SO-DEST-CBU = WS-SO-OWNER-CBU
               DISPLAY "You cannot transfer to your own account"
               DISPLAY "supervisor. Please visit your branch."
               GO TO 180-END
           END-IF
      *    Nor around the cooling-off ceiling on a new payee.
           MOVE WS-SO-OWNER-CBU TO WS-PAYEE-OWNER-CBU
           MOVE WS-SO-DEST-CBU TO WS-PAYEE-DEST-CBU
           MOVE WS-SO-AMOUNT TO WS-PAYEE-CHECK-AMOUNT
           PERFORM 207-CHECK-PAYEE-CEILING THRU 207-END
           IF WS-PAYEE-OVER-CEILING
               GO TO 180-END
           END-IF

           DISPLAY "Frequency: D-DAILY, W-WEEKLY, M-MONTHLY"
           ACCEPT WS-SO-FREQUENCY
      *    maturity date arrives. The annual rate in force on the day
      *    of opening is frozen onto the row.
       185-TERM-DEPOSIT-OPEN.
      *    Deposits only while the customer's review is overdue.
           IF FS-ACCOUNT-RESTRICTED
               PERFORM 174-REFUSE-RESTRICTED THRU 174-END
               GO TO 185-END
           END-IF
      *    Operator-posted annual rate, when one is set.
           OPEN INPUT TD-RATE-FILE
           IF TDRATEF-STATUS = 00
               DISPLAY "Not enough money. Select another amount"
               GO TO 190-END
           END-IF
           MOVE FS-CBU TO WS-PAYEE-OWNER-CBU
           MOVE WS-INPUT-TRANSFER-TO-CBU TO WS-PAYEE-DEST-CBU
           MOVE WS-TRANSFER-AMOUNT TO WS-PAYEE-CHECK-AMOUNT
           PERFORM 207-CHECK-PAYEE-CEILING THRU 207-END
           IF WS-PAYEE-OVER-CEILING
               GO TO 190-END
           END-IF

      *    The beneficiary is screened before anything leaves; a
      *    possible watch-list match is debited but held for a
      *    supervisor instead of going out on the ICH-OUT file.
           MOVE SPACES TO WS-SCREEN-NAME
           CALL 'WATCHLIST-SCREEN' USING WS-SCREEN-NAME
               WS-SCREEN-DOCUMENT WS-INPUT-TRANSFER-TO-CBU
               WS-SCREEN-RESULT WS-WATCH-ENTRY-ID
           IF WS-SCREEN-IS-MATCH
               PERFORM 191-HOLD-EXTERNAL-TRANSFER THRU 191-END
               GO TO 190-END
           END-IF

      *    The network treats anything after its cut-off, or keyed
      *    on a holiday, as the next business day's: the item is
      *    queued to the ICH-OUT file for its value date, not
      *    tonight's.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE "ICH" TO WS-VALUE-MOVEMENT-TYPE
           PERFORM 177-GET-VALUE-DATE THRU 177-END
           MOVE SPACES TO WS-ICH-OUT-FILENAME
           STRING "ICH-OUT-" WS-VALUE-DATE ".txt"
               DELIMITED BY SIZE INTO WS-ICH-OUT-FILENAME

           OPEN EXTEND INTERCHANGE-OUT-FILE
           IF ICHOUTF-STATUS = 35
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD

           SET IC-TYPE-CREDIT TO TRUE
           MOVE FS-CBU TO IC-SENDER-CBU
           MOVE FS-USERNAME TO IC-SENDER-USERNAME
           MOVE WS-INPUT-TRANSFER-TO-CBU TO IC-DESTINATION-CBU
           MOVE WS-TRANSFER-AMOUNT TO IC-AMOUNT
           MOVE WS-CURRENT-DATETIME(1:8) TO IC-DATE
           MOVE WS-VALUE-DATE TO IC-VALUE-DATE
           WRITE INTERCHANGE-RECORD
           CLOSE INTERCHANGE-OUT-FILE

               MOVE WS-TRANSFER-AMOUNT TO OS-AMOUNT
               MOVE WS-CURRENT-DATETIME(1:8) TO OS-SENT-DATE
               SET OS-IS-PENDING TO TRUE
               MOVE WS-VALUE-DATE TO OS-VALUE-DATE
               WRITE ICH-OUTSTANDING-RECORD
               CLOSE ICH-OUTSTANDING-FILE
           ELSE
           PERFORM 178-CHARGE-FEE THRU 178-END

           DISPLAY "Interbank transfer queued to the clearing network"
           DISPLAY "Value date: " WS-VALUE-DATE
           IF WS-VALUE-DATE NOT = WS-CURRENT-DATETIME(1:8)
               DISPLAY "Sent after the network cut-off or on a holiday"
               DISPLAY "- it goes out on its value date."
           END-IF
           PERFORM 030-DISPLAY-BALANCE THRU 030-END.
       190-END.EXIT.
      *    Same debit, receipt and fee as a transfer that goes out,
      *    but the item waits on SCREEN-REVIEW.txt: a supervisor
      *    either sends it on or refunds it (SCREEN-REVIEW). The
      *    customer is only told it is being processed.
       191-HOLD-EXTERNAL-TRANSFER.
           OPEN EXTEND SCREEN-REVIEW-FILE
           IF SCRNREVF-STATUS = 35
               OPEN OUTPUT SCREEN-REVIEW-FILE
           END-IF
           IF SCRNREVF-STATUS NOT = 00
               DISPLAY "INTERBANK TRANSFERS ARE UNAVAILABLE"
               DISPLAY "FS-STATUS: " SCRNREVF-STATUS
               GO TO 191-END
           END-IF

           SUBTRACT WS-TRANSFER-AMOUNT FROM FS-BALANCE
           PERFORM 175-STAMP-ACTIVITY THRU 175-END
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "System failure. Please try later"
                   CLOSE SCREEN-REVIEW-FILE
                   GO TO 191-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           SET SR-FROM-ICH-OUT TO TRUE
           MOVE FS-CUSTOMER-ID TO SR-CUSTOMER-ID
           MOVE FS-CBU TO SR-CBU
           MOVE FS-USERNAME TO SR-PARTY-NAME
           MOVE 0 TO SR-DOCUMENT-NUMBER
           MOVE WS-WATCH-ENTRY-ID TO SR-WATCH-ENTRY-ID
           MOVE WS-INPUT-TRANSFER-TO-CBU TO SR-COUNTERPARTY-CBU
           MOVE WS-TRANSFER-AMOUNT TO SR-AMOUNT
           MOVE WS-CURRENT-DATETIME(1:8) TO SR-ITEM-DATE
           MOVE WS-CURRENT-DATETIME(1:8) TO SR-QUEUED-DATE
           SET SR-IS-PENDING TO TRUE
           MOVE SPACES TO SR-DECIDED-DATE
           MOVE SPACES TO SR-DECIDED-OPERATOR
           MOVE SPACES TO SR-PRIOR-STATUS
           WRITE SCREEN-REVIEW-RECORD
           CLOSE SCREEN-REVIEW-FILE

           MOVE FS-CBU TO WS-SEC-EVENT-CBU
           MOVE "SCREEN-HOLD" TO WS-SEC-EVENT-TYPE
           PERFORM 019-LOG-SECURITY-EVENT THRU 019-END

           MOVE "IBK-OUT" TO WS-RECEIPT-TRANS-TYPE
           MOVE WS-TRANSFER-AMOUNT TO WS-RECEIPT-AMOUNT
           MOVE SPACES TO WS-RECEIPT-TERMINAL-ID
           PERFORM 170-WRITE-RECEIPT THRU 170-END

           MOVE "IBK-OUT" TO WS-FEE-TYPE
           MOVE WS-TRANSFER-AMOUNT TO WS-FEE-BASE-AMOUNT
           PERFORM 178-CHARGE-FEE THRU 178-END

           DISPLAY "Interbank transfer accepted for processing"
           PERFORM 030-DISPLAY-BALANCE THRU 030-END.
       191-END.EXIT.
      *    Cardless emergency cash: the one-time code a branch staged
      *    with EMERGENCY-CASH-STAGE stands in for the card. The
      *    staged amount dispenses through the normal cash-module and
                   CLOSE EMERGENCY-CASH-FILE
                   GO TO 195-END
           END-READ
           MOVE EC-CBU TO WS-EJ-SESSION-CBU
           MOVE EC-CBU TO WJ-CBU
           PERFORM 224-EJ-SAVE-SESSION THRU 224-END
           IF NOT EC-IS-PENDING
               DISPLAY "THIS CODE HAS ALREADY BEEN USED OR EXPIRED"
               CLOSE EMERGENCY-CASH-FILE
               GO TO 195-END
           END-IF
           IF FS-ACCOUNT-IS-LOCKED OR FS-ACCOUNT-FROZEN
               OR FS-ACCOUNT-CLOSED OR FS-ACCOUNT-RESTRICTED
               DISPLAY "THIS ACCOUNT CANNOT TRANSACT. CONTACT YOUR"
               DISPLAY "BRANCH"
               CLOSE ACCOUNTS-FILE
                   GO TO 195-END
           END-REWRITE

           MOVE "AMOUNT-REQUEST" TO WJ-EVENT-TYPE
           MOVE "EMERGENCY CODE CASH" TO WJ-DETAIL
           MOVE EC-AMOUNT TO WJ-AMOUNT
           PERFORM 226-EJ-LOG THRU 226-END
           MOVE EC-AMOUNT TO WS-CASH-MODULE-AMOUNT
           PERFORM 176-DISPENSE-CASH THRU 176-END
           IF WS-CASH-MODULE-AMOUNT > 0
               PERFORM 179-LOG-DISPENSE-INCIDENT THRU 179-END
      *    No cash left the machine - put the code back so the

           DISPLAY "Please take your cash. Thank you".
       195-END.EXIT.

      *    Lists the payees registered on WS-PAYEE-OWNER-CBU, numbered,
      *    into the WS-PAYEE-ENTRY table (first 20 by payee CBU).
       200-LIST-PAYEES.
           MOVE 0 TO WS-PAYEE-COUNT
           OPEN INPUT PAYEES-FILE
           IF PAYEESF-STATUS NOT = 00
               GO TO 200-END
           END-IF
           MOVE WS-PAYEE-OWNER-CBU TO PY-OWNER-CBU
           MOVE 0 TO PY-PAYEE-CBU
           START PAYEES-FILE KEY IS NOT LESS THAN PY-KEY
               INVALID KEY
                   CLOSE PAYEES-FILE
                   GO TO 200-END
           END-START
           PERFORM UNTIL PAYEESF-STATUS NOT = 00
               READ PAYEES-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO PAYEESF-STATUS
                   NOT AT END
                       IF PY-OWNER-CBU NOT = WS-PAYEE-OWNER-CBU
                           OR WS-PAYEE-COUNT = 20
                           MOVE 10 TO PAYEESF-STATUS
                       ELSE
                           ADD 1 TO WS-PAYEE-COUNT
                           MOVE PY-PAYEE-CBU
                               TO WS-PAYEE-LIST-CBU(WS-PAYEE-COUNT)
                           MOVE PY-NICKNAME
                               TO WS-PAYEE-LIST-NICKNAME(WS-PAYEE-COUNT)
                           IF PY-IS-INTERBANK
                               MOVE "INTERBANK" TO WS-PAYEE-KIND-TEXT
                           ELSE
                               MOVE "INTERNAL" TO WS-PAYEE-KIND-TEXT
                           END-IF
                           DISPLAY WS-PAYEE-COUNT ". " PY-NICKNAME
                               " " PY-PAYEE-CBU " "
                               WS-PAYEE-KIND-TEXT " ADDED "
                               PY-ADDED-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYEES-FILE.
       200-END.EXIT.

      *    Offers the payee list at a CBU prompt. WS-PAYEE-PICKED-CBU
      *    comes back zero when there is nothing to pick or the
      *    customer backs out.
       205-PICK-PAYEE.
           MOVE 0 TO WS-PAYEE-PICKED-CBU
           PERFORM 200-LIST-PAYEES THRU 200-END
           IF WS-PAYEE-COUNT = 0
               DISPLAY "You have no registered payees"
               GO TO 205-END
           END-IF
           DISPLAY "Select a payee number, or 0 to go back"
           ACCEPT WS-PAYEE-PICK
           IF WS-PAYEE-PICK = 0 OR WS-PAYEE-PICK > WS-PAYEE-COUNT
               GO TO 205-END
           END-IF
           MOVE WS-PAYEE-LIST-CBU(WS-PAYEE-PICK) TO WS-PAYEE-PICKED-CBU.
       205-END.EXIT.

      *    Operator-configured cooling-off period and ceiling, when
      *    set.
       206-LOAD-COOLOFF-CONFIG.
           OPEN INPUT PAYEE-COOLOFF-DAYS-FILE
           IF PCDAYSF-STATUS = 00
               READ PAYEE-COOLOFF-DAYS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION NUMVAL(PC-DAYS-TEXT) > 0
                           COMPUTE WS-PAYEE-COOLOFF-DAYS =
                               FUNCTION NUMVAL(PC-DAYS-TEXT)
                       END-IF
               END-READ
               CLOSE PAYEE-COOLOFF-DAYS-FILE
           END-IF
           OPEN INPUT PAYEE-COOLOFF-LIMIT-FILE
           IF PCLIMF-STATUS = 00
               READ PAYEE-COOLOFF-LIMIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION NUMVAL(PC-LIMIT-TEXT) > 0
                           COMPUTE WS-PAYEE-COOLOFF-LIMIT =
                               FUNCTION NUMVAL(PC-LIMIT-TEXT)
                       END-IF
               END-READ
               CLOSE PAYEE-COOLOFF-LIMIT-FILE
           END-IF.
       206-END.EXIT.

      *    Cooling-off control for WS-PAYEE-CHECK-AMOUNT going from
      *    WS-PAYEE-OWNER-CBU to WS-PAYEE-DEST-CBU. Up to the ceiling
      *    always passes, as does anything to the customer's own
      *    accounts. Above it the destination must be a registered
      *    payee past its cooling-off period - a CBU typed in that was
      *    never registered is treated as the newest payee of all, or
      *    the ceiling could be walked around by not registering.
       207-CHECK-PAYEE-CEILING.
           SET WS-PAYEE-WITHIN-CEILING TO TRUE
           PERFORM 206-LOAD-COOLOFF-CONFIG THRU 206-END
           IF WS-PAYEE-CHECK-AMOUNT NOT > WS-PAYEE-COOLOFF-LIMIT
               GO TO 207-END
           END-IF

           SET WS-PAYEE-NOT-OWN-ACCOUNT TO TRUE
           IF WS-PAYEE-DEST-CBU = WS-LOGIN-CBU
               SET WS-PAYEE-IS-OWN-ACCOUNT TO TRUE
           END-IF
           PERFORM VARYING WS-LINKED-IDX FROM 1 BY 1
                   UNTIL WS-LINKED-IDX > WS-LINKED-COUNT
               IF WS-LINKED-CBU-LIST(WS-LINKED-IDX) = WS-PAYEE-DEST-CBU
                   SET WS-PAYEE-IS-OWN-ACCOUNT TO TRUE
               END-IF
           END-PERFORM
           IF WS-PAYEE-IS-OWN-ACCOUNT
               GO TO 207-END
           END-IF

           SET WS-PAYEE-OVER-CEILING TO TRUE
           MOVE WS-PAYEE-COOLOFF-LIMIT TO WS-AMOUNT-DISPLAY
           OPEN INPUT PAYEES-FILE
           IF PAYEESF-STATUS NOT = 00
               DISPLAY "Transfers to a payee you have not registered"
               DISPLAY "are limited to " WS-AMOUNT-DISPLAY
               GO TO 207-END
           END-IF
           MOVE WS-PAYEE-OWNER-CBU TO PY-OWNER-CBU
           MOVE WS-PAYEE-DEST-CBU TO PY-PAYEE-CBU
           READ PAYEES-FILE
               INVALID KEY
                   DISPLAY "Transfers to a payee you have not "
                       "registered"
                   DISPLAY "are limited to " WS-AMOUNT-DISPLAY
                   CLOSE PAYEES-FILE
                   GO TO 207-END
           END-READ
           CLOSE PAYEES-FILE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY-NUM
           COMPUTE WS-PAYEE-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
               - FUNCTION INTEGER-OF-DATE(FUNCTION
                   NUMVAL(PY-ADDED-DATE))
           IF WS-PAYEE-AGE-DAYS < WS-PAYEE-COOLOFF-DAYS
               DISPLAY "This payee was added recently. Transfers to"
               DISPLAY "it are limited to " WS-AMOUNT-DISPLAY
                   " for " WS-PAYEE-COOLOFF-DAYS " days"
               GO TO 207-END
           END-IF
           SET WS-PAYEE-WITHIN-CEILING TO TRUE.
       207-END.EXIT.

      *    Lists the active account's payees and lets the customer add
      *    or remove one.
       210-MANAGE-PAYEES.
           MOVE FS-CBU TO WS-PAYEE-OWNER-CBU
           DISPLAY "YOUR REGISTERED PAYEES"
           PERFORM 200-LIST-PAYEES THRU 200-END
           IF WS-PAYEE-COUNT = 0
               DISPLAY "You have no registered payees"
           END-IF
           DISPLAY "1. Add a payee"
           DISPLAY "2. Remove a payee"
           DISPLAY "3. Go back"
           ACCEPT WS-PAYEE-ACTION
           EVALUATE WS-PAYEE-ACTION
               WHEN 1
                   PERFORM 212-ADD-PAYEE THRU 212-END
               WHEN 2
                   PERFORM 214-REMOVE-PAYEE THRU 214-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       210-END.EXIT.

      *    A new payee is recorded as internal when the CBU is held
      *    here and interbank otherwise. Every addition is written to
      *    the security log and notified to the customer, so a
      *    takeover victim hears about a payee the fraudster added
      *    while it is still in its cooling-off period.
       212-ADD-PAYEE.
           DISPLAY "Enter the payee's 22-digit CBU"
           ACCEPT WS-PAYEE-NEW-CBU
           IF WS-PAYEE-NEW-CBU = 0
               OR WS-PAYEE-NEW-CBU = WS-PAYEE-OWNER-CBU
               DISPLAY "That CBU cannot be added as a payee"
               GO TO 212-END
           END-IF
           CALL 'CBU-CHECK' USING WS-PAYEE-NEW-CBU
               WS-CBU-CHECK-FUNCTION WS-CBU-CHECK-RESULT
           IF WS-CBU-NOT-VALID
               DISPLAY "That is not a valid CBU. Check the number"
               GO TO 212-END
           END-IF

      *    The READ below clobbers the shared ACCOUNTS-RECORD buffer;
      *    the active account is read back afterwards.
           MOVE WS-PAYEE-NEW-CBU TO FS-CBU
           READ ACCOUNTS-FILE
               INVALID KEY
                   MOVE "E" TO WS-PAYEE-NEW-KIND
               NOT INVALID KEY
                   MOVE "I" TO WS-PAYEE-NEW-KIND
                   IF FS-ACCOUNT-CLOSED
                       MOVE SPACES TO WS-PAYEE-NEW-KIND
                   END-IF
           END-READ
           MOVE WS-PAYEE-OWNER-CBU TO FS-CBU
           READ ACCOUNTS-FILE
           IF WS-PAYEE-NEW-KIND = SPACES
               DISPLAY "THAT ACCOUNT CANNOT RECEIVE TRANSFERS"
               GO TO 212-END
           END-IF

           DISPLAY "Enter a nickname for the payee"
           ACCEPT WS-PAYEE-NEW-NICKNAME

           OPEN I-O PAYEES-FILE
           IF PAYEESF-STATUS = 35
               OPEN OUTPUT PAYEES-FILE
               CLOSE PAYEES-FILE
               OPEN I-O PAYEES-FILE
           END-IF
           IF PAYEESF-STATUS NOT = 00
               DISPLAY "PAYEE SERVICES ARE UNAVAILABLE. TRY LATER"
               GO TO 212-END
           END-IF
           MOVE WS-PAYEE-OWNER-CBU TO PY-OWNER-CBU
           MOVE WS-PAYEE-NEW-CBU TO PY-PAYEE-CBU
           MOVE WS-PAYEE-NEW-NICKNAME TO PY-NICKNAME
           MOVE WS-PAYEE-NEW-KIND TO PY-PAYEE-KIND
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO PY-ADDED-DATE
           WRITE PAYEE-RECORD
               INVALID KEY
                   DISPLAY "That payee is already registered"
                   CLOSE PAYEES-FILE
                   GO TO 212-END
           END-WRITE
           CLOSE PAYEES-FILE

           MOVE WS-PAYEE-OWNER-CBU TO WS-SEC-EVENT-CBU
           MOVE "PAYEE-ADDED" TO WS-SEC-EVENT-TYPE
           PERFORM 019-LOG-SECURITY-EVENT THRU 019-END
           MOVE "PAYEE-ADDED" TO WS-NOTIFY-EVENT-TYPE
           MOVE 0 TO WS-NOTIFY-AMOUNT
           CALL 'NOTIFY-ENQUEUE' USING WS-PAYEE-OWNER-CBU
               WS-NOTIFY-EVENT-TYPE WS-NOTIFY-AMOUNT

           PERFORM 206-LOAD-COOLOFF-CONFIG THRU 206-END
           MOVE WS-PAYEE-COOLOFF-LIMIT TO WS-AMOUNT-DISPLAY
           DISPLAY "Payee added. For the next " WS-PAYEE-COOLOFF-DAYS
               " days transfers to it are limited to "
               WS-AMOUNT-DISPLAY.
       212-END.EXIT.

       214-REMOVE-PAYEE.
           IF WS-PAYEE-COUNT = 0
               GO TO 214-END
           END-IF
           DISPLAY "Select the payee number to remove, or 0 to go back"
           ACCEPT WS-PAYEE-PICK
           IF WS-PAYEE-PICK = 0 OR WS-PAYEE-PICK > WS-PAYEE-COUNT
               GO TO 214-END
           END-IF

           OPEN I-O PAYEES-FILE
           IF PAYEESF-STATUS NOT = 00
               DISPLAY "PAYEE SERVICES ARE UNAVAILABLE. TRY LATER"
               GO TO 214-END
           END-IF
           MOVE WS-PAYEE-OWNER-CBU TO PY-OWNER-CBU
           MOVE WS-PAYEE-LIST-CBU(WS-PAYEE-PICK) TO PY-PAYEE-CBU
           DELETE PAYEES-FILE RECORD
               INVALID KEY
                   DISPLAY "That payee is no longer registered"
                   CLOSE PAYEES-FILE
                   GO TO 214-END
           END-DELETE
           CLOSE PAYEES-FILE

           MOVE WS-PAYEE-OWNER-CBU TO WS-SEC-EVENT-CBU
           MOVE "PAYEE-REMOVED" TO WS-SEC-EVENT-TYPE
           PERFORM 019-LOG-SECURITY-EVENT THRU 019-END
           DISPLAY "Payee removed".
       214-END.EXIT.

      *    Start-up check for a session the machine never finished:
      *    the session file still holding a row means the power went
      *    (or the process died) mid-session, since every ending
      *    empties it. The session is closed on its own journal so
      *    an investigator sees where it stopped.
       220-EJ-RECOVER-SESSION.
           OPEN INPUT EJ-SESSION-FILE
           IF EJSESSF-STATUS NOT = 00
               GO TO 220-END
           END-IF
           READ EJ-SESSION-FILE
               AT END
                   CLOSE EJ-SESSION-FILE
                   GO TO 220-END
           END-READ
           CLOSE EJ-SESSION-FILE

           DISPLAY "PREVIOUS SESSION WAS INTERRUPTED - JOURNALED"
           MOVE EJ-SESSION-RECORD TO WS-EJ-WORK
           MOVE ES-CBU TO WS-EJ-SESSION-CBU
           SET WS-EJ-SESSION-IS-OPEN TO TRUE
           MOVE "POWER LOSS - FOUND AT RECOVERY" TO WJ-DETAIL
           PERFORM 229-EJ-END-SESSION THRU 229-END.
       220-END.EXIT.

      *    A card (or a cardless code request) just went in: the
      *    session ID is this terminal and that moment.
       222-EJ-START-SESSION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           INITIALIZE WS-EJ-WORK
           MOVE WS-TERMINAL-ID TO WJ-SESSION-TERMINAL
           MOVE WS-CURRENT-DATETIME(1:8) TO WJ-SESSION-DATE
           MOVE WS-CURRENT-DATETIME(9:8) TO WJ-SESSION-TIME
           MOVE WS-INPUT-CARD-NUMBER TO WJ-CARD-NUMBER
           MOVE 0 TO WS-EJ-SESSION-CBU
           SET WS-EJ-SESSION-IS-OPEN TO TRUE
           PERFORM 224-EJ-SAVE-SESSION THRU 224-END.
       222-END.EXIT.

      *    Keeps the session file in step with what is known about
      *    the session (the CBU once the card or code resolves it).
       224-EJ-SAVE-SESSION.
           OPEN OUTPUT EJ-SESSION-FILE
           IF EJSESSF-STATUS NOT = 00
               DISPLAY "SESSION FILE IS UNAVAILABLE"
               DISPLAY "FS-STATUS: " EJSESSF-STATUS
               GO TO 224-END
           END-IF
           WRITE EJ-SESSION-RECORD FROM WS-EJ-WORK
           CLOSE EJ-SESSION-FILE.
       224-END.EXIT.

      *    The card read went no further than the reader: the reason
      *    in WJ-DETAIL is journaled and the session ends there.
       225-EJ-CARD-REFUSED.
           MOVE "CARD-READ" TO WJ-EVENT-TYPE
           PERFORM 226-EJ-LOG THRU 226-END
           MOVE "REFUSED AT CARD READ" TO WJ-DETAIL
           PERFORM 229-EJ-END-SESSION THRU 229-END.
       225-END.EXIT.

      *    Called with WJ-EVENT-TYPE/WJ-DETAIL/WJ-AMOUNT set (and
      *    WJ-CBU when the step posted to another account); the row
      *    goes to EJ-WRITE and the per-step fields are cleared for
      *    the next one. Outside a session there is nothing to
      *    journal against.
       226-EJ-LOG.
           IF WS-EJ-SESSION-IS-OPEN
               CALL 'EJ-WRITE' USING WS-EJ-WORK
           END-IF
           MOVE SPACES TO WJ-EVENT-TYPE
           MOVE SPACES TO WJ-DETAIL
           MOVE 0 TO WJ-AMOUNT
           MOVE WS-EJ-SESSION-CBU TO WJ-CBU.
       226-END.EXIT.

      *    One menu's choice, as "<MENU NAME> OPTION n".
       227-EJ-LOG-MENU-CHOICE.
           MOVE "MENU-CHOICE" TO WJ-EVENT-TYPE
           STRING WS-EJ-MENU-NAME DELIMITED BY "  "
               " OPTION " WS-EJ-CHOICE DELIMITED BY SIZE
               INTO WJ-DETAIL
           PERFORM 226-EJ-LOG THRU 226-END.
       227-END.EXIT.

      *    How the session ended, from WJ-DETAIL. Journaled once -
      *    a session already ended is not ended again - and the
      *    session file is emptied so the next start-up finds no
      *    interrupted session.
       229-EJ-END-SESSION.
           IF WS-EJ-SESSION-NOT-OPEN
               GO TO 229-END
           END-IF
           MOVE "SESSION-END" TO WJ-EVENT-TYPE
           PERFORM 226-EJ-LOG THRU 226-END
           SET WS-EJ-SESSION-NOT-OPEN TO TRUE
           OPEN OUTPUT EJ-SESSION-FILE
           CLOSE EJ-SESSION-FILE.
       229-END.EXIT.

      *    Lists the active account's direct-debit mandates and lets
      *    the customer give a biller a new one or revoke one.
       230-MANAGE-MANDATES.
           MOVE FS-CBU TO WS-MANDATE-OWNER-CBU
           DISPLAY "YOUR DIRECT DEBITS"
           PERFORM 232-LIST-MANDATES THRU 232-END
           IF WS-MANDATE-COUNT = 0
               DISPLAY "You have no direct debits"
           END-IF
           DISPLAY "1. Authorize a biller to collect"
           DISPLAY "2. Revoke a direct debit"
           DISPLAY "3. Go back"
           ACCEPT WS-MANDATE-ACTION
           EVALUATE WS-MANDATE-ACTION
               WHEN 1
                   PERFORM 234-ADD-MANDATE THRU 234-END
               WHEN 2
                   PERFORM 236-REVOKE-MANDATE THRU 236-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       230-END.EXIT.

      *    Lists the mandates on WS-MANDATE-OWNER-CBU, numbered, into
      *    the WS-MANDATE-ENTRY table (first 20 by service code).
       232-LIST-MANDATES.
           MOVE 0 TO WS-MANDATE-COUNT
           OPEN INPUT MANDATES-FILE
           IF MANDATESF-STATUS NOT = 00
               GO TO 232-END
           END-IF
           OPEN INPUT SERVICES-FILE
           MOVE WS-MANDATE-OWNER-CBU TO MD-CBU
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
                       IF MD-CBU NOT = WS-MANDATE-OWNER-CBU
                           OR WS-MANDATE-COUNT = 20
                           MOVE 10 TO MANDATESF-STATUS
                       ELSE
                           ADD 1 TO WS-MANDATE-COUNT
                           MOVE MD-SERVICE-CODE TO
                               WS-MANDATE-LIST-SERVICE(WS-MANDATE-COUNT)
                           MOVE MD-STATUS TO
                               WS-MANDATE-LIST-ACTIVE(WS-MANDATE-COUNT)
                           MOVE MD-SERVICE-CODE TO SV-CODE
                           MOVE SPACES TO SV-NAME
                           IF SERVICESF-STATUS = 00
                               READ SERVICES-FILE
                                   INVALID KEY
                                       MOVE SPACES TO SV-NAME
                               END-READ
                           END-IF
                           IF MD-IS-ACTIVE
                               MOVE "ACTIVE" TO WS-MANDATE-STATE-TEXT
                           ELSE
                               MOVE "REVOKED" TO WS-MANDATE-STATE-TEXT
                           END-IF
                           IF MD-END-DATE = SPACES
                               MOVE "NO END" TO WS-MANDATE-END-TEXT
                           ELSE
                               MOVE MD-END-DATE TO WS-MANDATE-END-TEXT
                           END-IF
                           MOVE MD-MAX-AMOUNT TO WS-AMOUNT-DISPLAY
                           DISPLAY WS-MANDATE-COUNT ". " MD-SERVICE-CODE
                               " " SV-NAME
                           DISPLAY "    UP TO " WS-AMOUNT-DISPLAY
                               " FROM " MD-START-DATE " TO "
                               WS-MANDATE-END-TEXT " "
                               WS-MANDATE-STATE-TEXT
                       END-IF
               END-READ
           END-PERFORM
           IF SERVICESF-STATUS = 00
               CLOSE SERVICES-FILE
           END-IF
           CLOSE MANDATES-FILE.
       232-END.EXIT.

      *    A new mandate for one registered biller. A biller already
      *    holding an active mandate on the account must have it
      *    revoked first, so the customer always sees which terms
      *    are in force; a revoked one is replaced. Every set-up is
      *    written to the security log and notified to the customer.
       234-ADD-MANDATE.
      *    Billers collect in the home currency - the same 1:1 rule
      *    155-TAKE-PAYMENT applies.
           IF FS-CURRENCY-CODE NOT = SPACES
               AND FS-CURRENCY-CODE NOT = "ARS"
               DISPLAY "Direct debits are collected in ARS only."
               DISPLAY "Set them up on your ARS account"
               GO TO 234-END
           END-IF

           DISPLAY "ENTER THE SERVICE/BILLER CODE"
           ACCEPT WS-MANDATE-NEW-SERVICE
           OPEN INPUT SERVICES-FILE
           IF SERVICESF-STATUS NOT = 00
               DISPLAY "NO SERVICES ARE REGISTERED YET"
               GO TO 234-END
           END-IF
           MOVE WS-MANDATE-NEW-SERVICE TO SV-CODE
           READ SERVICES-FILE
               INVALID KEY
                   DISPLAY "UNKNOWN SERVICE/BILLER CODE"
                   CLOSE SERVICES-FILE
                   GO TO 234-END
           END-READ
           CLOSE SERVICES-FILE

           DISPLAY "Enter the most " SV-NAME
           DISPLAY "may collect at one time"
           ACCEPT WS-MANDATE-NEW-MAX
           IF WS-MANDATE-NEW-MAX = 0
               DISPLAY "The amount must be greater than zero"
               GO TO 234-END
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY-NUM
           DISPLAY "Enter the first collection date (YYYYMMDD),"
           DISPLAY "or 0 to start today"
           ACCEPT WS-MANDATE-NEW-START
           IF WS-MANDATE-NEW-START = 0
               MOVE WS-TODAY-NUM TO WS-MANDATE-NEW-START
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-MANDATE-NEW-START) NOT = 0
               OR WS-MANDATE-NEW-START < WS-TODAY-NUM
               DISPLAY "That is not a valid start date"
               GO TO 234-END
           END-IF
           DISPLAY "Enter the last collection date (YYYYMMDD),"
           DISPLAY "or 0 for no end date"
           ACCEPT WS-MANDATE-NEW-END
           IF WS-MANDATE-NEW-END NOT = 0
               AND (FUNCTION TEST-DATE-YYYYMMDD(WS-MANDATE-NEW-END)
                   NOT = 0
                   OR WS-MANDATE-NEW-END < WS-MANDATE-NEW-START)
               DISPLAY "That is not a valid end date"
               GO TO 234-END
           END-IF

           OPEN I-O MANDATES-FILE
           IF MANDATESF-STATUS = 35
               OPEN OUTPUT MANDATES-FILE
               CLOSE MANDATES-FILE
               OPEN I-O MANDATES-FILE
           END-IF
           IF MANDATESF-STATUS NOT = 00
               DISPLAY "DIRECT DEBIT SERVICES ARE UNAVAILABLE. "
                   "TRY LATER"
               GO TO 234-END
           END-IF
           MOVE WS-MANDATE-OWNER-CBU TO MD-CBU
           MOVE WS-MANDATE-NEW-SERVICE TO MD-SERVICE-CODE
           SET WS-MANDATE-NOT-FOUND TO TRUE
           READ MANDATES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MANDATE-IS-FOUND TO TRUE
           END-READ
           IF WS-MANDATE-IS-FOUND AND MD-IS-ACTIVE
               DISPLAY "This biller already has a direct debit on"
               DISPLAY "this account. Revoke it first to change it"
               CLOSE MANDATES-FILE
               GO TO 234-END
           END-IF

           INITIALIZE MANDATE-RECORD
           MOVE WS-MANDATE-OWNER-CBU TO MD-CBU
           MOVE WS-MANDATE-NEW-SERVICE TO MD-SERVICE-CODE
           MOVE WS-MANDATE-NEW-MAX TO MD-MAX-AMOUNT
           MOVE WS-MANDATE-NEW-START TO MD-START-DATE
           IF WS-MANDATE-NEW-END = 0
               MOVE SPACES TO MD-END-DATE
           ELSE
               MOVE WS-MANDATE-NEW-END TO MD-END-DATE
           END-IF
           SET MD-IS-ACTIVE TO TRUE
           SET MD-SET-UP-AT-ATM TO TRUE
           MOVE WS-TERMINAL-ID TO MD-SET-UP-BY
           MOVE WS-TODAY-NUM TO MD-SET-UP-DATE
           IF WS-MANDATE-IS-FOUND
               REWRITE MANDATE-RECORD
                   INVALID KEY
                       DISPLAY "System failure. Please try later"
                       CLOSE MANDATES-FILE
                       GO TO 234-END
               END-REWRITE
           ELSE
               WRITE MANDATE-RECORD
                   INVALID KEY
                       DISPLAY "System failure. Please try later"
                       CLOSE MANDATES-FILE
                       GO TO 234-END
               END-WRITE
           END-IF
           CLOSE MANDATES-FILE

           MOVE WS-MANDATE-OWNER-CBU TO WS-SEC-EVENT-CBU
           MOVE "MANDATE-ADDED" TO WS-SEC-EVENT-TYPE
           PERFORM 019-LOG-SECURITY-EVENT THRU 019-END
           MOVE "MANDATE-ADDED" TO WS-NOTIFY-EVENT-TYPE
           MOVE WS-MANDATE-NEW-MAX TO WS-NOTIFY-AMOUNT
           CALL 'NOTIFY-ENQUEUE' USING WS-MANDATE-OWNER-CBU
               WS-NOTIFY-EVENT-TYPE WS-NOTIFY-AMOUNT
           DISPLAY SV-NAME " may now collect from this account".
       234-END.EXIT.

      *    Revocation takes effect at once: tonight's collection run
      *    already refuses the biller.
       236-REVOKE-MANDATE.
           IF WS-MANDATE-COUNT = 0
               GO TO 236-END
           END-IF
           DISPLAY "Select the direct debit number to revoke, or 0 "
               "to go back"
           ACCEPT WS-MANDATE-PICK
           IF WS-MANDATE-PICK = 0 OR WS-MANDATE-PICK > WS-MANDATE-COUNT
               GO TO 236-END
           END-IF
           IF WS-MANDATE-LIST-ACTIVE(WS-MANDATE-PICK) NOT = "A"
               DISPLAY "That direct debit is already revoked"
               GO TO 236-END
           END-IF

           OPEN I-O MANDATES-FILE
           IF MANDATESF-STATUS NOT = 00
               DISPLAY "DIRECT DEBIT SERVICES ARE UNAVAILABLE. "
                   "TRY LATER"
               GO TO 236-END
           END-IF
           MOVE WS-MANDATE-OWNER-CBU TO MD-CBU
           MOVE WS-MANDATE-LIST-SERVICE(WS-MANDATE-PICK)
               TO MD-SERVICE-CODE
           READ MANDATES-FILE
               INVALID KEY
                   DISPLAY "That direct debit is no longer on file"
                   CLOSE MANDATES-FILE
                   GO TO 236-END
           END-READ
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           SET MD-IS-REVOKED TO TRUE
           MOVE WS-TERMINAL-ID TO MD-REVOKED-BY
           MOVE WS-CURRENT-DATETIME(1:8) TO MD-REVOKED-DATE
           REWRITE MANDATE-RECORD
               INVALID KEY
                   DISPLAY "System failure. Please try later"
                   CLOSE MANDATES-FILE
                   GO TO 236-END
           END-REWRITE
           CLOSE MANDATES-FILE

           MOVE WS-MANDATE-OWNER-CBU TO WS-SEC-EVENT-CBU
           MOVE "MANDATE-REVOKED" TO WS-SEC-EVENT-TYPE
           PERFORM 019-LOG-SECURITY-EVENT THRU 019-END
           MOVE "MANDATE-REVOKED" TO WS-NOTIFY-EVENT-TYPE
           MOVE 0 TO WS-NOTIFY-AMOUNT
           CALL 'NOTIFY-ENQUEUE' USING WS-MANDATE-OWNER-CBU
               WS-NOTIFY-EVENT-TYPE WS-NOTIFY-AMOUNT
           DISPLAY "Direct debit revoked".
       236-END.EXIT.
       END PROGRAM YOUR-PROGRAM-NAME.
