      *          screen for a phone call. Takes a customer ID (or a
      *          CBU, resolved to its owning customer) and presents
      *          the joined picture nothing else shows in one place:
      *          the CUSTOMERS.DAT identity and due-diligence
      *          review state, every account the customer stands
      *          on - owned outright, or held as a
      *          joint owner or authorized signatory through
      *          ACCOUNT-PARTIES.DAT, with the role and the
      *          account's other parties - with balance, pending
      *          balance, status, product, currency and last
      *          activity (plus the drawn overdraft when a credit
      *          line is enrolled), installment loans with their
      *          next installment and arrears, cards with status and
      *          expiry, unreleased deposit holds, transfers waiting
      *          in the supervisor queue, open fraud review rows, and
      *          the most recent security events - so one operator
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CARD-NUMBER
               FILE STATUS IS CARDSF-STATUS.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-ID
               ALTERNATE RECORD KEY IS LN-CBU WITH DUPLICATES
               FILE STATUS IS LOANSF-STATUS.
           SELECT ACCOUNT-PARTIES-FILE ASSIGN TO "ACCOUNT-PARTIES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               ALTERNATE RECORD KEY IS AP-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS PARTYF-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDSF-STATUS.
       FD  CARDS-FILE.
           COPY CARDREC.

       FD  LOANS-FILE.
           COPY LOANREC.

       FD  ACCOUNT-PARTIES-FILE.
           COPY PARTYREC.

       FD  HOLDS-FILE.
           COPY HOLDREC.

       01  ACCOUNTSF-STATUS             PIC 9(2).
       01  CREDITF-STATUS               PIC 9(2).
       01  CARDSF-STATUS                PIC 9(2).
       01  LOANSF-STATUS                PIC 9(2).
       01  PARTYF-STATUS                PIC 9(2).
       01  HOLDSF-STATUS                PIC 9(2).
       01  PENDAUTHF-STATUS             PIC 9(2).
       01  REVIEWF-STATUS               PIC 9(2).
       01  WS-TARGET-CUSTOMER-ID        PIC 9(08).
       01  WS-BALANCE-DISPLAY           PIC $ZZZZZZZZZZZZZZZZZZ.99.
       01  WS-AMOUNT-DISPLAY            PIC $ZZZZZZZZZZZZZZZZZZ.99.
       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-TODAY                     PIC X(08).
       01  WS-SHOW-ROLE-TEXT            PIC X(12).
       01  WS-PARTY-ROLE-TEXT           PIC X(12).

      *    Accounts the customer stands on through the party file
      *    rather than as FS-CUSTOMER-ID, collected off the customer
      *    key before any of them is read.
       01  WS-PARTY-ACCOUNTS.
           05 WS-PARTY-ACCT-COUNT       PIC 9(02) VALUE ZERO.
           05 WS-PARTY-ACCT-ENTRY OCCURS 10 TIMES
               INDEXED BY IDX-PACCT.
               10 WS-PARTY-ACCT-CBU     PIC 9(22).
               10 WS-PARTY-ACCT-ROLE    PIC X(12).

      *    The customer's accounts, collected once so every later
      *    file scan asks one question: is this row's CBU ours?
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CUSTOMER-INQUIRY - CUSTOMER SERVICE CONSOLE"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY
           DISPLAY "1.LOOK UP BY CUSTOMER ID"
           DISPLAY "2.LOOK UP BY CBU"
           ACCEPT WS-INPUT-OPTION
               STOP RUN
           END-IF
           PERFORM 040-SHOW-CARDS THRU 040-END
           PERFORM 045-SHOW-LOANS THRU 045-END
           PERFORM 050-SHOW-HOLDS THRU 050-END
           PERFORM 060-SHOW-PENDING-AUTHS THRU 060-END
           PERFORM 070-SHOW-FRAUD-REVIEWS THRU 070-END
                       "  BORN " CU-BIRTH-DATE
                   DISPLAY "ADDRESS:   " CU-ADDRESS
                   DISPLAY "PHONE:     " CU-PHONE
                   DISPLAY "RISK:      " CU-RISK-RATING
                       "  " CU-RISK-REASON "  SINCE " CU-RISK-DATE
                   DISPLAY "KYC:       STATUS " CU-KYC-STATUS
                       "  LAST REVIEW " CU-LAST-REVIEW-DATE
                       "  NEXT DUE " CU-NEXT-REVIEW-DATE
                   IF CU-KYC-RESTRICTED
                       DISPLAY "  ** REVIEW OVERDUE, OWNED ACCOUNTS "
                           "DEPOSIT-ONLY - SEE KYC-REVIEW **"
                   END-IF
           END-READ
           CLOSE CUSTOMERS-FILE.
       020-END.EXIT.
      *    Every account the customer owns - ACCOUNTS.DAT carries no
      *    customer-ID alternate key, so this is a straight scan.
      *    A CBU lookup on a legacy account (customer ID zero) shows
      *    just that account, never every other unattached one. The
      *    accounts held as a joint owner or signatory follow, found
      *    off the party file's customer key.
       030-SHOW-ACCOUNTS.
           DISPLAY "-----------------------------------------------"
           DISPLAY "ACCOUNTS"
               GO TO 030-END
           END-IF
           OPEN INPUT CREDIT-LINES-FILE
           OPEN INPUT ACCOUNT-PARTIES-FILE
           MOVE "OWNER" TO WS-SHOW-ROLE-TEXT
           PERFORM UNTIL ACCOUNTSF-STATUS = 10
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TARGET-CUSTOMER-ID NOT = 0 AND PARTYF-STATUS = 00
               PERFORM 038-SHOW-PARTY-ACCOUNTS THRU 038-END
           END-IF
           IF CREDITF-STATUS = 00
               CLOSE CREDIT-LINES-FILE
           END-IF
           IF PARTYF-STATUS = 00
               CLOSE ACCOUNT-PARTIES-FILE
           END-IF
           CLOSE ACCOUNTS-FILE.
       030-END.EXIT.

               MOVE FS-PENDING-BALANCE TO WS-BALANCE-DISPLAY
               DISPLAY "  PENDING (ON HOLD) " WS-BALANCE-DISPLAY
           END-IF
           DISPLAY "  CUSTOMER'S ROLE " WS-SHOW-ROLE-TEXT
           DISPLAY "  LAST ACTIVITY " FS-LAST-ACTIVITY-DATE
           IF FS-ACCOUNT-IS-LOCKED
               DISPLAY "  ** PIN-LOCKED - SEE PIN-UNLOCK **"
           END-IF
           IF FS-ACCOUNT-RESTRICTED
               DISPLAY "  ** RESTRICTED PENDING KYC REVIEW - "
                   "DEPOSITS ONLY **"
           END-IF

           IF CREDITF-STATUS = 00
               MOVE FS-CBU TO CL-CBU
                       DISPLAY "  CREDIT LINE DRAWN "
                           WS-AMOUNT-DISPLAY
               END-READ
           END-IF
           IF PARTYF-STATUS = 00
               PERFORM 036-SHOW-ACCOUNT-PARTIES THRU 036-END
           END-IF.
       035-END.EXIT.

      *    Everyone else standing on the account in the record area
      *    today.
       036-SHOW-ACCOUNT-PARTIES.
           MOVE FS-CBU TO AP-CBU
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
                       IF AP-CBU NOT = FS-CBU
                           MOVE 10 TO PARTYF-STATUS
                       ELSE
                           IF (AP-JOINT-OWNER OR AP-SIGNATORY)
                               AND AP-START-DATE <= WS-TODAY
                               AND (AP-END-DATE = SPACES
                                   OR AP-END-DATE > WS-TODAY)
                               PERFORM 039-DESCRIBE-ROLE THRU 039-END
                               DISPLAY "  " WS-PARTY-ROLE-TEXT
                                   " CUSTOMER " AP-CUSTOMER-ID
                                   "  SINCE " AP-START-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 00 TO PARTYF-STATUS.
       036-END.EXIT.

       038-SHOW-PARTY-ACCOUNTS.
           MOVE WS-TARGET-CUSTOMER-ID TO AP-CUSTOMER-ID
           START ACCOUNT-PARTIES-FILE KEY IS EQUAL TO AP-CUSTOMER-ID
               INVALID KEY
                   MOVE 10 TO PARTYF-STATUS
           END-START
           PERFORM UNTIL PARTYF-STATUS NOT = 00
               READ ACCOUNT-PARTIES-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO PARTYF-STATUS
                   NOT AT END
                       IF AP-CUSTOMER-ID NOT = WS-TARGET-CUSTOMER-ID
                           MOVE 10 TO PARTYF-STATUS
                       ELSE
                           IF (AP-JOINT-OWNER OR AP-SIGNATORY)
                               AND AP-START-DATE <= WS-TODAY
                               AND (AP-END-DATE = SPACES
                                   OR AP-END-DATE > WS-TODAY)
                               AND WS-PARTY-ACCT-COUNT < 10
                               ADD 1 TO WS-PARTY-ACCT-COUNT
                               SET IDX-PACCT TO WS-PARTY-ACCT-COUNT
                               MOVE AP-CBU
                                   TO WS-PARTY-ACCT-CBU(IDX-PACCT)
                               PERFORM 039-DESCRIBE-ROLE THRU 039-END
                               MOVE WS-PARTY-ROLE-TEXT
                                   TO WS-PARTY-ACCT-ROLE(IDX-PACCT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 00 TO PARTYF-STATUS

           PERFORM VARYING IDX-PACCT FROM 1 BY 1
               UNTIL IDX-PACCT > WS-PARTY-ACCT-COUNT
               MOVE WS-PARTY-ACCT-CBU(IDX-PACCT) TO FS-CBU
               READ ACCOUNTS-FILE
                   INVALID KEY
                       DISPLAY "CBU " WS-PARTY-ACCT-CBU(IDX-PACCT)
                           "  ** NOT ON THE ACCOUNT MASTER **"
                   NOT INVALID KEY
                       MOVE WS-PARTY-ACCT-ROLE(IDX-PACCT)
                           TO WS-SHOW-ROLE-TEXT
                       PERFORM 035-SHOW-ONE-ACCOUNT THRU 035-END
               END-READ
           END-PERFORM.
       038-END.EXIT.

       039-DESCRIBE-ROLE.
           IF AP-JOINT-OWNER
               MOVE "JOINT OWNER" TO WS-PARTY-ROLE-TEXT
           ELSE
               MOVE "SIGNATORY" TO WS-PARTY-ROLE-TEXT
           END-IF.
       039-END.EXIT.

       040-SHOW-CARDS.
           DISPLAY "-----------------------------------------------"
           DISPLAY "CARDS"
                           DISPLAY "CARD " CD-CARD-NUMBER
                               "  STATUS " CD-CARD-STATUS
                               "  EXPIRES " CD-EXPIRY-DATE
                           IF CD-HOLDER-CUSTOMER-ID NOT = 0
                               DISPLAY "  HELD BY CUSTOMER "
                                   CD-HOLDER-CUSTOMER-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARDS-FILE.
       040-END.EXIT.

       045-SHOW-LOANS.
           DISPLAY "-----------------------------------------------"
           DISPLAY "INSTALLMENT LOANS"
           OPEN INPUT LOANS-FILE
           IF LOANSF-STATUS NOT = 00
               DISPLAY "  NONE ON FILE"
               GO TO 045-END
           END-IF
           PERFORM UNTIL LOANSF-STATUS = 10
               READ LOANS-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO LOANSF-STATUS
                   NOT AT END
                       MOVE LN-CBU TO WS-CBU-PROBE
                       PERFORM 900-CHECK-CBU THRU 900-END
                       IF WS-CBU-IS-OURS
                           PERFORM 046-SHOW-ONE-LOAN THRU 046-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE.
       045-END.EXIT.

       046-SHOW-ONE-LOAN.
           MOVE LN-PRINCIPAL TO WS-AMOUNT-DISPLAY
           DISPLAY "LOAN " LN-LOAN-ID "  CBU " LN-CBU
               "  STATUS " LN-STATUS
           DISPLAY "  PRINCIPAL " WS-AMOUNT-DISPLAY
               "  RATE " LN-RATE-BASIS-POINTS " BP"
               "  DISBURSED " LN-DISBURSED-DATE
           MOVE LN-OUTSTANDING-PRINCIPAL TO WS-BALANCE-DISPLAY
           DISPLAY "  OUTSTANDING " WS-BALANCE-DISPLAY
               "  PAID " LN-INSTALLMENTS-PAID " OF " LN-TERM-MONTHS
           IF LN-IS-ACTIVE
               MOVE LN-NEXT-DUE-AMOUNT TO WS-AMOUNT-DISPLAY
               DISPLAY "  NEXT INSTALLMENT " WS-AMOUNT-DISPLAY
                   "  DUE " LN-NEXT-DUE-DATE
               IF NOT LN-BUCKET-CURRENT
                   DISPLAY "  ** IN ARREARS " LN-DAYS-PAST-DUE
                       " DAYS - BUCKET " LN-DELINQ-BUCKET " **"
               END-IF
           END-IF.
       046-END.EXIT.

       050-SHOW-HOLDS.
           DISPLAY "-----------------------------------------------"
           DISPLAY "UNRELEASED DEPOSIT HOLDS"
