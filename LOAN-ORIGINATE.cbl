      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ops tool to book and disburse a personal installment
      *          loan. Takes the borrowing account, principal, annual
      *          rate in basis points and term in months, works out
      *          the level monthly installment (interest on the
      *          declining balance), and after the supervisor accepts
      *          the terms writes the loan to LOANS.DAT, lays down the
      *          full amortization schedule on LOAN-SCHEDULE.DAT and
      *          credits the principal to the account as its own
      *          LN-DISB receipt (map it with GL-MAP-SET). Installment
      *          N falls due N months after disbursement, on the same
      *          day of the month (the 28th at the latest, so every
      *          month has the day). Collection is LOAN-COLLECTION's
      *          job. Supervisor sign-on required; every loan is
      *          logged under the operator.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-ORIGINATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-ID
               ALTERNATE RECORD KEY IS LN-CBU WITH DUPLICATES
               FILE STATUS IS LOANSF-STATUS.
           SELECT LOAN-SCHEDULE-FILE ASSIGN TO "LOAN-SCHEDULE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS LOANSCHF-STATUS.
           SELECT ACCOUNTS-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CBU
               FILE STATUS IS ACCOUNTSF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOANS-FILE.
           COPY LOANREC.

       FD  LOAN-SCHEDULE-FILE.
           COPY LOANSCHD.

       FD  ACCOUNTS-FILE.
           COPY ACCTREC.

       WORKING-STORAGE SECTION.
       01  LOANSF-STATUS               PIC 9(2).
       01  LOANSCHF-STATUS             PIC 9(2).
       01  ACCOUNTSF-STATUS            PIC 9(2).
      *    Work image of the keyed receipt row, handed to the
      *    RECEIPT-WRITE subprogram, which assigns the sequence
      *    number and writes it.
           COPY RECEIPTREC
               REPLACING ==RECEIPT-RECORD== BY ==WS-RECEIPT-WORK==
               LEADING ==RF== BY ==WR==.
       01  WS-INPUT-CBU                PIC 9(22).
       01  WS-INPUT-PRINCIPAL          PIC 9(18)V99.
       01  WS-INPUT-BASIS-POINTS       PIC 9(04).
       01  WS-INPUT-TERM               PIC 9(03).
       01  WS-INPUT-CONFIRM            PIC 9(01).
       01  WS-REQUIRED-ROLE            PIC X(01) VALUE "S".
       01  WS-OPERATOR-ID              PIC X(08).
       01  WS-SIGNON-RESULT            PIC X(01).
       01  WS-SEC-EVENT-TYPE           PIC X(16).
       01  WS-SEC-TERMINAL-ID          PIC X(06) VALUE "OPS   ".
       01  WS-NOTIFY-EVENT-TYPE        PIC X(16).
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TODAY                    PIC X(08).
      *    Longest term the schedule arithmetic is sized for.
       01  WS-MAX-TERM                 PIC 9(03) VALUE 120.
       01  WS-CUSTOMER-ID              PIC 9(08).
       01  WS-CURRENCY-CODE            PIC X(03).
       01  WS-NEW-LOAN-ID              PIC 9(08) VALUE ZERO.

      *    Level-installment arithmetic: the monthly rate is the
      *    annual basis points / 12, and the installment is the
      *    ordinary annuity payment on the principal over the term.
       01  WS-MONTHLY-RATE             PIC 9V9(12).
       01  WS-GROWTH-FACTOR            PIC 9(08)V9(12).
       01  WS-INSTALLMENT              PIC 9(18)V99.
       01  WS-OUTSTANDING              PIC 9(18)V99.
       01  WS-SCHED-INTEREST           PIC 9(18)V99.
       01  WS-SCHED-PRINCIPAL          PIC 9(18)V99.
       01  WS-TOTAL-INTEREST           PIC 9(18)V99 VALUE ZERO.
       01  WS-INSTALLMENT-NO           PIC 9(03).

      *    Due-date roll: disbursement year/month plus N months, on
      *    the disbursement day capped at the 28th.
       01  WS-DATE-WORK.
           05 WS-DATE-NUM              PIC 9(08).
           05 WS-DATE-PARTS REDEFINES WS-DATE-NUM.
               10 WS-DATE-YYYY         PIC 9(04).
               10 WS-DATE-MM           PIC 9(02).
               10 WS-DATE-DD           PIC 9(02).
       01  WS-BASE-YYYY                PIC 9(04).
       01  WS-BASE-MM                  PIC 9(02).
       01  WS-DUE-DAY                  PIC 9(02).
       01  WS-MONTH-OFFSET             PIC 9(05).

       01  WS-AMOUNT-DISPLAY           PIC $ZZZZZZZZZZZZZZZZZZ.99.
       01  WS-INSTALLMENT-DISPLAY      PIC $ZZZZZZZZZZZZZZZZZZ.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "LOAN-ORIGINATE - BOOK AND DISBURSE AN INSTALLMENT "
               "LOAN"

      *    Lending is supervisor work, and every loan goes on the
      *    security log under the operator.
           CALL 'OPERATOR-SIGNON' USING WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT = "N"
               STOP RUN
           END-IF

           DISPLAY "ENTER THE CBU TO DISBURSE TO"
           ACCEPT WS-INPUT-CBU
           DISPLAY "ENTER THE PRINCIPAL"
           ACCEPT WS-INPUT-PRINCIPAL
           DISPLAY "ENTER THE ANNUAL RATE IN BASIS POINTS"
           ACCEPT WS-INPUT-BASIS-POINTS
           DISPLAY "ENTER THE TERM IN MONTHS"
           ACCEPT WS-INPUT-TERM

           IF WS-INPUT-PRINCIPAL = 0
               DISPLAY "PRINCIPAL MUST BE GREATER THAN ZERO"
               STOP RUN
           END-IF
           IF WS-INPUT-TERM = 0 OR WS-INPUT-TERM > WS-MAX-TERM
               DISPLAY "TERM MUST BE 1 TO " WS-MAX-TERM " MONTHS"
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY

           PERFORM 010-CHECK-ACCOUNT THRU 010-END
           PERFORM 020-COMPUTE-INSTALLMENT THRU 020-END

           MOVE WS-INPUT-PRINCIPAL TO WS-AMOUNT-DISPLAY
           MOVE WS-INSTALLMENT TO WS-INSTALLMENT-DISPLAY
           DISPLAY "PRINCIPAL:   " WS-AMOUNT-DISPLAY " "
               WS-CURRENCY-CODE
           DISPLAY "INSTALLMENT: " WS-INSTALLMENT-DISPLAY
               " X " WS-INPUT-TERM " MONTHS"
           DISPLAY "1.DISBURSE THE LOAN"
           DISPLAY "2.CANCEL"
           ACCEPT WS-INPUT-CONFIRM
           IF WS-INPUT-CONFIRM NOT = 1
               DISPLAY "LOAN NOT BOOKED"
               STOP RUN
           END-IF

           PERFORM 030-OPEN-LOAN-FILES THRU 030-END
           PERFORM 040-ASSIGN-LOAN-ID THRU 040-END
           PERFORM 050-WRITE-SCHEDULE THRU 050-END
           PERFORM 060-WRITE-LOAN THRU 060-END
           PERFORM 070-DISBURSE THRU 070-END

           CLOSE LOANS-FILE
           CLOSE LOAN-SCHEDULE-FILE
           STOP RUN.

       010-CHECK-ACCOUNT.
           OPEN INPUT ACCOUNTS-FILE
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN ACCOUNTS.DAT"
               DISPLAY "FS-STATUS: " ACCOUNTSF-STATUS
               STOP RUN
           END-IF
           MOVE WS-INPUT-CBU TO FS-CBU
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY "NO SUCH ACCOUNT ON FILE: " WS-INPUT-CBU
                   CLOSE ACCOUNTS-FILE
                   STOP RUN
           END-READ
           IF FS-ACCOUNT-CLOSED OR FS-ACCOUNT-FROZEN
               DISPLAY "THAT ACCOUNT IS NOT ACTIVE - NO LOAN BOOKED"
               CLOSE ACCOUNTS-FILE
               STOP RUN
           END-IF
           MOVE FS-CUSTOMER-ID TO WS-CUSTOMER-ID
           MOVE FS-CURRENCY-CODE TO WS-CURRENCY-CODE
           IF WS-CURRENCY-CODE = SPACES
               MOVE "ARS" TO WS-CURRENCY-CODE
           END-IF
           CLOSE ACCOUNTS-FILE.
       010-END.EXIT.

       020-COMPUTE-INSTALLMENT.
           COMPUTE WS-MONTHLY-RATE =
               WS-INPUT-BASIS-POINTS / 120000
           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-INSTALLMENT ROUNDED =
                   WS-INPUT-PRINCIPAL / WS-INPUT-TERM
               GO TO 020-END
           END-IF
           COMPUTE WS-GROWTH-FACTOR =
               (1 + WS-MONTHLY-RATE) ** WS-INPUT-TERM
           COMPUTE WS-INSTALLMENT ROUNDED =
               WS-INPUT-PRINCIPAL * WS-MONTHLY-RATE * WS-GROWTH-FACTOR
               / (WS-GROWTH-FACTOR - 1).
       020-END.EXIT.

      *    Both loan files may not exist yet on a brand new install.
       030-OPEN-LOAN-FILES.
           OPEN I-O LOANS-FILE
           IF LOANSF-STATUS = 35
               OPEN OUTPUT LOANS-FILE
               CLOSE LOANS-FILE
               OPEN I-O LOANS-FILE
           END-IF
           IF LOANSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN LOANS.DAT"
               DISPLAY "FS-STATUS: " LOANSF-STATUS
               STOP RUN
           END-IF
           OPEN I-O LOAN-SCHEDULE-FILE
           IF LOANSCHF-STATUS = 35
               OPEN OUTPUT LOAN-SCHEDULE-FILE
               CLOSE LOAN-SCHEDULE-FILE
               OPEN I-O LOAN-SCHEDULE-FILE
           END-IF
           IF LOANSCHF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN LOAN-SCHEDULE.DAT"
               DISPLAY "FS-STATUS: " LOANSCHF-STATUS
               CLOSE LOANS-FILE
               STOP RUN
           END-IF.
       030-END.EXIT.

      *    Loan IDs run on from the highest one on file.
       040-ASSIGN-LOAN-ID.
           MOVE 0 TO WS-NEW-LOAN-ID
           PERFORM UNTIL LOANSF-STATUS = 10
               READ LOANS-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO LOANSF-STATUS
                   NOT AT END
                       IF LN-LOAN-ID > WS-NEW-LOAN-ID
                           MOVE LN-LOAN-ID TO WS-NEW-LOAN-ID
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEW-LOAN-ID.
       040-END.EXIT.

      *    Interest on the declining balance each month; the last
      *    installment takes whatever principal is left, so the
      *    schedule always amortizes to exactly zero.
       050-WRITE-SCHEDULE.
           MOVE WS-TODAY(1:4) TO WS-BASE-YYYY
           MOVE WS-TODAY(5:2) TO WS-BASE-MM
           MOVE WS-TODAY(7:2) TO WS-DUE-DAY
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF
           MOVE WS-INPUT-PRINCIPAL TO WS-OUTSTANDING

           PERFORM VARYING WS-INSTALLMENT-NO FROM 1 BY 1
               UNTIL WS-INSTALLMENT-NO > WS-INPUT-TERM
               COMPUTE WS-SCHED-INTEREST ROUNDED =
                   WS-OUTSTANDING * WS-MONTHLY-RATE
               IF WS-INSTALLMENT > WS-SCHED-INTEREST
                   COMPUTE WS-SCHED-PRINCIPAL =
                       WS-INSTALLMENT - WS-SCHED-INTEREST
               ELSE
                   MOVE 0 TO WS-SCHED-PRINCIPAL
               END-IF
               IF WS-INSTALLMENT-NO = WS-INPUT-TERM
                   OR WS-SCHED-PRINCIPAL > WS-OUTSTANDING
                   MOVE WS-OUTSTANDING TO WS-SCHED-PRINCIPAL
               END-IF
               SUBTRACT WS-SCHED-PRINCIPAL FROM WS-OUTSTANDING
               ADD WS-SCHED-INTEREST TO WS-TOTAL-INTEREST

               COMPUTE WS-MONTH-OFFSET =
                   WS-BASE-YYYY * 12 + WS-BASE-MM - 1
                   + WS-INSTALLMENT-NO
               COMPUTE WS-DATE-YYYY = WS-MONTH-OFFSET / 12
               COMPUTE WS-DATE-MM =
                   WS-MONTH-OFFSET - WS-DATE-YYYY * 12 + 1
               MOVE WS-DUE-DAY TO WS-DATE-DD

               MOVE WS-NEW-LOAN-ID TO LS-LOAN-ID
               MOVE WS-INSTALLMENT-NO TO LS-INSTALLMENT-NO
               MOVE WS-DATE-NUM TO LS-DUE-DATE
               MOVE WS-SCHED-PRINCIPAL TO LS-PRINCIPAL-DUE
               MOVE WS-SCHED-INTEREST TO LS-INTEREST-DUE
               MOVE 0 TO LS-FEE-DUE
               SET LS-LATE-FEE-NOT-CHARGED TO TRUE
               SET LS-IS-DUE TO TRUE
               MOVE SPACES TO LS-PAID-DATE
               WRITE LOAN-SCHEDULE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING SCHEDULE ROW "
                           WS-INSTALLMENT-NO
               END-WRITE
               IF WS-INSTALLMENT-NO = 1
                   MOVE LS-DUE-DATE TO LN-NEXT-DUE-DATE
                   COMPUTE LN-NEXT-DUE-AMOUNT =
                       LS-PRINCIPAL-DUE + LS-INTEREST-DUE
               END-IF
           END-PERFORM.
       050-END.EXIT.

       060-WRITE-LOAN.
           MOVE WS-NEW-LOAN-ID TO LN-LOAN-ID
           MOVE WS-INPUT-CBU TO LN-CBU
           MOVE WS-CUSTOMER-ID TO LN-CUSTOMER-ID
           MOVE WS-INPUT-PRINCIPAL TO LN-PRINCIPAL
           MOVE WS-INPUT-BASIS-POINTS TO LN-RATE-BASIS-POINTS
           MOVE WS-INPUT-TERM TO LN-TERM-MONTHS
           MOVE WS-INSTALLMENT TO LN-INSTALLMENT-AMOUNT
           MOVE WS-INPUT-PRINCIPAL TO LN-OUTSTANDING-PRINCIPAL
           MOVE 0 TO LN-INSTALLMENTS-PAID
           MOVE WS-TODAY TO LN-DISBURSED-DATE
           MOVE 0 TO LN-DAYS-PAST-DUE
           SET LN-BUCKET-CURRENT TO TRUE
           SET LN-IS-ACTIVE TO TRUE
           MOVE WS-CURRENCY-CODE TO LN-CURRENCY-CODE
           WRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "SYSTEM FAILURE. TRY LATER"
                   CLOSE LOANS-FILE
                   CLOSE LOAN-SCHEDULE-FILE
                   STOP RUN
           END-WRITE.
       060-END.EXIT.

      *    The principal is credited last. Should the account update
      *    fail, the loan is cancelled on the master so collection
      *    never chases money the customer did not receive.
       070-DISBURSE.
           OPEN I-O ACCOUNTS-FILE
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN ACCOUNTS.DAT"
               DISPLAY "FS-STATUS: " ACCOUNTSF-STATUS
               PERFORM 080-CANCEL-LOAN THRU 080-END
               GO TO 070-END
           END-IF
           MOVE WS-INPUT-CBU TO FS-CBU
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT VANISHED - NOTHING DISBURSED"
                   CLOSE ACCOUNTS-FILE
                   PERFORM 080-CANCEL-LOAN THRU 080-END
                   GO TO 070-END
           END-READ
           ADD WS-INPUT-PRINCIPAL TO FS-BALANCE
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "SYSTEM FAILURE. TRY LATER"
                   CLOSE ACCOUNTS-FILE
                   PERFORM 080-CANCEL-LOAN THRU 080-END
                   GO TO 070-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD

           MOVE FS-CBU TO WR-CBU
           MOVE "LN-DISB" TO WR-TRANS-TYPE
           MOVE WS-INPUT-PRINCIPAL TO WR-AMOUNT
           MOVE FS-BALANCE TO WR-RESULTING-BALANCE
           MOVE WS-TODAY TO WR-DATE
           MOVE "00000000" TO WR-TIME
           MOVE SPACES TO WR-TERMINAL-ID
           MOVE FS-CURRENCY-CODE TO WR-CURRENCY-CODE
           CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK
           CLOSE ACCOUNTS-FILE

           DISPLAY "LOAN " WS-NEW-LOAN-ID " DISBURSED TO " WS-INPUT-CBU
           MOVE WS-TOTAL-INTEREST TO WS-AMOUNT-DISPLAY
           DISPLAY "TOTAL INTEREST OVER THE TERM: " WS-AMOUNT-DISPLAY
           DISPLAY "FIRST INSTALLMENT DUE " LN-NEXT-DUE-DATE

           MOVE "LOAN-DISBURSED" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING WS-INPUT-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE
               WS-OPERATOR-ID
           MOVE "LOAN-DISBURSED" TO WS-NOTIFY-EVENT-TYPE
           CALL 'NOTIFY-ENQUEUE' USING WS-INPUT-CBU
               WS-NOTIFY-EVENT-TYPE WS-INPUT-PRINCIPAL.
       070-END.EXIT.

       080-CANCEL-LOAN.
           MOVE WS-NEW-LOAN-ID TO LN-LOAN-ID
           READ LOANS-FILE
               INVALID KEY
                   GO TO 080-END
           END-READ
           SET LN-IS-CANCELLED TO TRUE
           MOVE 0 TO LN-OUTSTANDING-PRINCIPAL
           MOVE SPACES TO LN-NEXT-DUE-DATE
           MOVE 0 TO LN-NEXT-DUE-AMOUNT
           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "*** LOAN " WS-NEW-LOAN-ID " NOT DISBURSED "
                       "BUT STILL ACTIVE - CANCEL BY HAND ***"
                   GO TO 080-END
           END-REWRITE
           DISPLAY "LOAN " WS-NEW-LOAN-ID " CANCELLED - NOTHING "
               "DISBURSED".
       080-END.EXIT.
       END PROGRAM LOAN-ORIGINATE.
