      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly batch job that collects installment loans
      *          (LOANS.DAT, schedule on LOAN-SCHEDULE.DAT). Every
      *          installment of an active loan whose due date has
      *          arrived is debited from the borrowing account in
      *          full, oldest first, with the same balance-floor
      *          check a transfer gets: the principal and interest
      *          post as separate LN-PRIN and LN-INT receipts (and
      *          any late fee as TXN-FEE) so GL-JOURNAL can book the
      *          loan asset and the interest income apart - map them
      *          with GL-MAP-SET. An installment that cannot be
      *          collected stays due and is retried every night;
      *          the first night it is missed it picks up the late
      *          fee FEE-LOOKUP prices for movement type LOAN-LATE.
      *          Each loan is aged off its oldest missed installment
      *          into the 30/60/90-day delinquency buckets, the
      *          borrower gets a NOTIFY-ENQUEUE reminder each time
      *          the loan falls into a worse bucket, and every loan
      *          in arrears is listed on the dated delinquency
      *          report LOAN-DELINQUENCY-YYYYMMDD.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-COLLECTION.
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
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS ACCOUNTSF-STATUS.
           SELECT DELINQUENCY-FILE ASSIGN TO WS-DELINQ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELINQF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOANS-FILE.
           COPY LOANREC.

       FD  LOAN-SCHEDULE-FILE.
           COPY LOANSCHD.

       FD  ACCOUNTS-FILE.
           COPY ACCTREC.

       FD  DELINQUENCY-FILE.
       01  DELINQUENCY-RECORD.
           05 DQ-LOAN-ID               PIC 9(08).
           05 DQ-CBU                   PIC 9(22).
           05 DQ-OLDEST-DUE-DATE       PIC X(08).
           05 DQ-DAYS-PAST-DUE         PIC 9(05).
           05 DQ-BUCKET                PIC X(01).
           05 DQ-AMOUNT-OVERDUE        PIC 9(18)V99.
           05 DQ-OUTSTANDING-PRINCIPAL PIC 9(18)V99.
           05 DQ-REASON                PIC X(24).

       WORKING-STORAGE SECTION.
       01  LOANSF-STATUS                PIC 9(2).
       01  LOANSCHF-STATUS              PIC 9(2).
       01  ACCOUNTSF-STATUS             PIC 9(2).
       01  DELINQF-STATUS               PIC 9(2).
      *    Work image of the keyed receipt row, handed to the
      *    RECEIPT-WRITE subprogram, which assigns the sequence
      *    number and writes it.
           COPY RECEIPTREC
               REPLACING ==RECEIPT-RECORD== BY ==WS-RECEIPT-WORK==
               LEADING ==RF== BY ==WR==.
       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-TODAY                     PIC X(08).
       01  WS-DELINQ-FILENAME           PIC X(40).
       01  WS-CONTROL-JOB-NAME          PIC X(20)
                                        VALUE "LOAN-COLLECTION".
       01  WS-CONTROL-FUNCTION          PIC X(01).
       01  WS-CONTROL-RESULT            PIC X(01).
       01  WS-WINDOW-RESULT             PIC X(01).
       01  WS-NOTIFY-EVENT-TYPE         PIC X(16).
       01  WS-NOTIFY-AMOUNT             PIC 9(18)V99.
       01  WS-FEE-TYPE                  PIC X(10) VALUE "LOAN-LATE".
       01  WS-FEE-CHARGE                PIC 9(18)V99.

       01  WS-COLLECTED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-MISSED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-PAID-OFF-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-BUCKET-COUNTS.
           05 WS-UNDER-30-COUNT         PIC 9(5) VALUE ZERO.
           05 WS-30-COUNT               PIC 9(5) VALUE ZERO.
           05 WS-60-COUNT               PIC 9(5) VALUE ZERO.
           05 WS-90-COUNT               PIC 9(5) VALUE ZERO.

       01  WS-NEXT-INSTALLMENT          PIC 9(03).
       01  WS-INSTALLMENT-TOTAL         PIC 9(18)V99.
       01  WS-RUNNING-BALANCE           PIC 9(18)V99.
       01  WS-AMOUNT-OVERDUE            PIC 9(18)V99.
       01  WS-OLDEST-DUE-DATE           PIC X(08).
       01  WS-PRIOR-BUCKET              PIC X(01).
       01  WS-FAIL-REASON               PIC X(24).
       01  WS-LOOP-FLAG                 PIC X(01).
           88 WS-KEEP-COLLECTING            VALUE "Y".
           88 WS-STOP-COLLECTING            VALUE "N".
       01  WS-COLLECT-FLAG              PIC X(01).
           88 WS-INSTALLMENT-COLLECTED      VALUE "Y".
           88 WS-INSTALLMENT-MISSED         VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    A second run on the same business date would be harmless
      *    for collections but would re-age and re-notify - the
      *    business-date control file gets the final say.
           MOVE "C" TO WS-CONTROL-FUNCTION
           CALL 'BATCH-CONTROL' USING WS-CONTROL-JOB-NAME
               WS-CONTROL-FUNCTION WS-CONTROL-RESULT
           IF WS-CONTROL-RESULT = "N"
               GOBACK
           END-IF

           CALL 'TERMINAL-GUARD' USING WS-WINDOW-RESULT
           IF WS-WINDOW-RESULT = "N"
               DISPLAY "TERMINALS ARE STILL SIGNED ON - "
                   "LOAN-COLLECTION WILL NOT RUN"
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY
           STRING "LOAN-DELINQUENCY-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-DELINQ-FILENAME

           PERFORM 010-OPEN-FILES THRU 010-END
           PERFORM 020-PROCESS-LOANS THRU 020-END
           CLOSE LOANS-FILE
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE ACCOUNTS-FILE
           CLOSE DELINQUENCY-FILE

           DISPLAY "INSTALLMENTS COLLECTED: " WS-COLLECTED-COUNT
           DISPLAY "LOANS IN ARREARS:       " WS-MISSED-COUNT
           DISPLAY "  UNDER 30 DAYS:        " WS-UNDER-30-COUNT
           DISPLAY "  30-59 DAYS:           " WS-30-COUNT
           DISPLAY "  60-89 DAYS:           " WS-60-COUNT
           DISPLAY "  90 DAYS AND OVER:     " WS-90-COUNT
           DISPLAY "LOANS PAID OFF:         " WS-PAID-OFF-COUNT
           IF WS-MISSED-COUNT > 0
               DISPLAY "DELINQUENCY REPORT: " WS-DELINQ-FILENAME
           END-IF

           MOVE "S" TO WS-CONTROL-FUNCTION
           CALL 'BATCH-CONTROL' USING WS-CONTROL-JOB-NAME
               WS-CONTROL-FUNCTION WS-CONTROL-RESULT
           GOBACK.

       010-OPEN-FILES.
           OPEN I-O LOANS-FILE
           IF LOANSF-STATUS NOT = 00
               DISPLAY "NO LOANS ON FILE, NOTHING TO COLLECT"
      *    Still a completed run for the business date - stamp it so
      *    the control file shows the date as closed.
               MOVE "S" TO WS-CONTROL-FUNCTION
               CALL 'BATCH-CONTROL' USING WS-CONTROL-JOB-NAME
                   WS-CONTROL-FUNCTION WS-CONTROL-RESULT
               GOBACK
           END-IF

           OPEN I-O LOAN-SCHEDULE-FILE
           IF LOANSCHF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN LOAN-SCHEDULE.DAT"
               DISPLAY "FS-STATUS: " LOANSCHF-STATUS
               GOBACK
           END-IF

           OPEN I-O ACCOUNTS-FILE
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN ACCOUNTS.DAT"
               DISPLAY "FS-STATUS: " ACCOUNTSF-STATUS
               GOBACK
           END-IF

           OPEN OUTPUT DELINQUENCY-FILE
           IF DELINQF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN DELINQUENCY REPORT"
               GOBACK
           END-IF.
       010-END.EXIT.

       020-PROCESS-LOANS.
           PERFORM UNTIL LOANSF-STATUS = 10
               READ LOANS-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO LOANSF-STATUS
                   NOT AT END
                       IF LN-IS-ACTIVE
                           PERFORM 030-COLLECT-LOAN THRU 030-END
                       END-IF
               END-READ
      *    A read error takes neither branch above - abort the run
      *    rather than spinning on the same record forever.
               IF LOANSF-STATUS NOT = 00
                   AND LOANSF-STATUS NOT = 10
                   DISPLAY "READ ERROR, RUN ABANDONED. FS-STATUS: "
                       LOANSF-STATUS
                   MOVE 10 TO LOANSF-STATUS
               END-IF
           END-PERFORM.
       020-END.EXIT.

      *    Installments are collected strictly in order - a later
      *    one is never taken while an earlier one is still owed.
       030-COLLECT-LOAN.
           MOVE LN-DELINQ-BUCKET TO WS-PRIOR-BUCKET
           SET WS-INSTALLMENT-COLLECTED TO TRUE
           SET WS-KEEP-COLLECTING TO TRUE
           PERFORM UNTIL WS-STOP-COLLECTING
               COMPUTE WS-NEXT-INSTALLMENT = LN-INSTALLMENTS-PAID + 1
               IF WS-NEXT-INSTALLMENT > LN-TERM-MONTHS
                   SET WS-STOP-COLLECTING TO TRUE
               ELSE
                   MOVE LN-LOAN-ID TO LS-LOAN-ID
                   MOVE WS-NEXT-INSTALLMENT TO LS-INSTALLMENT-NO
                   READ LOAN-SCHEDULE-FILE
                       INVALID KEY
                           DISPLAY "SCHEDULE ROW MISSING FOR LOAN "
                               LN-LOAN-ID " INSTALLMENT "
                               WS-NEXT-INSTALLMENT
                           SET WS-STOP-COLLECTING TO TRUE
                       NOT INVALID KEY
                           IF LS-DUE-DATE > WS-TODAY
                               SET WS-STOP-COLLECTING TO TRUE
                           ELSE
                               PERFORM 040-COLLECT-INSTALLMENT
                                   THRU 040-END
                               IF WS-INSTALLMENT-MISSED
                                   SET WS-STOP-COLLECTING TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-IF
           END-PERFORM

           IF LN-INSTALLMENTS-PAID >= LN-TERM-MONTHS
               SET LN-IS-PAID-OFF TO TRUE
               MOVE 0 TO LN-OUTSTANDING-PRINCIPAL
               MOVE SPACES TO LN-NEXT-DUE-DATE
               MOVE 0 TO LN-NEXT-DUE-AMOUNT
               MOVE 0 TO LN-DAYS-PAST-DUE
               SET LN-BUCKET-CURRENT TO TRUE
               ADD 1 TO WS-PAID-OFF-COUNT
               MOVE "LOAN-PAID-OFF" TO WS-NOTIFY-EVENT-TYPE
               MOVE LN-PRINCIPAL TO WS-NOTIFY-AMOUNT
               CALL 'NOTIFY-ENQUEUE' USING LN-CBU
                   WS-NOTIFY-EVENT-TYPE WS-NOTIFY-AMOUNT
           ELSE
               IF WS-INSTALLMENT-MISSED
                   PERFORM 050-AGE-ARREARS THRU 050-END
               ELSE
                   MOVE 0 TO LN-DAYS-PAST-DUE
                   SET LN-BUCKET-CURRENT TO TRUE
               END-IF
               PERFORM 060-SET-NEXT-DUE THRU 060-END
           END-IF

           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING LOAN: " LN-LOAN-ID
           END-REWRITE.
       030-END.EXIT.

      *    The whole installment or nothing, within the account's
      *    floor. One rewrite of the account; one receipt per
      *    component, each carrying the balance after that part so
      *    BALANCE-AUDIT's replay chains through all three.
       040-COLLECT-INSTALLMENT.
           SET WS-INSTALLMENT-MISSED TO TRUE
           COMPUTE WS-INSTALLMENT-TOTAL =
               LS-PRINCIPAL-DUE + LS-INTEREST-DUE + LS-FEE-DUE

           MOVE LN-CBU TO FS-CBU
           READ ACCOUNTS-FILE WITH LOCK
               INVALID KEY
                   MOVE "ACCOUNT-NOT-FOUND" TO WS-FAIL-REASON
                   GO TO 040-END
           END-READ
           IF ACCOUNTSF-STATUS = 51
               MOVE "ACCOUNT-RECORD-BUSY" TO WS-FAIL-REASON
               GO TO 040-END
           END-IF
           IF FS-ACCOUNT-FROZEN OR FS-ACCOUNT-CLOSED
               MOVE "ACCOUNT-NOT-ACTIVE" TO WS-FAIL-REASON
               UNLOCK ACCOUNTS-FILE
               GO TO 040-END
           END-IF
           IF FS-BALANCE < WS-INSTALLMENT-TOTAL + FS-MIN-BALANCE
               MOVE "INSUFFICIENT-FUNDS" TO WS-FAIL-REASON
               UNLOCK ACCOUNTS-FILE
               GO TO 040-END
           END-IF

           MOVE FS-BALANCE TO WS-RUNNING-BALANCE
           SUBTRACT WS-INSTALLMENT-TOTAL FROM FS-BALANCE
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   MOVE "ACCOUNT-REWRITE-ERROR" TO WS-FAIL-REASON
                   UNLOCK ACCOUNTS-FILE
                   GO TO 040-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
           UNLOCK ACCOUNTS-FILE

           MOVE FS-CBU TO WR-CBU
           MOVE WS-TODAY TO WR-DATE
           MOVE "00000000" TO WR-TIME
           MOVE SPACES TO WR-TERMINAL-ID
           MOVE FS-CURRENCY-CODE TO WR-CURRENCY-CODE
           IF LS-PRINCIPAL-DUE > 0
               SUBTRACT LS-PRINCIPAL-DUE FROM WS-RUNNING-BALANCE
               MOVE "LN-PRIN" TO WR-TRANS-TYPE
               MOVE LS-PRINCIPAL-DUE TO WR-AMOUNT
               MOVE WS-RUNNING-BALANCE TO WR-RESULTING-BALANCE
               CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK
           END-IF
           IF LS-INTEREST-DUE > 0
               SUBTRACT LS-INTEREST-DUE FROM WS-RUNNING-BALANCE
               MOVE "LN-INT" TO WR-TRANS-TYPE
               MOVE LS-INTEREST-DUE TO WR-AMOUNT
               MOVE WS-RUNNING-BALANCE TO WR-RESULTING-BALANCE
               CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK
           END-IF
           IF LS-FEE-DUE > 0
               SUBTRACT LS-FEE-DUE FROM WS-RUNNING-BALANCE
               MOVE "TXN-FEE" TO WR-TRANS-TYPE
               MOVE LS-FEE-DUE TO WR-AMOUNT
               MOVE WS-RUNNING-BALANCE TO WR-RESULTING-BALANCE
               CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK
           END-IF

           SET LS-IS-PAID TO TRUE
           MOVE WS-TODAY TO LS-PAID-DATE
           REWRITE LOAN-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY "*** LOAN " LN-LOAN-ID " INSTALLMENT "
                       LS-INSTALLMENT-NO " COLLECTED BUT NOT MARKED "
                       "PAID - CORRECT BY HAND ***"
           END-REWRITE
           SUBTRACT LS-PRINCIPAL-DUE FROM LN-OUTSTANDING-PRINCIPAL
           ADD 1 TO LN-INSTALLMENTS-PAID
           ADD 1 TO WS-COLLECTED-COUNT
           SET WS-INSTALLMENT-COLLECTED TO TRUE.
       040-END.EXIT.

      *    Every installment already due and still unpaid picks up
      *    its late fee once; the loan is aged off the oldest of
      *    them. A worse bucket than last night means a reminder.
       050-AGE-ARREARS.
           MOVE 0 TO WS-AMOUNT-OVERDUE
           MOVE LS-DUE-DATE TO WS-OLDEST-DUE-DATE
           SET WS-KEEP-COLLECTING TO TRUE
           PERFORM UNTIL WS-STOP-COLLECTING
               IF LS-LATE-FEE-NOT-CHARGED
                   CALL 'FEE-LOOKUP' USING WS-FEE-TYPE
                       LN-INSTALLMENT-AMOUNT WS-FEE-CHARGE
                   ADD WS-FEE-CHARGE TO LS-FEE-DUE
                   SET LS-LATE-FEE-CHARGED TO TRUE
                   REWRITE LOAN-SCHEDULE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING SCHEDULE FOR LOAN "
                               LN-LOAN-ID
                   END-REWRITE
               END-IF
               COMPUTE WS-AMOUNT-OVERDUE = WS-AMOUNT-OVERDUE
                   + LS-PRINCIPAL-DUE + LS-INTEREST-DUE + LS-FEE-DUE

               ADD 1 TO LS-INSTALLMENT-NO
               IF LS-INSTALLMENT-NO > LN-TERM-MONTHS
                   SET WS-STOP-COLLECTING TO TRUE
               ELSE
                   READ LOAN-SCHEDULE-FILE
                       INVALID KEY
                           SET WS-STOP-COLLECTING TO TRUE
                       NOT INVALID KEY
                           IF LS-DUE-DATE > WS-TODAY
                               SET WS-STOP-COLLECTING TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-PERFORM

           COMPUTE LN-DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               - FUNCTION INTEGER-OF-DATE(FUNCTION
                   NUMVAL(WS-OLDEST-DUE-DATE))
           EVALUATE TRUE
               WHEN LN-DAYS-PAST-DUE >= 90
                   SET LN-BUCKET-90 TO TRUE
                   ADD 1 TO WS-90-COUNT
               WHEN LN-DAYS-PAST-DUE >= 60
                   SET LN-BUCKET-60 TO TRUE
                   ADD 1 TO WS-60-COUNT
               WHEN LN-DAYS-PAST-DUE >= 30
                   SET LN-BUCKET-30 TO TRUE
                   ADD 1 TO WS-30-COUNT
               WHEN OTHER
                   SET LN-BUCKET-UNDER-30 TO TRUE
                   ADD 1 TO WS-UNDER-30-COUNT
           END-EVALUATE
           ADD 1 TO WS-MISSED-COUNT

           IF LN-DELINQ-BUCKET NOT = WS-PRIOR-BUCKET
               MOVE "LOAN-OVERDUE" TO WS-NOTIFY-EVENT-TYPE
               CALL 'NOTIFY-ENQUEUE' USING LN-CBU
                   WS-NOTIFY-EVENT-TYPE WS-AMOUNT-OVERDUE
           END-IF

           MOVE LN-LOAN-ID TO DQ-LOAN-ID
           MOVE LN-CBU TO DQ-CBU
           MOVE WS-OLDEST-DUE-DATE TO DQ-OLDEST-DUE-DATE
           MOVE LN-DAYS-PAST-DUE TO DQ-DAYS-PAST-DUE
           MOVE LN-DELINQ-BUCKET TO DQ-BUCKET
           MOVE WS-AMOUNT-OVERDUE TO DQ-AMOUNT-OVERDUE
           MOVE LN-OUTSTANDING-PRINCIPAL TO DQ-OUTSTANDING-PRINCIPAL
           MOVE WS-FAIL-REASON TO DQ-REASON
           WRITE DELINQUENCY-RECORD.
       050-END.EXIT.

      *    The oldest installment still owed, with its late fee,
      *    for the ATM balance screen and the inquiry console.
       060-SET-NEXT-DUE.
           MOVE LN-LOAN-ID TO LS-LOAN-ID
           COMPUTE LS-INSTALLMENT-NO = LN-INSTALLMENTS-PAID + 1
           READ LOAN-SCHEDULE-FILE
               INVALID KEY
                   MOVE SPACES TO LN-NEXT-DUE-DATE
                   MOVE 0 TO LN-NEXT-DUE-AMOUNT
               NOT INVALID KEY
                   MOVE LS-DUE-DATE TO LN-NEXT-DUE-DATE
                   COMPUTE LN-NEXT-DUE-AMOUNT = LS-PRINCIPAL-DUE
                       + LS-INTEREST-DUE + LS-FEE-DUE
           END-READ.
       060-END.EXIT.
       END PROGRAM LOAN-COLLECTION.
