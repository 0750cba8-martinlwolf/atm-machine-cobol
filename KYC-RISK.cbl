      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared subprogram - the one place a customer's
      *          due-diligence risk rating and review schedule are
      *          worked out, and the one gateway for writing the
      *          KYC-LOG.txt register (KYCLOGREC layout). The caller
      *          names the function:
      *            S - schedule: the next review date for the rating
      *                passed, counted from the date passed (high
      *                risk every 12 months, medium 36, low 60; the
      *                day capped at the 28th, as LOAN-ORIGINATE does
      *                for its due dates). No file is touched.
      *            R - raise: something we already detect happened
      *                to the customer (FRAUD-FRZ, a FRAUD-CASE-REVIEW
      *                freeze; CTR, an appearance on CTR-REPORT;
      *                DISPUTE, a case opened in DISPUTE-MANAGE). A
      *                fraud freeze rates the customer high; CTR
      *                appearances or disputes reaching the repeat
      *                limit since the last review rate the customer
      *                medium. The rating is never lowered here - only
      *                a completed review (KYC-REVIEW) does that - and
      *                a raise pulls the next review forward when the
      *                new rating's interval ends sooner. Each raise is
      *                logged. The customer record is read and
      *                rewritten here, so callers must not hold
      *                CUSTOMERS.DAT open.
      *            L - log: write one register row as passed.
      *          The repeat limit is the one-line control file
      *          KYC-REPEAT-LIMIT.txt (set through CONTROL-SET); zero
      *          or no file means the built-in 3. Like SEC-EVENT-LOG,
      *          a failure here is reported to the console and never
      *          stops the caller.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYC-RISK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS CUSTF-STATUS.
           SELECT KYC-LOG-FILE ASSIGN TO "KYC-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KYCLOGF-STATUS.
           SELECT REPEAT-LIMIT-FILE ASSIGN TO "KYC-REPEAT-LIMIT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIMITF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMERS-FILE.
           COPY CUSTREC.

       FD  KYC-LOG-FILE.
           COPY KYCLOGREC.

       FD  REPEAT-LIMIT-FILE.
       01  REPEAT-LIMIT-RECORD.
           05 RL-LIMIT-TEXT            PIC X(20).

       WORKING-STORAGE SECTION.
       01  CUSTF-STATUS                PIC 9(2).
       01  KYCLOGF-STATUS              PIC 9(2).
       01  LIMITF-STATUS               PIC 9(2).
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TODAY                    PIC X(08).
      *    Months between reviews for each rating.
       01  WS-HIGH-INTERVAL            PIC 9(03) VALUE 12.
       01  WS-MEDIUM-INTERVAL          PIC 9(03) VALUE 36.
       01  WS-LOW-INTERVAL             PIC 9(03) VALUE 60.
       01  WS-INTERVAL-MONTHS          PIC 9(03).
       01  WS-REPEAT-LIMIT             PIC 9(03) VALUE 3.
       01  WS-DATE-WORK.
           05 WS-DATE-NUM              PIC 9(08).
           05 WS-DATE-PARTS REDEFINES WS-DATE-NUM.
               10 WS-DATE-YYYY         PIC 9(04).
               10 WS-DATE-MM           PIC 9(02).
               10 WS-DATE-DD           PIC 9(02).
       01  WS-BASE-DAY                 PIC 9(02).
       01  WS-MONTH-OFFSET             PIC 9(05).
       01  WS-SCHED-RATING             PIC X(01).
       01  WS-SCHED-FROM-DATE          PIC X(08).
       01  WS-SCHED-NEXT-DATE          PIC X(08).
      *    Low 1, medium 2, high 3 - the ratings do not sort
      *    alphabetically.
       01  WS-CURRENT-RANK             PIC 9(01).
       01  WS-TARGET-RANK              PIC 9(01).
       01  WS-TARGET-RATING            PIC X(01).
       01  WS-TARGET-REASON            PIC X(10).
       01  WS-LOG-EVENT-TYPE           PIC X(08).
       01  WS-LOG-REASON               PIC X(10).
       01  WS-LOG-RATING               PIC X(01).
       01  WS-LOG-NEXT-DATE            PIC X(08).

       LINKAGE SECTION.
       01  LK-FUNCTION                 PIC X(01).
           88 LK-FUNC-SCHEDULE             VALUE "S".
           88 LK-FUNC-RAISE                VALUE "R".
           88 LK-FUNC-LOG                  VALUE "L".
       01  LK-CUSTOMER-ID              PIC 9(08).
       01  LK-EVENT-TYPE               PIC X(08).
       01  LK-REASON                   PIC X(10).
       01  LK-RISK-RATING              PIC X(01).
       01  LK-FROM-DATE                PIC X(08).
       01  LK-NEXT-DATE                PIC X(08).
       01  LK-OPERATOR-ID              PIC X(08).

       PROCEDURE DIVISION USING LK-FUNCTION LK-CUSTOMER-ID
           LK-EVENT-TYPE LK-REASON LK-RISK-RATING LK-FROM-DATE
           LK-NEXT-DATE LK-OPERATOR-ID.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY

           EVALUATE TRUE
               WHEN LK-FUNC-SCHEDULE
                   MOVE LK-RISK-RATING TO WS-SCHED-RATING
                   MOVE LK-FROM-DATE TO WS-SCHED-FROM-DATE
                   PERFORM 010-SCHEDULE THRU 010-END
                   MOVE WS-SCHED-NEXT-DATE TO LK-NEXT-DATE
               WHEN LK-FUNC-RAISE
                   PERFORM 020-RAISE THRU 020-END
               WHEN LK-FUNC-LOG
                   MOVE LK-EVENT-TYPE TO WS-LOG-EVENT-TYPE
                   MOVE LK-REASON TO WS-LOG-REASON
                   MOVE LK-RISK-RATING TO WS-LOG-RATING
                   MOVE LK-NEXT-DATE TO WS-LOG-NEXT-DATE
                   PERFORM 050-WRITE-LOG THRU 050-END
               WHEN OTHER
                   DISPLAY "KYC-RISK: UNKNOWN FUNCTION " LK-FUNCTION
           END-EVALUATE
           GOBACK.

      *    Same month arithmetic as LOAN-ORIGINATE's schedule: the
      *    interval is added to the month and the day capped at the
      *    28th so every month has it. A from-date that is not a date
      *    counts from today.
       010-SCHEDULE.
           EVALUATE WS-SCHED-RATING
               WHEN "H"
                   MOVE WS-HIGH-INTERVAL TO WS-INTERVAL-MONTHS
               WHEN "M"
                   MOVE WS-MEDIUM-INTERVAL TO WS-INTERVAL-MONTHS
               WHEN OTHER
                   MOVE WS-LOW-INTERVAL TO WS-INTERVAL-MONTHS
           END-EVALUATE

           IF WS-SCHED-FROM-DATE IS NUMERIC
               MOVE WS-SCHED-FROM-DATE TO WS-DATE-NUM
           ELSE
               MOVE WS-TODAY TO WS-DATE-NUM
           END-IF
           MOVE WS-DATE-DD TO WS-BASE-DAY
           IF WS-BASE-DAY > 28
               MOVE 28 TO WS-BASE-DAY
           END-IF
           COMPUTE WS-MONTH-OFFSET =
               WS-DATE-YYYY * 12 + WS-DATE-MM - 1
               + WS-INTERVAL-MONTHS
           COMPUTE WS-DATE-YYYY = WS-MONTH-OFFSET / 12
           COMPUTE WS-DATE-MM =
               WS-MONTH-OFFSET - WS-DATE-YYYY * 12 + 1
           MOVE WS-BASE-DAY TO WS-DATE-DD
           MOVE WS-DATE-NUM TO WS-SCHED-NEXT-DATE.
       010-END.EXIT.

       020-RAISE.
           IF LK-CUSTOMER-ID = 0
               GO TO 020-END
           END-IF
           PERFORM 030-READ-REPEAT-LIMIT THRU 030-END

           OPEN I-O CUSTOMERS-FILE
           IF CUSTF-STATUS NOT = 00
               DISPLAY "KYC-RISK: UNABLE TO OPEN CUSTOMERS.DAT"
               DISPLAY "FS-STATUS: " CUSTF-STATUS
               GO TO 020-END
           END-IF
           MOVE LK-CUSTOMER-ID TO CU-CUSTOMER-ID
           READ CUSTOMERS-FILE
               INVALID KEY
                   CLOSE CUSTOMERS-FILE
                   GO TO 020-END
           END-READ

           MOVE CU-RISK-RATING TO WS-TARGET-RATING
           MOVE SPACES TO WS-TARGET-REASON
           EVALUATE LK-REASON
               WHEN "FRAUD-FRZ"
                   MOVE "H" TO WS-TARGET-RATING
                   MOVE "FRAUD-FRZ" TO WS-TARGET-REASON
               WHEN "CTR"
                   ADD 1 TO CU-CTR-COUNT
                   IF CU-CTR-COUNT >= WS-REPEAT-LIMIT
                       MOVE "M" TO WS-TARGET-RATING
                       MOVE "CTR-REPEAT" TO WS-TARGET-REASON
                   END-IF
               WHEN "DISPUTE"
                   ADD 1 TO CU-DISPUTE-COUNT
                   IF CU-DISPUTE-COUNT >= WS-REPEAT-LIMIT
                       MOVE "M" TO WS-TARGET-RATING
                       MOVE "DISPUTES" TO WS-TARGET-REASON
                   END-IF
           END-EVALUATE

           PERFORM 040-RANK-RATINGS THRU 040-END
           IF WS-TARGET-RANK > WS-CURRENT-RANK
               MOVE WS-TARGET-RATING TO CU-RISK-RATING
               MOVE WS-TARGET-REASON TO CU-RISK-REASON
               MOVE WS-TODAY TO CU-RISK-DATE
               MOVE CU-RISK-RATING TO WS-SCHED-RATING
               MOVE WS-TODAY TO WS-SCHED-FROM-DATE
               PERFORM 010-SCHEDULE THRU 010-END
               IF CU-NEXT-REVIEW-DATE = SPACES
                   OR WS-SCHED-NEXT-DATE < CU-NEXT-REVIEW-DATE
                   MOVE WS-SCHED-NEXT-DATE TO CU-NEXT-REVIEW-DATE
               END-IF
           END-IF

           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "KYC-RISK: UNABLE TO UPDATE CUSTOMER "
                       CU-CUSTOMER-ID
                   CLOSE CUSTOMERS-FILE
                   GO TO 020-END
           END-REWRITE
           CLOSE CUSTOMERS-FILE
           MOVE CU-RISK-RATING TO LK-RISK-RATING
           MOVE CU-NEXT-REVIEW-DATE TO LK-NEXT-DATE

           IF WS-TARGET-RANK > WS-CURRENT-RANK
               MOVE "RAISE" TO WS-LOG-EVENT-TYPE
               MOVE CU-RISK-REASON TO WS-LOG-REASON
               MOVE CU-RISK-RATING TO WS-LOG-RATING
               MOVE CU-NEXT-REVIEW-DATE TO WS-LOG-NEXT-DATE
               PERFORM 050-WRITE-LOG THRU 050-END
           END-IF.
       020-END.EXIT.

       030-READ-REPEAT-LIMIT.
           OPEN INPUT REPEAT-LIMIT-FILE
           IF LIMITF-STATUS NOT = 00
               GO TO 030-END
           END-IF
           READ REPEAT-LIMIT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FUNCTION NUMVAL(RL-LIMIT-TEXT) > 0
                       COMPUTE WS-REPEAT-LIMIT =
                           FUNCTION NUMVAL(RL-LIMIT-TEXT)
                   END-IF
           END-READ
           CLOSE REPEAT-LIMIT-FILE.
       030-END.EXIT.

       040-RANK-RATINGS.
           EVALUATE CU-RISK-RATING
               WHEN "H"
                   MOVE 3 TO WS-CURRENT-RANK
               WHEN "M"
                   MOVE 2 TO WS-CURRENT-RANK
               WHEN OTHER
                   MOVE 1 TO WS-CURRENT-RANK
           END-EVALUATE
           EVALUATE WS-TARGET-RATING
               WHEN "H"
                   MOVE 3 TO WS-TARGET-RANK
               WHEN "M"
                   MOVE 2 TO WS-TARGET-RANK
               WHEN OTHER
                   MOVE 1 TO WS-TARGET-RANK
           END-EVALUATE.
       040-END.EXIT.

       050-WRITE-LOG.
           OPEN EXTEND KYC-LOG-FILE
           IF KYCLOGF-STATUS = 35
               OPEN OUTPUT KYC-LOG-FILE
           END-IF
           IF KYCLOGF-STATUS NOT = 00
               DISPLAY "KYC LOG IS UNAVAILABLE"
               DISPLAY "FS-STATUS: " KYCLOGF-STATUS
               GO TO 050-END
           END-IF
           MOVE LK-CUSTOMER-ID TO KL-CUSTOMER-ID
           MOVE WS-TODAY TO KL-DATE
           MOVE WS-CURRENT-DATETIME(9:8) TO KL-TIME
           MOVE WS-LOG-EVENT-TYPE TO KL-EVENT-TYPE
           MOVE WS-LOG-REASON TO KL-REASON
           MOVE WS-LOG-RATING TO KL-RISK-RATING
           MOVE WS-LOG-NEXT-DATE TO KL-NEXT-REVIEW-DATE
           MOVE LK-OPERATOR-ID TO KL-OPERATOR-ID
           WRITE KYC-LOG-RECORD
           CLOSE KYC-LOG-FILE.
       050-END.EXIT.
       END PROGRAM KYC-RISK.
