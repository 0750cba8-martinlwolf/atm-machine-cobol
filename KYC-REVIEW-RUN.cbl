      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly periodic due-diligence batch. Walks every
      *          CUSTOMER-RECORD against its next-review date (set
      *          from the risk rating - see KYC-RISK):
      *            - a customer with no review scheduled yet (created
      *              before the schedule existed) is scheduled from
      *              the last review, or from tonight, so the book is
      *              phased in rather than restricted wholesale;
      *            - a review falling due within the notice window is
      *              noticed once: status D, the notice date stamped,
      *              a KYC-REVIEW-DUE notification queued;
      *            - a review still outstanding past the grace period
      *              after its due date restricts the customer: status
      *              R, a KYC-RESTRICTED notification queued, and each
      *              active account the customer owns set to
      *              restricted (deposits only) until KYC-REVIEW
      *              records the completed review.
      *          Customers already restricted have their accounts
      *          re-checked every night, so an account that was busy,
      *          reactivated by hand or woken from dormancy is caught
      *          on the next run. Dormant accounts are left dormant -
      *          KYC-REVIEW lifts a restriction back to active, which
      *          would otherwise wake them.
      *          Every noticed, due, overdue and restricted customer
      *          is listed on KYC-DUE-YYYYMMDD.txt for the compliance
      *          team, and every notice and restriction goes to the
      *          KYC-LOG.txt register. The notice window and grace
      *          period are the one-line control files
      *          KYC-NOTICE-DAYS.txt and KYC-GRACE-DAYS.txt (set
      *          through CONTROL-SET); zero or no file means 30 days
      *          each. Joint parties on ACCOUNT-PARTIES.DAT are not
      *          restricted through another party's review - only
      *          the accounts the customer owns.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYC-REVIEW-RUN.
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
           SELECT KYC-DUE-FILE ASSIGN TO WS-KYC-DUE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KYCDUEF-STATUS.
           SELECT NOTICE-DAYS-FILE
               ASSIGN TO "KYC-NOTICE-DAYS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICEF-STATUS.
           SELECT GRACE-DAYS-FILE
               ASSIGN TO "KYC-GRACE-DAYS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACEF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMERS-FILE.
           COPY CUSTREC.

       FD  ACCOUNTS-FILE.
           COPY ACCTREC.

       FD  KYC-DUE-FILE.
       01  KYC-DUE-RECORD.
           05 KD-CUSTOMER-ID           PIC 9(08).
           05 KD-FULL-NAME             PIC X(35).
           05 KD-RISK-RATING           PIC X(01).
           05 KD-RISK-REASON           PIC X(10).
           05 KD-LAST-REVIEW-DATE      PIC X(08).
           05 KD-NEXT-REVIEW-DATE      PIC X(08).
           05 KD-NOTICE-DATE           PIC X(08).
      *    NOTICE / RESTRICT - actioned tonight; DUE / OVERDUE -
      *    noticed earlier, still inside the grace period;
      *    RESTRICTED - restricted on an earlier night.
           05 KD-ACTION                PIC X(10).

       FD  NOTICE-DAYS-FILE.
       01  NOTICE-DAYS-RECORD.
           05 ND-DAYS-TEXT             PIC X(20).

       FD  GRACE-DAYS-FILE.
       01  GRACE-DAYS-RECORD.
           05 GD-DAYS-TEXT             PIC X(20).

       WORKING-STORAGE SECTION.
       01  CUSTF-STATUS                 PIC 9(2).
       01  ACCOUNTSF-STATUS             PIC 9(2).
       01  KYCDUEF-STATUS               PIC 9(2).
       01  NOTICEF-STATUS               PIC 9(2).
       01  GRACEF-STATUS                PIC 9(2).

       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-TODAY                     PIC X(08).
       01  WS-KYC-DUE-FILENAME          PIC X(40).
       01  WS-NOTICE-DAYS               PIC 9(3).
       01  WS-GRACE-DAYS                PIC 9(3).
       01  WS-TODAY-INTEGER             PIC 9(08).
       01  WS-DUE-INTEGER               PIC 9(08).
       01  WS-DAYS-TO-DUE               PIC S9(08).
       01  WS-CUSTOMER-CHANGED          PIC X(01).
           88 WS-CUSTOMER-IS-CHANGED        VALUE "Y".
           88 WS-CUSTOMER-NOT-CHANGED       VALUE "N".
       01  WS-CONTROL-JOB-NAME          PIC X(20)
                                        VALUE "KYC-REVIEW-RUN".
       01  WS-CONTROL-FUNCTION          PIC X(01).
       01  WS-CONTROL-RESULT            PIC X(01).

       01  WS-SCHEDULED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-NOTICED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-RESTRICTED-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-LISTED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-DEFERRED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-ACCOUNTS-RESTRICTED       PIC 9(5) VALUE ZERO.
       01  WS-ACCOUNTS-BUSY             PIC 9(5) VALUE ZERO.
       01  WS-NOTIFY-COUNT              PIC 9(5) VALUE ZERO.

      *    Customers the account pass has to act on tonight: N -
      *    noticed tonight (notify only), R - restricted tonight
      *    (notify and restrict the accounts), E - restricted on an
      *    earlier night (re-apply to the accounts only). A full
      *    table leaves the rest of tonight's notices and
      *    restrictions untouched for the next run.
       01  WS-KYC-TABLE.
           05 WS-KYC-COUNT              PIC 9(3) VALUE ZERO.
           05 WS-KYC-ENTRY OCCURS 500 TIMES
               INDEXED BY IDX-KYC.
               10 WS-KT-CUSTOMER-ID     PIC 9(08).
               10 WS-KT-ACTION          PIC X(01).
                   88 WS-KT-NOTICED         VALUE "N".
                   88 WS-KT-RESTRICTED      VALUE "R".
                   88 WS-KT-ENFORCE         VALUE "E".
               10 WS-KT-NOTIFIED        PIC X(01).
       01  WS-FOUND-IDX                 PIC 9(3).
       01  WS-HOLD-CBU                  PIC 9(22).

      *    KYC-RISK calls - scheduling and the register.
       01  WS-KYC-FUNCTION              PIC X(01).
       01  WS-KYC-CUSTOMER-ID           PIC 9(08).
       01  WS-KYC-EVENT-TYPE            PIC X(08).
       01  WS-KYC-REASON                PIC X(10).
       01  WS-KYC-RATING                PIC X(01).
       01  WS-KYC-FROM-DATE             PIC X(08).
       01  WS-KYC-NEXT-DATE             PIC X(08).
       01  WS-KYC-OPERATOR-ID           PIC X(08) VALUE SPACES.

       01  WS-NOTIFY-EVENT-TYPE         PIC X(16).
       01  WS-NOTIFY-AMOUNT             PIC 9(18)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "C" TO WS-CONTROL-FUNCTION
           CALL 'BATCH-CONTROL' USING WS-CONTROL-JOB-NAME
               WS-CONTROL-FUNCTION WS-CONTROL-RESULT
           IF WS-CONTROL-RESULT = "N"
               GOBACK
           END-IF
           DISPLAY "KYC-REVIEW-RUN - PERIODIC CUSTOMER REVIEW"

      *    Unattended on the nightly chain, so never prompted for:
      *    policy defaults apply unless ops has set the control
      *    files.
           MOVE 30 TO WS-NOTICE-DAYS
           MOVE 30 TO WS-GRACE-DAYS
           OPEN INPUT NOTICE-DAYS-FILE
           IF NOTICEF-STATUS = 00
               READ NOTICE-DAYS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION NUMVAL(ND-DAYS-TEXT) > 0
                           COMPUTE WS-NOTICE-DAYS =
                               FUNCTION NUMVAL(ND-DAYS-TEXT)
                       END-IF
               END-READ
               CLOSE NOTICE-DAYS-FILE
           END-IF
           OPEN INPUT GRACE-DAYS-FILE
           IF GRACEF-STATUS = 00
               READ GRACE-DAYS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION NUMVAL(GD-DAYS-TEXT) > 0
                           COMPUTE WS-GRACE-DAYS =
                               FUNCTION NUMVAL(GD-DAYS-TEXT)
                       END-IF
               END-READ
               CLOSE GRACE-DAYS-FILE
           END-IF
           DISPLAY "NOTICE " WS-NOTICE-DAYS " DAYS BEFORE DUE, "
               "RESTRICT " WS-GRACE-DAYS " DAYS AFTER"

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
           STRING "KYC-DUE-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-KYC-DUE-FILENAME

           PERFORM 010-OPEN-FILES THRU 010-END
           PERFORM 020-REVIEW-CUSTOMERS THRU 020-END
           CLOSE CUSTOMERS-FILE
           CLOSE KYC-DUE-FILE
           PERFORM 050-APPLY-TO-ACCOUNTS THRU 050-END
           CLOSE ACCOUNTS-FILE

           DISPLAY "REVIEWS SCHEDULED: " WS-SCHEDULED-COUNT
           DISPLAY "CUSTOMERS NOTICED: " WS-NOTICED-COUNT
           DISPLAY "CUSTOMERS RESTRICTED: " WS-RESTRICTED-COUNT
           DISPLAY "CUSTOMERS LISTED: " WS-LISTED-COUNT
           DISPLAY "NOTIFICATIONS QUEUED: " WS-NOTIFY-COUNT
           DISPLAY "ACCOUNTS RESTRICTED: " WS-ACCOUNTS-RESTRICTED
           IF WS-ACCOUNTS-BUSY > 0
               DISPLAY "ACCOUNTS BUSY, RETRIED NEXT RUN: "
                   WS-ACCOUNTS-BUSY
           END-IF
           IF WS-DEFERRED-COUNT > 0
               DISPLAY "CUSTOMERS LEFT FOR NEXT RUN (TABLE FULL): "
                   WS-DEFERRED-COUNT
           END-IF
           DISPLAY "KYC DUE REPORT: " WS-KYC-DUE-FILENAME

           MOVE "S" TO WS-CONTROL-FUNCTION
           CALL 'BATCH-CONTROL' USING WS-CONTROL-JOB-NAME
               WS-CONTROL-FUNCTION WS-CONTROL-RESULT
           GOBACK.

       010-OPEN-FILES.
           OPEN I-O CUSTOMERS-FILE
           IF CUSTF-STATUS = 35
               DISPLAY "NO CUSTOMERS ON FILE, NOTHING TO REVIEW"
               MOVE "S" TO WS-CONTROL-FUNCTION
               CALL 'BATCH-CONTROL' USING WS-CONTROL-JOB-NAME
                   WS-CONTROL-FUNCTION WS-CONTROL-RESULT
               GOBACK
           END-IF
           IF CUSTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN CUSTOMERS.DAT"
               DISPLAY "FS-STATUS: " CUSTF-STATUS
               GOBACK
           END-IF
           OPEN I-O ACCOUNTS-FILE
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN ACCOUNTS.DAT"
               DISPLAY "FS-STATUS: " ACCOUNTSF-STATUS
               CLOSE CUSTOMERS-FILE
               GOBACK
           END-IF
           OPEN OUTPUT KYC-DUE-FILE
           IF KYCDUEF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN KYC DUE REPORT"
               CLOSE CUSTOMERS-FILE
               CLOSE ACCOUNTS-FILE
               GOBACK
           END-IF.
       010-END.EXIT.

       020-REVIEW-CUSTOMERS.
           PERFORM UNTIL CUSTF-STATUS = 10
               READ CUSTOMERS-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO CUSTF-STATUS
                   NOT AT END
                       PERFORM 030-REVIEW-ONE THRU 030-END
               END-READ
               IF CUSTF-STATUS NOT = 00
                   AND CUSTF-STATUS NOT = 10
                   DISPLAY "READ ERROR, REVIEW ABANDONED. FS-STATUS: "
                       CUSTF-STATUS
                   MOVE 10 TO CUSTF-STATUS
               END-IF
           END-PERFORM.
       020-END.EXIT.

       030-REVIEW-ONE.
           SET WS-CUSTOMER-NOT-CHANGED TO TRUE
           MOVE SPACES TO WS-KYC-EVENT-TYPE
           IF CU-NEXT-REVIEW-DATE = SPACES
               MOVE "S" TO WS-KYC-FUNCTION
               MOVE CU-CUSTOMER-ID TO WS-KYC-CUSTOMER-ID
               MOVE CU-RISK-RATING TO WS-KYC-RATING
               MOVE CU-LAST-REVIEW-DATE TO WS-KYC-FROM-DATE
               CALL 'KYC-RISK' USING WS-KYC-FUNCTION
                   WS-KYC-CUSTOMER-ID WS-KYC-EVENT-TYPE
                   WS-KYC-REASON WS-KYC-RATING WS-KYC-FROM-DATE
                   WS-KYC-NEXT-DATE WS-KYC-OPERATOR-ID
               MOVE WS-KYC-NEXT-DATE TO CU-NEXT-REVIEW-DATE
               SET WS-CUSTOMER-IS-CHANGED TO TRUE
               ADD 1 TO WS-SCHEDULED-COUNT
           END-IF
           IF CU-NEXT-REVIEW-DATE IS NOT NUMERIC
               DISPLAY "BAD NEXT-REVIEW DATE, CUSTOMER SKIPPED: "
                   CU-CUSTOMER-ID
               GO TO 030-END
           END-IF

           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION
                   NUMVAL(CU-NEXT-REVIEW-DATE))
           COMPUTE WS-DAYS-TO-DUE =
               WS-DUE-INTEGER - WS-TODAY-INTEGER

           EVALUATE TRUE
               WHEN CU-KYC-RESTRICTED
                   IF WS-KYC-COUNT < 500
                       MOVE "E" TO WS-KYC-FUNCTION
                       PERFORM 040-ADD-TO-TABLE THRU 040-END
                   ELSE
                       ADD 1 TO WS-DEFERRED-COUNT
                   END-IF
                   MOVE "RESTRICTED" TO KD-ACTION
                   PERFORM 035-WRITE-DUE-ROW THRU 035-END
               WHEN WS-DAYS-TO-DUE + WS-GRACE-DAYS < 0
                   IF WS-KYC-COUNT < 500
                       SET CU-KYC-RESTRICTED TO TRUE
                       SET WS-CUSTOMER-IS-CHANGED TO TRUE
                       MOVE "R" TO WS-KYC-FUNCTION
                       PERFORM 040-ADD-TO-TABLE THRU 040-END
                       MOVE "RESTRICT" TO WS-KYC-EVENT-TYPE
                       ADD 1 TO WS-RESTRICTED-COUNT
                       MOVE "RESTRICT" TO KD-ACTION
                       PERFORM 035-WRITE-DUE-ROW THRU 035-END
                   ELSE
                       ADD 1 TO WS-DEFERRED-COUNT
                   END-IF
               WHEN WS-DAYS-TO-DUE > WS-NOTICE-DAYS
                   CONTINUE
               WHEN CU-REVIEW-NOTICE-DATE = SPACES
                   IF WS-KYC-COUNT < 500
                       SET CU-KYC-DUE TO TRUE
                       MOVE WS-TODAY TO CU-REVIEW-NOTICE-DATE
                       SET WS-CUSTOMER-IS-CHANGED TO TRUE
                       MOVE "N" TO WS-KYC-FUNCTION
                       PERFORM 040-ADD-TO-TABLE THRU 040-END
                       MOVE "NOTICE" TO WS-KYC-EVENT-TYPE
                       ADD 1 TO WS-NOTICED-COUNT
                       MOVE "NOTICE" TO KD-ACTION
                       PERFORM 035-WRITE-DUE-ROW THRU 035-END
                   ELSE
                       ADD 1 TO WS-DEFERRED-COUNT
                   END-IF
               WHEN WS-DAYS-TO-DUE < 0
                   MOVE "OVERDUE" TO KD-ACTION
                   PERFORM 035-WRITE-DUE-ROW THRU 035-END
               WHEN OTHER
                   MOVE "DUE" TO KD-ACTION
                   PERFORM 035-WRITE-DUE-ROW THRU 035-END
           END-EVALUATE

           IF WS-CUSTOMER-IS-CHANGED
               PERFORM 045-SAVE-CUSTOMER THRU 045-END
           END-IF.
       030-END.EXIT.

       035-WRITE-DUE-ROW.
           MOVE CU-CUSTOMER-ID TO KD-CUSTOMER-ID
           MOVE CU-FULL-NAME TO KD-FULL-NAME
           MOVE CU-RISK-RATING TO KD-RISK-RATING
           MOVE CU-RISK-REASON TO KD-RISK-REASON
           MOVE CU-LAST-REVIEW-DATE TO KD-LAST-REVIEW-DATE
           MOVE CU-NEXT-REVIEW-DATE TO KD-NEXT-REVIEW-DATE
           MOVE CU-REVIEW-NOTICE-DATE TO KD-NOTICE-DATE
           WRITE KYC-DUE-RECORD
           ADD 1 TO WS-LISTED-COUNT.
       035-END.EXIT.

      *    The action code travels in WS-KYC-FUNCTION; the caller
      *    has already made sure there is room.
       040-ADD-TO-TABLE.
           ADD 1 TO WS-KYC-COUNT
           SET IDX-KYC TO WS-KYC-COUNT
           MOVE CU-CUSTOMER-ID TO WS-KT-CUSTOMER-ID(IDX-KYC)
           MOVE WS-KYC-FUNCTION TO WS-KT-ACTION(IDX-KYC)
           MOVE "N" TO WS-KT-NOTIFIED(IDX-KYC).
       040-END.EXIT.

      *    Rewrites the customer and registers tonight's notice or
      *    restriction, if there was one.
       045-SAVE-CUSTOMER.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING CUSTOMER: " CU-CUSTOMER-ID
                   GO TO 045-END
           END-REWRITE
           IF WS-KYC-EVENT-TYPE = SPACES
               GO TO 045-END
           END-IF
           MOVE "L" TO WS-KYC-FUNCTION
           MOVE CU-CUSTOMER-ID TO WS-KYC-CUSTOMER-ID
           MOVE CU-RISK-REASON TO WS-KYC-REASON
           MOVE CU-RISK-RATING TO WS-KYC-RATING
           MOVE CU-NEXT-REVIEW-DATE TO WS-KYC-NEXT-DATE
           CALL 'KYC-RISK' USING WS-KYC-FUNCTION
               WS-KYC-CUSTOMER-ID WS-KYC-EVENT-TYPE
               WS-KYC-REASON WS-KYC-RATING WS-KYC-FROM-DATE
               WS-KYC-NEXT-DATE WS-KYC-OPERATOR-ID.
       045-END.EXIT.

      *    Notifications go to the first account found for the
      *    customer; every active account the customer owns is
      *    restricted. The sweep reads without a lock and
      *    locks only the record it changes, so an account busy at
      *    that moment is skipped and caught on the next run.
       050-APPLY-TO-ACCOUNTS.
           IF WS-KYC-COUNT = 0
               GO TO 050-END
           END-IF
           MOVE 0 TO FS-CBU
           START ACCOUNTS-FILE KEY IS NOT LESS THAN FS-CBU
               INVALID KEY
                   GO TO 050-END
           END-START
           PERFORM UNTIL ACCOUNTSF-STATUS = 10
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO ACCOUNTSF-STATUS
                   NOT AT END
                       PERFORM 060-APPLY-ONE THRU 060-END
               END-READ
               IF ACCOUNTSF-STATUS NOT = 00
                   AND ACCOUNTSF-STATUS NOT = 10
                   DISPLAY "READ ERROR, SWEEP ABANDONED. FS-STATUS: "
                       ACCOUNTSF-STATUS
                   MOVE 10 TO ACCOUNTSF-STATUS
               END-IF
           END-PERFORM.
       050-END.EXIT.

       060-APPLY-ONE.
           IF FS-CUSTOMER-ID = 0 OR FS-ACCOUNT-CLOSED
               GO TO 060-END
           END-IF
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING IDX-KYC FROM 1 BY 1
               UNTIL IDX-KYC > WS-KYC-COUNT OR WS-FOUND-IDX > 0
               IF WS-KT-CUSTOMER-ID(IDX-KYC) = FS-CUSTOMER-ID
                   SET WS-FOUND-IDX TO IDX-KYC
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               GO TO 060-END
           END-IF

           IF WS-KT-NOTIFIED(WS-FOUND-IDX) = "N"
               AND NOT WS-KT-ENFORCE(WS-FOUND-IDX)
               IF WS-KT-NOTICED(WS-FOUND-IDX)
                   MOVE "KYC-REVIEW-DUE" TO WS-NOTIFY-EVENT-TYPE
               ELSE
                   MOVE "KYC-RESTRICTED" TO WS-NOTIFY-EVENT-TYPE
               END-IF
               CALL 'NOTIFY-ENQUEUE' USING FS-CBU
                   WS-NOTIFY-EVENT-TYPE WS-NOTIFY-AMOUNT
               MOVE "Y" TO WS-KT-NOTIFIED(WS-FOUND-IDX)
               ADD 1 TO WS-NOTIFY-COUNT
           END-IF

           IF WS-KT-NOTICED(WS-FOUND-IDX)
               GO TO 060-END
           END-IF
      *    Frozen accounts stay under the fraud team's control, and
      *    dormant ones stay dormant until a movement wakes them.
           IF NOT FS-ACCOUNT-ACTIVE
               GO TO 060-END
           END-IF

           MOVE FS-CBU TO WS-HOLD-CBU
           READ ACCOUNTS-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "ACCOUNT NOT FOUND: " WS-HOLD-CBU
                   GO TO 060-END
           END-READ
           IF ACCOUNTSF-STATUS = 51
               DISPLAY "ACCOUNT BUSY, RESTRICTION DEFERRED: "
                   WS-HOLD-CBU
               ADD 1 TO WS-ACCOUNTS-BUSY
               MOVE 00 TO ACCOUNTSF-STATUS
               GO TO 060-END
           END-IF
           IF FS-ACCOUNT-ACTIVE
               SET FS-ACCOUNT-RESTRICTED TO TRUE
               REWRITE ACCOUNTS-RECORD
                   INVALID KEY
                       DISPLAY "ERROR UPDATING CBU: " FS-CBU
                       UNLOCK ACCOUNTS-FILE
                       GO TO 060-END
               END-REWRITE
               CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
               ADD 1 TO WS-ACCOUNTS-RESTRICTED
           END-IF
           UNLOCK ACCOUNTS-FILE.
       060-END.EXIT.
       END PROGRAM KYC-REVIEW-RUN.
