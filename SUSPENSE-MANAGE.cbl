      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ops workbench for the suspense queue (SUSPENSE.txt)
      *          the nightly batches park unpostable items on. Lists
      *          the open items, works one off by its reference (park
      *          date + sequence), and prints an aging report of
      *          what has sat in suspense too long:
      *            repost  - credit the money held in suspense to the
      *              corrected CBU (SUSP-POST receipt), collect money
      *              suspense carries from it (SUSP-COLL receipt),
      *              run a failed standing order to the corrected
      *              destination, or re-queue a check response under
      *              the corrected CBU for the next clearing run;
      *            return  - send an interchange credit back to the
      *              remitting bank as a type R item on today's
      *              ICH-OUT file (SUSP-RET);
      *            an interchange credit is screened against the
      *              watch list on the remitter before it is reposted
      *              or returned - a possible match stays in suspense,
      *              marked WATCH-LIST-MATCH, for compliance;
      *            write off - close the item against the books
      *              (SUSP-WOC / SUSP-WOD), supervisor only.
      *          Listing, reposting, returning and the report are
      *          teller work. Every action is stamped on the item and
      *          logged under the operator; GL-JOURNAL books the
      *          closing entry that night.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-MANAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPF-STATUS.
           SELECT SUSPENSE-OUT ASSIGN TO "SUSPENSE.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPOUTF-STATUS.
           SELECT ACCOUNTS-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CBU
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS ACCOUNTSF-STATUS.
           SELECT INTERCHANGE-OUT-FILE ASSIGN TO WS-ICH-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ICHOUTF-STATUS.
           SELECT CLEARING-IN-FILE ASSIGN TO "CHECK-CLEARING-IN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEARINF-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO WS-AGING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGINGF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  SUSPENSE-OUT.
       01  SUSPENSE-OUT-REC            PIC X(247).

       FD  ACCOUNTS-FILE.
           COPY ACCTREC.

       FD  INTERCHANGE-OUT-FILE.
           COPY ICHREC.

      *    CHECK-CLEARING's response layout.
       FD  CLEARING-IN-FILE.
       01  CLEARING-IN-RECORD.
           05 CL-CBU                   PIC 9(22).
           05 CL-CHECK-NUMBER          PIC 9(10).
           05 CL-DISPOSITION           PIC X(01).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD.
           05 AG-REFERENCE             PIC X(13).
           05 AG-SOURCE                PIC X(03).
           05 AG-DIRECTION             PIC X(01).
           05 AG-CBU                   PIC 9(22).
           05 AG-AMOUNT                PIC 9(18)V99.
           05 AG-CURRENCY-CODE         PIC X(03).
           05 AG-DAYS-OPEN             PIC 9(05).
           05 AG-BUCKET                PIC X(05).
           05 AG-PAST-LIMIT            PIC X(01).
           05 AG-REASON                PIC X(24).

       WORKING-STORAGE SECTION.
       01  SUSPF-STATUS                 PIC 9(2).
       01  SUSPOUTF-STATUS              PIC 9(2).
       01  ACCOUNTSF-STATUS             PIC 9(2).
       01  ICHOUTF-STATUS               PIC 9(2).
       01  CLEARINF-STATUS              PIC 9(2).
       01  AGINGF-STATUS                PIC 9(2).
      *    Work images of the keyed ledger rows, handed to the
      *    RECEIPT-WRITE / TRANS-WRITE subprograms, which assign the
      *    per-day sequence numbers and write the rows.
           COPY RECEIPTREC
               REPLACING ==RECEIPT-RECORD== BY ==WS-RECEIPT-WORK==
               LEADING ==RF== BY ==WR==.
           COPY TRANSREC
               REPLACING ==TRANS-RECORD== BY ==WS-TRANS-WORK==
               LEADING ==TF== BY ==WT==.

       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-TODAY                     PIC X(08).
      *    Value date for interbank items sent from this run
      *    (see VALUE-DATE) - it names the ICH-OUT file they go
      *    out in.
       01  WS-VALUE-MOVEMENT-TYPE       PIC X(03) VALUE "ICH".
       01  WS-VALUE-KEYED-TIME          PIC X(06).
       01  WS-VALUE-DATE                PIC X(08).
       01  WS-ICH-OUT-FILENAME          PIC X(40).
       01  WS-AGING-FILENAME            PIC X(40).
       01  WS-INPUT-OPTION              PIC 9(01).
       01  WS-INPUT-REF-DATE            PIC X(08).
       01  WS-INPUT-REF-SEQ             PIC 9(05).
       01  WS-INPUT-CBU                 PIC 9(22).
       01  WS-INPUT-CONFIRM             PIC 9(01).
       01  WS-AGE-LIMIT-DAYS            PIC 9(03).
       01  WS-DAYS-OPEN                 PIC S9(08).
       01  WS-OPEN-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-AGED-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-AMOUNT-DISPLAY            PIC $ZZZZZZZZZZZZZZZZZZ.99.
       01  WS-DELETE-STATUS             PIC S9(9) COMP-5.
       01  WS-RENAME-STATUS             PIC S9(9) COMP-5.
      *    What the operator asked for: P repost, R return, W write
      *    off.
       01  WS-ACTION                    PIC X(01).
       01  WS-ITEM-FOUND-FLAG           PIC X(01).
           88 WS-ITEM-IS-FOUND              VALUE "Y".
           88 WS-ITEM-NOT-FOUND             VALUE "N".
       01  WS-ACTION-FLAG               PIC X(01).
           88 WS-ACTION-DONE                VALUE "Y".
           88 WS-ACTION-NOT-DONE            VALUE "N".
       01  WS-TARGET-CBU                PIC 9(22).
       01  WS-CLOSE-GL-TYPE             PIC X(10).
       01  WS-ITEM-CURRENCY             PIC X(03).
       01  WS-ACCT-CURRENCY             PIC X(03).
       01  WS-SEC-EVENT-CBU             PIC 9(22).
       01  WS-CBU-CHECK-FUNCTION        PIC X(01) VALUE "V".
       01  WS-CBU-CHECK-RESULT          PIC X(01).
           88 WS-CBU-IS-VALID               VALUE "Y".
           88 WS-CBU-NOT-VALID              VALUE "N".
      *    Remitter of an interchange item handed to WATCHLIST-SCREEN.
       01  WS-SCREEN-NAME               PIC X(35).
       01  WS-SCREEN-DOCUMENT           PIC 9(11) VALUE ZERO.
       01  WS-SCREEN-RESULT             PIC X(01).
           88 WS-SCREEN-IS-MATCH            VALUE "M".
           88 WS-SCREEN-IS-CLEAR            VALUE "C".
       01  WS-WATCH-ENTRY-ID            PIC X(10).
      *    Both legs of a reposted standing order.
       01  WS-ORDER-AREAS.
           05 WS-SENDER-USERNAME        PIC A(35).
           05 WS-SENDER-BALANCE         PIC 9(18)V99.
           05 WS-SENDER-CURRENCY        PIC X(03).
           05 WS-DEST-USERNAME          PIC A(35).
      *    Open items by age, for the report's closing summary.
       01  WS-BUCKET-TABLE.
           05 WS-BUCKET-ENTRY OCCURS 4 TIMES
               INDEXED BY IDX-BUCKET.
               10 WS-BUCKET-COUNT       PIC 9(5).
               10 WS-BUCKET-AMOUNT      PIC 9(18)V99.
       01  WS-BUCKET-NAMES.
           05 FILLER                    PIC X(05) VALUE "0-7".
           05 FILLER                    PIC X(05) VALUE "8-30".
           05 FILLER                    PIC X(05) VALUE "31-90".
           05 FILLER                    PIC X(05) VALUE "90+".
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME            PIC X(05) OCCURS 4 TIMES.
       01  WS-BUCKET-IDX                PIC 9(1).
       01  WS-REQUIRED-ROLE             PIC X(01).
       01  WS-OPERATOR-ID               PIC X(08).
       01  WS-SIGNON-RESULT             PIC X(01).
       01  WS-SEC-EVENT-TYPE            PIC X(16).
       01  WS-SEC-TERMINAL-ID           PIC X(06) VALUE "OPS   ".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SUSPENSE-MANAGE - SUSPENSE QUEUE WORKBENCH"
           DISPLAY "1.LIST OPEN ITEMS"
           DISPLAY "2.REPOST AN ITEM TO A CORRECTED CBU"
           DISPLAY "3.RETURN AN ITEM TO THE SENDER (INTERCHANGE)"
           DISPLAY "4.WRITE OFF AN ITEM"
           DISPLAY "5.AGING REPORT OF OPEN ITEMS"
           ACCEPT WS-INPUT-OPTION

      *    Writing money off the books is supervisor work; the rest
      *    puts it where it belongs and is not.
           IF WS-INPUT-OPTION = 4
               MOVE "S" TO WS-REQUIRED-ROLE
           ELSE
               MOVE "T" TO WS-REQUIRED-ROLE
           END-IF
           CALL 'OPERATOR-SIGNON' USING WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT = "N"
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY
      *    After the network's cut-off, or on a holiday, anything
      *    sent goes out in the file for the next business day.
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-VALUE-KEYED-TIME
           CALL 'VALUE-DATE' USING WS-VALUE-MOVEMENT-TYPE WS-TODAY
               WS-VALUE-KEYED-TIME WS-VALUE-DATE
           STRING "ICH-OUT-" WS-VALUE-DATE ".txt"
               DELIMITED BY SIZE INTO WS-ICH-OUT-FILENAME

           EVALUATE WS-INPUT-OPTION
               WHEN 1
                   PERFORM 100-LIST-OPEN THRU 100-END
               WHEN 2
                   MOVE "P" TO WS-ACTION
                   PERFORM 200-WORK-ITEM THRU 200-END
               WHEN 3
                   MOVE "R" TO WS-ACTION
                   PERFORM 200-WORK-ITEM THRU 200-END
               WHEN 4
                   MOVE "W" TO WS-ACTION
                   PERFORM 200-WORK-ITEM THRU 200-END
               WHEN 5
                   PERFORM 300-AGING-REPORT THRU 300-END
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE
           STOP RUN.

       100-LIST-OPEN.
           OPEN INPUT SUSPENSE-FILE
           IF SUSPF-STATUS NOT = 00
               DISPLAY "NOTHING IN SUSPENSE"
               GO TO 100-END
           END-IF
           PERFORM UNTIL SUSPF-STATUS = 10
               READ SUSPENSE-FILE
                   AT END
                       MOVE 10 TO SUSPF-STATUS
                   NOT AT END
                       IF SQ-IS-OPEN
                           ADD 1 TO WS-OPEN-COUNT
                           PERFORM 110-SHOW-ITEM THRU 110-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE
           DISPLAY "OPEN ITEMS: " WS-OPEN-COUNT.
       100-END.EXIT.

       110-SHOW-ITEM.
           MOVE SQ-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "-----------------------------------------------"
           DISPLAY "REFERENCE:   " SQ-REF-DATE " " SQ-REF-SEQ
               "  FROM " SQ-SOURCE-JOB
           DISPLAY "ACCOUNT:     " SQ-CBU "  HELD AS: " SQ-DIRECTION
           DISPLAY "AMOUNT:      " WS-AMOUNT-DISPLAY " "
               SQ-CURRENCY-CODE "  ITEM DATE: " SQ-ITEM-DATE
           IF SQ-COUNTERPARTY-CBU NOT = 0
               DISPLAY "COUNTERPARTY " SQ-COUNTERPARTY-CBU " "
                   SQ-COUNTERPARTY-NAME
           END-IF
           IF SQ-ITEM-REF NOT = SPACES
               DISPLAY "ITEM:        " SQ-ITEM-REF " " SQ-ITEM-TYPE
           END-IF
           DISPLAY "REASON:      " SQ-REASON.
       110-END.EXIT.

      *    One pass over the queue: the identified item gets its
      *    action carried out first, and only a successful action
      *    closes it on the rewrite - a failed posting leaves the
      *    item open exactly as it was.
       200-WORK-ITEM.
           DISPLAY "ENTER THE ITEM'S PARK DATE (YYYYMMDD)"
           ACCEPT WS-INPUT-REF-DATE
           DISPLAY "ENTER THE ITEM'S SEQUENCE NUMBER"
           ACCEPT WS-INPUT-REF-SEQ
           MOVE 0 TO WS-INPUT-CBU
           IF WS-ACTION = "P"
               DISPLAY "ENTER THE CORRECTED CBU (0 TO USE THE "
                   "ITEM'S OWN)"
               ACCEPT WS-INPUT-CBU
      *    A mistyped CBU is refused on its check digits before the
      *    queue is touched.
               IF WS-INPUT-CBU NOT = 0
                   CALL 'CBU-CHECK' USING WS-INPUT-CBU
                       WS-CBU-CHECK-FUNCTION WS-CBU-CHECK-RESULT
                   IF WS-CBU-NOT-VALID
                       DISPLAY "NOT A VALID CBU: " WS-INPUT-CBU
                       GO TO 200-END
                   END-IF
               END-IF
           END-IF

           OPEN INPUT SUSPENSE-FILE
           IF SUSPF-STATUS NOT = 00
               DISPLAY "NOTHING IN SUSPENSE"
               GO TO 200-END
           END-IF
           OPEN OUTPUT SUSPENSE-OUT
           IF SUSPOUTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN SUSPENSE.txt.new"
               CLOSE SUSPENSE-FILE
               GO TO 200-END
           END-IF

           SET WS-ITEM-NOT-FOUND TO TRUE
           SET WS-ACTION-NOT-DONE TO TRUE
           PERFORM UNTIL SUSPF-STATUS = 10
               READ SUSPENSE-FILE
                   AT END
                       MOVE 10 TO SUSPF-STATUS
                   NOT AT END
                       IF WS-ITEM-NOT-FOUND
                           AND SQ-REF-DATE = WS-INPUT-REF-DATE
                           AND SQ-REF-SEQ = WS-INPUT-REF-SEQ
                           AND SQ-IS-OPEN
                           SET WS-ITEM-IS-FOUND TO TRUE
                           PERFORM 110-SHOW-ITEM THRU 110-END
                           PERFORM 210-ACT-ON-ITEM THRU 210-END
                           IF WS-ACTION-DONE
                               PERFORM 290-CLOSE-ITEM THRU 290-END
                           END-IF
                       END-IF
                       WRITE SUSPENSE-OUT-REC FROM SUSPENSE-RECORD
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE
           CLOSE SUSPENSE-OUT

           IF WS-ITEM-NOT-FOUND
               DISPLAY "NO OPEN ITEM MATCHES - NO CHANGES MADE"
               GO TO 200-END
           END-IF

           CALL "CBL_DELETE_FILE" USING "SUSPENSE.txt"
               GIVING WS-DELETE-STATUS
           IF WS-DELETE-STATUS NOT = 0
               DISPLAY "UNABLE TO DELETE OLD SUSPENSE.txt, "
                   "ABORTING BEFORE RENAME"
               GO TO 200-END
           END-IF
           CALL "CBL_RENAME_FILE" USING
               "SUSPENSE.txt.new" "SUSPENSE.txt"
               GIVING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               DISPLAY "UNABLE TO RENAME SUSPENSE.txt.new INTO "
                   "PLACE - SUSPENSE QUEUE MAY BE MISSING"
               GO TO 200-END
           END-IF

           IF WS-ACTION-DONE
               EVALUATE WS-ACTION
                   WHEN "P"
                       MOVE "SUSP-REPOST" TO WS-SEC-EVENT-TYPE
                       DISPLAY "ITEM REPOSTED"
                   WHEN "R"
                       MOVE "SUSP-RETURN" TO WS-SEC-EVENT-TYPE
                       DISPLAY "ITEM RETURNED TO THE SENDER"
                   WHEN "W"
                       MOVE "SUSP-WRITEOFF" TO WS-SEC-EVENT-TYPE
                       DISPLAY "ITEM WRITTEN OFF"
               END-EVALUATE
               CALL 'SEC-EVENT-LOG' USING WS-SEC-EVENT-CBU
                   WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE
                   WS-OPERATOR-ID
           END-IF.
       200-END.EXIT.

      *    What each action means depends on how the item sits in
      *    suspense. Anything that does not fit leaves the item open.
       210-ACT-ON-ITEM.
           MOVE SQ-CBU TO WS-TARGET-CBU
           IF WS-INPUT-CBU NOT = 0
               MOVE WS-INPUT-CBU TO WS-TARGET-CBU
           END-IF
           MOVE SQ-CURRENCY-CODE TO WS-ITEM-CURRENCY
           IF WS-ITEM-CURRENCY = SPACES
               MOVE "ARS" TO WS-ITEM-CURRENCY
           END-IF
           MOVE SPACES TO WS-CLOSE-GL-TYPE

           EVALUATE TRUE
               WHEN WS-ACTION = "P" AND SQ-HOLDS-CREDIT
                   PERFORM 220-REPOST-CREDIT THRU 220-END
               WHEN WS-ACTION = "P" AND SQ-HOLDS-DEBIT
                   PERFORM 230-COLLECT-DEBIT THRU 230-END
               WHEN WS-ACTION = "P" AND SQ-IS-MEMO
                   AND SQ-FROM-STANDING-ORDER
                   PERFORM 240-REPOST-ORDER THRU 240-END
               WHEN WS-ACTION = "P" AND SQ-IS-MEMO
                   AND SQ-FROM-CHECK-CLEARING
                   PERFORM 250-REQUEUE-RESPONSE THRU 250-END
               WHEN WS-ACTION = "P"
                   DISPLAY "NOTHING ON THIS ITEM CAN BE REPOSTED - "
                       "WRITE IT OFF"
               WHEN WS-ACTION = "R"
                   PERFORM 260-RETURN-INTERCHANGE THRU 260-END
               WHEN WS-ACTION = "W"
                   PERFORM 270-WRITE-OFF THRU 270-END
           END-EVALUATE.
       210-END.EXIT.

      *    Money held in suspense goes to the account it should have
      *    reached, under the same status and currency rules the
      *    batch applied.
       220-REPOST-CREDIT.
           IF SQ-FROM-INTERCHANGE
               PERFORM 275-SCREEN-REMITTER THRU 275-END
               IF WS-SCREEN-IS-MATCH
                   GO TO 220-END
               END-IF
           END-IF
           OPEN I-O ACCOUNTS-FILE
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN ACCOUNTS.DAT"
               GO TO 220-END
           END-IF
           MOVE WS-TARGET-CBU TO FS-CBU
           READ ACCOUNTS-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "ACCOUNT NOT FOUND - ITEM LEFT OPEN"
                   CLOSE ACCOUNTS-FILE
                   GO TO 220-END
           END-READ
           IF ACCOUNTSF-STATUS = 51
               DISPLAY "ACCOUNT BUSY - TRY AGAIN LATER"
               CLOSE ACCOUNTS-FILE
               GO TO 220-END
           END-IF
           PERFORM 280-CHECK-ACCOUNT THRU 280-END
           IF WS-ACTION-DONE
               SET WS-ACTION-NOT-DONE TO TRUE
           ELSE
               CLOSE ACCOUNTS-FILE
               GO TO 220-END
           END-IF

           ADD SQ-AMOUNT TO FS-BALANCE
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING CBU: " FS-CBU
                   CLOSE ACCOUNTS-FILE
                   GO TO 220-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
           UNLOCK ACCOUNTS-FILE

           MOVE "SUSP-POST" TO WR-TRANS-TYPE
           PERFORM 285-WRITE-RECEIPT THRU 285-END
           CLOSE ACCOUNTS-FILE
           SET WS-ACTION-DONE TO TRUE.
       220-END.EXIT.

      *    Money suspense carries is collected from the corrected
      *    account in full. The cash is already gone, so the floor
      *    does not apply - only an unsigned balance's zero does.
       230-COLLECT-DEBIT.
           OPEN I-O ACCOUNTS-FILE
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN ACCOUNTS.DAT"
               GO TO 230-END
           END-IF
           MOVE WS-TARGET-CBU TO FS-CBU
           READ ACCOUNTS-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "ACCOUNT NOT FOUND - ITEM LEFT OPEN"
                   CLOSE ACCOUNTS-FILE
                   GO TO 230-END
           END-READ
           IF ACCOUNTSF-STATUS = 51
               DISPLAY "ACCOUNT BUSY - TRY AGAIN LATER"
               CLOSE ACCOUNTS-FILE
               GO TO 230-END
           END-IF
           MOVE FS-CURRENCY-CODE TO WS-ACCT-CURRENCY
           IF WS-ACCT-CURRENCY = SPACES
               MOVE "ARS" TO WS-ACCT-CURRENCY
           END-IF
           IF WS-ACCT-CURRENCY NOT = WS-ITEM-CURRENCY
               DISPLAY "ACCOUNT CURRENCY DOES NOT MATCH THE ITEM - "
                   "ITEM LEFT OPEN"
               CLOSE ACCOUNTS-FILE
               GO TO 230-END
           END-IF
           IF FS-BALANCE < SQ-AMOUNT
               DISPLAY "BALANCE CANNOT COVER THE ITEM - ITEM LEFT "
                   "OPEN"
               CLOSE ACCOUNTS-FILE
               GO TO 230-END
           END-IF

           SUBTRACT SQ-AMOUNT FROM FS-BALANCE
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING CBU: " FS-CBU
                   CLOSE ACCOUNTS-FILE
                   GO TO 230-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
           UNLOCK ACCOUNTS-FILE

           MOVE "SUSP-COLL" TO WR-TRANS-TYPE
           PERFORM 285-WRITE-RECEIPT THRU 285-END
           CLOSE ACCOUNTS-FILE
           SET WS-ACTION-DONE TO TRUE.
       230-END.EXIT.

      *    The failed standing-order occurrence runs now, from the
      *    order's sender to the corrected destination, with the
      *    checks and the two legs STANDING-ORDER-RUN posts.
       240-REPOST-ORDER.
           OPEN I-O ACCOUNTS-FILE
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN ACCOUNTS.DAT"
               GO TO 240-END
           END-IF

           MOVE SQ-COUNTERPARTY-CBU TO FS-CBU
           READ ACCOUNTS-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "SENDER NOT FOUND - ITEM LEFT OPEN"
                   CLOSE ACCOUNTS-FILE
                   GO TO 240-END
           END-READ
           IF ACCOUNTSF-STATUS = 51
               DISPLAY "SENDER BUSY - TRY AGAIN LATER"
               CLOSE ACCOUNTS-FILE
               GO TO 240-END
           END-IF
           IF FS-ACCOUNT-IS-LOCKED OR FS-ACCOUNT-FROZEN
               OR FS-ACCOUNT-CLOSED
               DISPLAY "SENDER IS NOT ACTIVE - ITEM LEFT OPEN"
               CLOSE ACCOUNTS-FILE
               GO TO 240-END
           END-IF
           IF FS-ACCOUNT-RESTRICTED
               DISPLAY "SENDER IS RESTRICTED PENDING ITS CUSTOMER'S "
                   "REVIEW - ITEM LEFT OPEN"
               CLOSE ACCOUNTS-FILE
               GO TO 240-END
           END-IF
           IF FS-BALANCE - SQ-AMOUNT < FS-MIN-BALANCE
               DISPLAY "SENDER HAS INSUFFICIENT FUNDS - ITEM LEFT "
                   "OPEN"
               CLOSE ACCOUNTS-FILE
               GO TO 240-END
           END-IF
           MOVE FS-USERNAME TO WS-SENDER-USERNAME
           COMPUTE WS-SENDER-BALANCE = FS-BALANCE - SQ-AMOUNT
           MOVE FS-CURRENCY-CODE TO WS-SENDER-CURRENCY
           IF WS-SENDER-CURRENCY = SPACES
               MOVE "ARS" TO WS-SENDER-CURRENCY
           END-IF

           MOVE WS-TARGET-CBU TO FS-CBU
           READ ACCOUNTS-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "DESTINATION NOT FOUND - ITEM LEFT OPEN"
                   CLOSE ACCOUNTS-FILE
                   GO TO 240-END
           END-READ
           IF ACCOUNTSF-STATUS = 51
               DISPLAY "DESTINATION BUSY - TRY AGAIN LATER"
               CLOSE ACCOUNTS-FILE
               GO TO 240-END
           END-IF
           MOVE WS-SENDER-CURRENCY TO WS-ITEM-CURRENCY
           PERFORM 280-CHECK-ACCOUNT THRU 280-END
           IF WS-ACTION-DONE
               SET WS-ACTION-NOT-DONE TO TRUE
           ELSE
               CLOSE ACCOUNTS-FILE
               GO TO 240-END
           END-IF
           MOVE FS-USERNAME TO WS-DEST-USERNAME

           ADD SQ-AMOUNT TO FS-BALANCE
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING CBU: " FS-CBU
                   CLOSE ACCOUNTS-FILE
                   GO TO 240-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
           MOVE "XFER-IN" TO WR-TRANS-TYPE
           PERFORM 285-WRITE-RECEIPT THRU 285-END

           MOVE SQ-COUNTERPARTY-CBU TO FS-CBU
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY "SENDER COULD NOT BE RE-READ - DESTINATION "
                       "CREDITED, SENDER NOT DEBITED. REFER TO "
                       "THE BRANCH"
                   CLOSE ACCOUNTS-FILE
                   GO TO 240-END
           END-READ
           MOVE WS-SENDER-BALANCE TO FS-BALANCE
           MOVE WS-TODAY TO FS-LAST-ACTIVITY-DATE
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING SENDER " FS-CBU
                       " - DESTINATION CREDITED, SENDER NOT DEBITED. "
                       "REFER TO THE BRANCH"
                   CLOSE ACCOUNTS-FILE
                   GO TO 240-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
           UNLOCK ACCOUNTS-FILE
           MOVE "XFER-OUT" TO WR-TRANS-TYPE
           PERFORM 285-WRITE-RECEIPT THRU 285-END
           CLOSE ACCOUNTS-FILE

           MOVE SQ-COUNTERPARTY-CBU TO WT-RECIPIENT-CBU
           MOVE WS-SENDER-USERNAME TO WT-RECIPIENT-USERNAME
           MOVE WS-TARGET-CBU TO WT-DESTINATION-CBU
           MOVE WS-DEST-USERNAME TO WT-DESTINATION-USERNAME
           MOVE SQ-AMOUNT TO WT-AMOUNT
           MOVE WS-TODAY TO WT-DATE
           CALL 'TRANS-WRITE' USING WS-TRANS-WORK
           SET WS-ACTION-DONE TO TRUE.
       240-END.EXIT.

      *    A check response nothing could match goes back in front of
      *    the next clearing run under the corrected CBU, with its
      *    original check number and disposition.
       250-REQUEUE-RESPONSE.
           OPEN EXTEND CLEARING-IN-FILE
           IF CLEARINF-STATUS = 35
               OPEN OUTPUT CLEARING-IN-FILE
           END-IF
           IF CLEARINF-STATUS NOT = 00
               DISPLAY "CLEARING RESPONSE FILE UNAVAILABLE - ITEM "
                   "LEFT OPEN"
               GO TO 250-END
           END-IF
           MOVE WS-TARGET-CBU TO CL-CBU
           MOVE SQ-ITEM-REF(1:10) TO CL-CHECK-NUMBER
           MOVE SQ-ITEM-TYPE TO CL-DISPOSITION
           WRITE CLEARING-IN-RECORD
           CLOSE CLEARING-IN-FILE
           DISPLAY "RESPONSE RE-QUEUED FOR THE NEXT CLEARING RUN"
           SET WS-ACTION-DONE TO TRUE.
       250-END.EXIT.

      *    Only a credit another bank sent us can go back to it - as
      *    a type R item, the same shape SCREEN-REVIEW returns a
      *    refused credit in.
       260-RETURN-INTERCHANGE.
           IF NOT SQ-FROM-INTERCHANGE OR NOT SQ-HOLDS-CREDIT
               OR SQ-ITEM-TYPE NOT = "C"
               DISPLAY "ONLY AN INBOUND INTERCHANGE CREDIT CAN BE "
                   "RETURNED - ITEM LEFT OPEN"
               GO TO 260-END
           END-IF
           PERFORM 275-SCREEN-REMITTER THRU 275-END
           IF WS-SCREEN-IS-MATCH
               GO TO 260-END
           END-IF
           OPEN EXTEND INTERCHANGE-OUT-FILE
           IF ICHOUTF-STATUS = 35
               OPEN OUTPUT INTERCHANGE-OUT-FILE
           END-IF
           IF ICHOUTF-STATUS NOT = 00
               DISPLAY "INTERBANK FILE UNAVAILABLE - ITEM LEFT OPEN"
               DISPLAY "FS-STATUS: " ICHOUTF-STATUS
               GO TO 260-END
           END-IF
           SET IC-TYPE-RETURN TO TRUE
           MOVE SQ-COUNTERPARTY-CBU TO IC-SENDER-CBU
           MOVE SQ-COUNTERPARTY-NAME TO IC-SENDER-USERNAME
           MOVE SQ-CBU TO IC-DESTINATION-CBU
           MOVE SQ-AMOUNT TO IC-AMOUNT
           MOVE WS-TODAY TO IC-DATE
           MOVE WS-VALUE-DATE TO IC-VALUE-DATE
           WRITE INTERCHANGE-RECORD
           CLOSE INTERCHANGE-OUT-FILE
           MOVE 0 TO WS-TARGET-CBU
           MOVE "SUSP-RET" TO WS-CLOSE-GL-TYPE
           SET WS-ACTION-DONE TO TRUE.
       260-END.EXIT.

      *    Money held for nobody is taken to income, money nobody
      *    will repay to loss; a memo item moved nothing and just
      *    closes.
       270-WRITE-OFF.
           DISPLAY "WRITE THIS ITEM OFF? 1-YES 2-NO"
           ACCEPT WS-INPUT-CONFIRM
           IF WS-INPUT-CONFIRM NOT = 1
               DISPLAY "ITEM LEFT OPEN"
               GO TO 270-END
           END-IF
           EVALUATE TRUE
               WHEN SQ-HOLDS-CREDIT
                   MOVE "SUSP-WOC" TO WS-CLOSE-GL-TYPE
               WHEN SQ-HOLDS-DEBIT
                   MOVE "SUSP-WOD" TO WS-CLOSE-GL-TYPE
               WHEN OTHER
                   MOVE SPACES TO WS-CLOSE-GL-TYPE
           END-EVALUATE
           MOVE 0 TO WS-TARGET-CBU
           SET WS-ACTION-DONE TO TRUE.
       270-END.EXIT.

      *    The remitter of an interchange item is screened again
      *    before its money moves - the list may have changed since
      *    the item was parked. A possible match cannot go to the
      *    SCREEN-REVIEW queue (the money is already on the suspense
      *    books, not held in front of an account), so it stays here,
      *    open and marked, for compliance to decide; only a
      *    supervisor write-off closes it. The marked reason goes out
      *    with the queue rewrite.
       275-SCREEN-REMITTER.
           MOVE SQ-COUNTERPARTY-NAME TO WS-SCREEN-NAME
           CALL 'WATCHLIST-SCREEN' USING WS-SCREEN-NAME
               WS-SCREEN-DOCUMENT SQ-COUNTERPARTY-CBU
               WS-SCREEN-RESULT WS-WATCH-ENTRY-ID
           IF NOT WS-SCREEN-IS-MATCH
               GO TO 275-END
           END-IF
           MOVE "WATCH-LIST-MATCH" TO SQ-REASON
           DISPLAY "REMITTER IS A POSSIBLE WATCH-LIST MATCH (ENTRY "
               WS-WATCH-ENTRY-ID ") - ITEM LEFT OPEN. REFER TO "
               "COMPLIANCE"
           MOVE SQ-CBU TO WS-SEC-EVENT-CBU
           MOVE "SCREEN-REFUSED" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING WS-SEC-EVENT-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID.
       275-END.EXIT.

      *    The account in the record buffer can take a credit in the
      *    item's currency. Sets WS-ACTION-DONE when it can.
       280-CHECK-ACCOUNT.
           SET WS-ACTION-NOT-DONE TO TRUE
           IF FS-ACCOUNT-IS-LOCKED OR FS-ACCOUNT-FROZEN
               OR FS-ACCOUNT-CLOSED
               DISPLAY "ACCOUNT IS NOT ACTIVE - ITEM LEFT OPEN"
               GO TO 280-END
           END-IF
           MOVE FS-CURRENCY-CODE TO WS-ACCT-CURRENCY
           IF WS-ACCT-CURRENCY = SPACES
               MOVE "ARS" TO WS-ACCT-CURRENCY
           END-IF
           IF WS-ACCT-CURRENCY NOT = WS-ITEM-CURRENCY
               DISPLAY "ACCOUNT CURRENCY DOES NOT MATCH THE ITEM - "
                   "ITEM LEFT OPEN"
               GO TO 280-END
           END-IF
           SET WS-ACTION-DONE TO TRUE.
       280-END.EXIT.

      *    The caller sets WR-TRANS-TYPE; the receipt references the
      *    original item's date.
       285-WRITE-RECEIPT.
           MOVE FS-CBU TO WR-CBU
           MOVE SQ-AMOUNT TO WR-AMOUNT
           MOVE FS-BALANCE TO WR-RESULTING-BALANCE
           MOVE WS-TODAY TO WR-DATE
           MOVE "00000000" TO WR-TIME
           MOVE SPACES TO WR-TERMINAL-ID
           MOVE SQ-ITEM-DATE TO WR-REF-DATE
           MOVE FS-CURRENCY-CODE TO WR-CURRENCY-CODE
           CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK.
       285-END.EXIT.

       290-CLOSE-ITEM.
           EVALUATE WS-ACTION
               WHEN "P"
                   SET SQ-IS-REPOSTED TO TRUE
               WHEN "R"
                   SET SQ-IS-RETURNED TO TRUE
               WHEN "W"
                   SET SQ-IS-WRITTEN-OFF TO TRUE
           END-EVALUATE
           MOVE WS-TODAY TO SQ-RESOLVED-DATE
           MOVE WS-TARGET-CBU TO SQ-RESOLVED-CBU
           MOVE WS-CLOSE-GL-TYPE TO SQ-CLOSE-GL-TYPE
           MOVE WS-OPERATOR-ID TO SQ-RESOLVED-OPERATOR
           MOVE SQ-CBU TO WS-SEC-EVENT-CBU.
       290-END.EXIT.

       300-AGING-REPORT.
           DISPLAY "FLAG ITEMS IN SUSPENSE MORE THAN HOW MANY DAYS "
               "(0 FOR DEFAULT 5)"
           ACCEPT WS-AGE-LIMIT-DAYS
           IF WS-AGE-LIMIT-DAYS = 0
               MOVE 5 TO WS-AGE-LIMIT-DAYS
           END-IF
           STRING "SUSPENSE-AGING-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-AGING-FILENAME
           INITIALIZE WS-BUCKET-TABLE

           OPEN INPUT SUSPENSE-FILE
           IF SUSPF-STATUS NOT = 00
               DISPLAY "NOTHING IN SUSPENSE"
               GO TO 300-END
           END-IF
           OPEN OUTPUT AGING-REPORT-FILE
           IF AGINGF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN AGING REPORT"
               CLOSE SUSPENSE-FILE
               GO TO 300-END
           END-IF

           PERFORM UNTIL SUSPF-STATUS = 10
               READ SUSPENSE-FILE
                   AT END
                       MOVE 10 TO SUSPF-STATUS
                   NOT AT END
                       IF SQ-IS-OPEN
                           PERFORM 310-AGE-ITEM THRU 310-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE
           CLOSE AGING-REPORT-FILE

           PERFORM VARYING IDX-BUCKET FROM 1 BY 1 UNTIL IDX-BUCKET > 4
               MOVE WS-BUCKET-AMOUNT(IDX-BUCKET) TO WS-AMOUNT-DISPLAY
               DISPLAY WS-BUCKET-NAME(IDX-BUCKET) " DAYS: "
                   WS-BUCKET-COUNT(IDX-BUCKET) " ITEMS "
                   WS-AMOUNT-DISPLAY
           END-PERFORM
           DISPLAY "OPEN ITEMS: " WS-OPEN-COUNT
           DISPLAY "PAST THE LIMIT: " WS-AGED-COUNT
           DISPLAY "AGING REPORT: " WS-AGING-FILENAME.
       300-END.EXIT.

       310-AGE-ITEM.
           ADD 1 TO WS-OPEN-COUNT
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(SQ-REF-DATE))
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN <= 7
                   MOVE 1 TO WS-BUCKET-IDX
               WHEN WS-DAYS-OPEN <= 30
                   MOVE 2 TO WS-BUCKET-IDX
               WHEN WS-DAYS-OPEN <= 90
                   MOVE 3 TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-IDX
           END-EVALUATE
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-IDX)
           ADD SQ-AMOUNT TO WS-BUCKET-AMOUNT(WS-BUCKET-IDX)

           MOVE SQ-REFERENCE TO AG-REFERENCE
           MOVE SQ-SOURCE TO AG-SOURCE
           MOVE SQ-DIRECTION TO AG-DIRECTION
           MOVE SQ-CBU TO AG-CBU
           MOVE SQ-AMOUNT TO AG-AMOUNT
           MOVE SQ-CURRENCY-CODE TO AG-CURRENCY-CODE
           MOVE WS-DAYS-OPEN TO AG-DAYS-OPEN
           MOVE WS-BUCKET-NAME(WS-BUCKET-IDX) TO AG-BUCKET
           MOVE SQ-REASON TO AG-REASON
           IF WS-DAYS-OPEN > WS-AGE-LIMIT-DAYS
               ADD 1 TO WS-AGED-COUNT
               MOVE "Y" TO AG-PAST-LIMIT
               DISPLAY "AGED ITEM: " SQ-REF-DATE " " SQ-REF-SEQ
                   " CBU " SQ-CBU " " WS-DAYS-OPEN " DAYS"
           ELSE
               MOVE "N" TO AG-PAST-LIMIT
           END-IF
           WRITE AGING-REPORT-RECORD.
       310-END.EXIT.
       END PROGRAM SUSPENSE-MANAGE.
