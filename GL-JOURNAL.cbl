      *          re-keying them from a balance snapshot. Receipt
      *          types with no mapping go to a dated exception list
      *          and are NOT booked; the batch reports both totals so
      *          an out-of-balance day is impossible to miss. Items
      *          parked on or worked off the suspense queue
      *          (SUSPENSE.txt) today are booked the same way from
      *          their SUSP-* GL types, so money the batches could
      *          not post still reaches the suspense GL account.
      *          Cassette swaps settled today (CASSETTE-SWAPS.txt)
      *          that did not balance book their over or short under
      *          the CASH-OVER / CASH-SHORT types, so the difference
      *          reaches the cash-difference account.
      *          Every line written is also posted into the GL
      *          balance master (GL-BALANCE.DAT) under its account and
      *          the movement's currency, so the ledger's balances
      *          carry forward day to day for GL-TRIAL-BALANCE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-TRANS-TYPE
               FILE STATUS IS GLMAPF-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "GL-BALANCE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY
               FILE STATUS IS GLBALF-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPF-STATUS.
           SELECT CASSETTE-SWAP-FILE ASSIGN TO "CASSETTE-SWAPS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWAPF-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNALF-STATUS.
       FD  GL-MAP-FILE.
           COPY GLMAPREC.

       FD  GL-BALANCE-FILE.
           COPY GLBALREC.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  CASSETTE-SWAP-FILE.
           COPY SWAPREC.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JL-GL-ACCOUNT            PIC 9(08).
           05 JL-CBU                   PIC 9(22).
           05 JL-TRANS-TYPE            PIC X(10).
           05 JL-DATE                  PIC X(08).
           05 JL-CURRENCY-CODE         PIC X(03).

       FD  UNMAPPED-FILE.
       01  UNMAPPED-RECORD.
       01  GLMAPF-STATUS                PIC 9(2).
       01  JOURNALF-STATUS              PIC 9(2).
       01  UNMAPPEDF-STATUS             PIC 9(2).
       01  SUSPF-STATUS                 PIC 9(2).
       01  GLBALF-STATUS                PIC 9(2).
       01  SWAPF-STATUS                 PIC 9(2).

       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-TODAY                     PIC X(08).
       01  WS-TOTAL-DEBITS              PIC 9(18)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITS             PIC 9(18)V99 VALUE ZERO.
       01  WS-DISPLAY-TOTAL             PIC $ZZZZZZZZZZZZZZZZZZ.99.
       01  WS-SUSPENSE-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-CASH-DIFF-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-BALANCE-ERRORS            PIC 9(5) VALUE ZERO.
       01  WS-RECEIPTS-FLAG             PIC X(01).
           88 WS-RECEIPTS-ON-FILE           VALUE "Y".
           88 WS-NO-RECEIPTS                VALUE "N".
      *    The one movement being booked - a receipt row, a
      *    suspense-queue event or a cassette swap difference.
       01  WS-BOOK-AREAS.
           05 WS-BOOK-TRANS-TYPE        PIC X(10).
           05 WS-BOOK-CBU               PIC 9(22).
           05 WS-BOOK-AMOUNT            PIC 9(18)V99.
           05 WS-BOOK-DATE              PIC X(08).
           05 WS-BOOK-CURRENCY          PIC X(03).
       01  WS-CONTROL-JOB-NAME          PIC X(20)
                                        VALUE "GL-JOURNAL".
       01  WS-CONTROL-FUNCTION          PIC X(01).
               DELIMITED BY SIZE INTO WS-UNMAPPED-FILENAME

           PERFORM 010-OPEN-FILES THRU 010-END
           IF WS-RECEIPTS-ON-FILE
               PERFORM 020-BOOK-RECEIPTS THRU 020-END
               CLOSE RECEIPTS-FILE
           END-IF
           PERFORM 050-BOOK-SUSPENSE THRU 050-END
           PERFORM 060-BOOK-CASH-DIFFERENCES THRU 060-END
           CLOSE GL-MAP-FILE
           CLOSE GL-BALANCE-FILE
           CLOSE JOURNAL-FILE
           CLOSE UNMAPPED-FILE

           DISPLAY "RECEIPTS BOOKED: " WS-BOOKED-COUNT
           DISPLAY "RECEIPTS UNMAPPED: " WS-UNMAPPED-COUNT
           DISPLAY "SUSPENSE EVENTS BOOKED: " WS-SUSPENSE-COUNT
           DISPLAY "CASSETTE SWAP DIFFERENCES BOOKED: "
               WS-CASH-DIFF-COUNT
           MOVE WS-TOTAL-DEBITS TO WS-DISPLAY-TOTAL
           DISPLAY "TOTAL DEBITS:  " WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-CREDITS TO WS-DISPLAY-TOTAL
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY "*** JOURNAL OUT OF BALANCE - DO NOT LOAD ***"
           END-IF
           IF WS-BALANCE-ERRORS > 0
               DISPLAY "*** " WS-BALANCE-ERRORS " JOURNAL LINES NOT "
                   "POSTED TO GL-BALANCE.DAT - TRIAL BALANCE WILL "
                   "NOT AGREE ***"
           END-IF
           DISPLAY "JOURNAL FILE: " WS-JOURNAL-FILENAME
           IF WS-UNMAPPED-COUNT > 0
               DISPLAY "UNMAPPED TYPES LIST: " WS-UNMAPPED-FILENAME
               WS-CONTROL-FUNCTION WS-CONTROL-RESULT
           GOBACK.

      *    No receipts on file still leaves the suspense queue to
      *    book, so the run carries on without them.
       010-OPEN-FILES.
           SET WS-RECEIPTS-ON-FILE TO TRUE
           OPEN INPUT RECEIPTS-FILE
           IF RECEIPTSF-STATUS NOT = 00
               DISPLAY "NO RECEIPTS ON FILE, NO RECEIPTS TO BOOK"
               SET WS-NO-RECEIPTS TO TRUE
           END-IF

           OPEN INPUT GL-MAP-FILE
               GOBACK
           END-IF

      *    GL-BALANCE.DAT may not exist yet on a brand new install.
           OPEN I-O GL-BALANCE-FILE
           IF GLBALF-STATUS = 35
               OPEN OUTPUT GL-BALANCE-FILE
               CLOSE GL-BALANCE-FILE
               OPEN I-O GL-BALANCE-FILE
           END-IF
           IF GLBALF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN GL-BALANCE.DAT"
               DISPLAY "FS-STATUS: " GLBALF-STATUS
               GOBACK
           END-IF

           OPEN OUTPUT JOURNAL-FILE
           IF JOURNALF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN JOURNAL FILE"
                       MOVE 10 TO RECEIPTSF-STATUS
                   NOT AT END
                       IF RF-DATE = WS-TODAY
                           MOVE RF-TRANS-TYPE TO WS-BOOK-TRANS-TYPE
                           MOVE RF-CBU TO WS-BOOK-CBU
                           MOVE RF-AMOUNT TO WS-BOOK-AMOUNT
                           MOVE RF-DATE TO WS-BOOK-DATE
                           MOVE RF-CURRENCY-CODE TO WS-BOOK-CURRENCY
                           PERFORM 030-BOOK-ONE THRU 030-END
                       END-IF
               END-READ
       020-END.EXIT.

       030-BOOK-ONE.
           MOVE WS-BOOK-TRANS-TYPE TO GM-TRANS-TYPE
           READ GL-MAP-FILE
               INVALID KEY
                   PERFORM 035-WRITE-UNMAPPED THRU 035-END

       035-WRITE-UNMAPPED.
           ADD 1 TO WS-UNMAPPED-COUNT
           MOVE WS-BOOK-TRANS-TYPE TO UM-TRANS-TYPE
           MOVE WS-BOOK-CBU TO UM-CBU
           MOVE WS-BOOK-AMOUNT TO UM-AMOUNT
           MOVE WS-BOOK-DATE TO UM-DATE
           WRITE UNMAPPED-RECORD.
       035-END.EXIT.

       040-WRITE-JOURNAL-PAIR.
           MOVE GM-DEBIT-ACCOUNT TO JL-GL-ACCOUNT
           MOVE "DR" TO JL-DR-CR
           MOVE WS-BOOK-AMOUNT TO JL-AMOUNT
           MOVE WS-BOOK-CBU TO JL-CBU
           MOVE WS-BOOK-TRANS-TYPE TO JL-TRANS-TYPE
           MOVE WS-BOOK-DATE TO JL-DATE
           IF WS-BOOK-CURRENCY = SPACES
               MOVE "ARS" TO WS-BOOK-CURRENCY
           END-IF
           MOVE WS-BOOK-CURRENCY TO JL-CURRENCY-CODE
           WRITE JOURNAL-RECORD
           ADD WS-BOOK-AMOUNT TO WS-TOTAL-DEBITS
           PERFORM 045-POST-BALANCE THRU 045-END

           MOVE GM-CREDIT-ACCOUNT TO JL-GL-ACCOUNT
           MOVE "CR" TO JL-DR-CR
           WRITE JOURNAL-RECORD
           ADD WS-BOOK-AMOUNT TO WS-TOTAL-CREDITS
           PERFORM 045-POST-BALANCE THRU 045-END

           ADD 1 TO WS-BOOKED-COUNT.
       040-END.EXIT.

      *    Posts the journal line just written into its account's
      *    balance row for the currency. A row last touched on an
      *    earlier day rolls first: yesterday's close is today's
      *    opening and the day's movements start from zero.
       045-POST-BALANCE.
           MOVE JL-GL-ACCOUNT TO GB-GL-ACCOUNT
           MOVE JL-CURRENCY-CODE TO GB-CURRENCY-CODE
           READ GL-BALANCE-FILE
               INVALID KEY
                   MOVE WS-TODAY TO GB-BUSINESS-DATE
                   MOVE 0 TO GB-OPENING-BALANCE
                   MOVE 0 TO GB-DAY-DEBITS
                   MOVE 0 TO GB-DAY-CREDITS
                   MOVE 0 TO GB-CLOSING-BALANCE
                   MOVE WS-TODAY TO GB-OPENED-DATE
                   MOVE SPACES TO GB-TAKE-ON-DATE
                   WRITE GL-BALANCE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-BALANCE-ERRORS
                           GO TO 045-END
                   END-WRITE
           END-READ
           IF GB-BUSINESS-DATE NOT = WS-TODAY
               MOVE GB-CLOSING-BALANCE TO GB-OPENING-BALANCE
               MOVE 0 TO GB-DAY-DEBITS
               MOVE 0 TO GB-DAY-CREDITS
               MOVE WS-TODAY TO GB-BUSINESS-DATE
           END-IF
           IF JL-DR-CR = "DR"
               ADD JL-AMOUNT TO GB-DAY-DEBITS
           ELSE
               ADD JL-AMOUNT TO GB-DAY-CREDITS
           END-IF
           COMPUTE GB-CLOSING-BALANCE = GB-OPENING-BALANCE
               + GB-DAY-DEBITS - GB-DAY-CREDITS
           REWRITE GL-BALANCE-RECORD
               INVALID KEY
                   ADD 1 TO WS-BALANCE-ERRORS
                   DISPLAY "ERROR POSTING GL " GB-GL-ACCOUNT " "
                       GB-CURRENCY-CODE
           END-REWRITE.
       045-END.EXIT.

      *    Suspense items carry no receipt row of their own: an item
      *    parked today books its SUSP-* park type, and an item
      *    returned or written off today books its closing type (a
      *    repost books through its SUSP-POST / SUSP-COLL receipt
      *    instead). Memo items moved no money and book nothing. No
      *    queue on file simply means nothing is in suspense.
       050-BOOK-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF SUSPF-STATUS NOT = 00
               GO TO 050-END
           END-IF
           PERFORM UNTIL SUSPF-STATUS = 10
               READ SUSPENSE-FILE
                   AT END
                       MOVE 10 TO SUSPF-STATUS
                   NOT AT END
                       MOVE SQ-CBU TO WS-BOOK-CBU
                       MOVE SQ-AMOUNT TO WS-BOOK-AMOUNT
                       MOVE WS-TODAY TO WS-BOOK-DATE
                       MOVE SQ-CURRENCY-CODE TO WS-BOOK-CURRENCY
                       IF SQ-REF-DATE = WS-TODAY
                           AND SQ-PARK-GL-TYPE NOT = SPACES
                           AND SQ-AMOUNT > 0
                           MOVE SQ-PARK-GL-TYPE TO WS-BOOK-TRANS-TYPE
                           PERFORM 030-BOOK-ONE THRU 030-END
                           ADD 1 TO WS-SUSPENSE-COUNT
                       END-IF
                       IF SQ-RESOLVED-DATE = WS-TODAY
                           AND SQ-CLOSE-GL-TYPE NOT = SPACES
                           AND SQ-AMOUNT > 0
                           MOVE SQ-CLOSE-GL-TYPE TO WS-BOOK-TRANS-TYPE
                           PERFORM 030-BOOK-ONE THRU 030-END
                           ADD 1 TO WS-SUSPENSE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE.
       050-END.EXIT.

      *    A cassette swap's over or short has no account behind it:
      *    it books once, on the night of the swap, from its own GL
      *    type. Balanced swaps carry no type and book nothing; no
      *    register on file means no swap has been settled yet.
       060-BOOK-CASH-DIFFERENCES.
           OPEN INPUT CASSETTE-SWAP-FILE
           IF SWAPF-STATUS NOT = 00
               GO TO 060-END
           END-IF
           PERFORM UNTIL SWAPF-STATUS = 10
               READ CASSETTE-SWAP-FILE
                   AT END
                       MOVE 10 TO SWAPF-STATUS
                   NOT AT END
                       IF SW-SWAP-DATE = WS-TODAY
                           AND SW-GL-TYPE NOT = SPACES
                           AND SW-DIFFERENCE-AMOUNT > 0
                           MOVE SW-GL-TYPE TO WS-BOOK-TRANS-TYPE
                           MOVE 0 TO WS-BOOK-CBU
                           MOVE SW-DIFFERENCE-AMOUNT TO WS-BOOK-AMOUNT
                           MOVE WS-TODAY TO WS-BOOK-DATE
                           MOVE "ARS" TO WS-BOOK-CURRENCY
                           PERFORM 030-BOOK-ONE THRU 030-END
                           ADD 1 TO WS-CASH-DIFF-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASSETTE-SWAP-FILE.
       060-END.EXIT.
       END PROGRAM GL-JOURNAL.
