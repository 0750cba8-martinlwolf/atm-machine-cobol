      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ops workbench for the retained-notes register
      *          (RETAINED-NOTES.txt) - the suspect notes the machines
      *          kept back from cash deposits. Lists the notes still
      *          awaiting the examination's verdict, and records that
      *          verdict on a register row by its reference (deposit
      *          date + sequence): how many of the row's notes proved
      *          genuine. Genuine notes are credited to the depositing
      *          account at face value (NOTE-GENU receipt, dated back
      *          to the deposit) and the row closes as G; a row with
      *          no genuine note closes as C, counterfeit, and nothing
      *          is credited. Listing is teller work; the verdict
      *          moves money and is supervisor work, logged under the
      *          supervisor. An account that cannot take the credit
      *          leaves the row retained for another try.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETAINED-NOTES-MANAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETAINED-NOTES-FILE ASSIGN TO "RETAINED-NOTES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETNOTEF-STATUS.
           SELECT RETAINED-NOTES-OUT ASSIGN TO "RETAINED-NOTES.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETNOTEOUTF-STATUS.
           SELECT ACCOUNTS-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CBU
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS ACCOUNTSF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETAINED-NOTES-FILE.
           COPY RETNOTEREC.

       FD  RETAINED-NOTES-OUT.
       01  RETAINED-NOTES-OUT-REC      PIC X(167).

       FD  ACCOUNTS-FILE.
           COPY ACCTREC.

       WORKING-STORAGE SECTION.
       01  RETNOTEF-STATUS              PIC 9(2).
       01  RETNOTEOUTF-STATUS           PIC 9(2).
       01  ACCOUNTSF-STATUS             PIC 9(2).
      *    Work image of the keyed receipt row, handed to the
      *    RECEIPT-WRITE subprogram, which assigns the per-day
      *    sequence number and writes the row.
           COPY RECEIPTREC
               REPLACING ==RECEIPT-RECORD== BY ==WS-RECEIPT-WORK==
               LEADING ==RF== BY ==WR==.

       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-TODAY                     PIC X(08).
       01  WS-INPUT-OPTION              PIC 9(01).
       01  WS-INPUT-REF-DATE            PIC X(08).
       01  WS-INPUT-REF-SEQ             PIC 9(05).
       01  WS-INPUT-GENUINE             PIC 9(05).
       01  WS-GENUINE-AMOUNT            PIC 9(18)V99.
       01  WS-RETAINED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-RETAINED-TOTAL            PIC 9(18)V99 VALUE ZERO.
       01  WS-AMOUNT-DISPLAY            PIC $ZZZZZZZZZZZZZZZZZZ.99.
       01  WS-DELETE-STATUS             PIC S9(9) COMP-5.
       01  WS-RENAME-STATUS             PIC S9(9) COMP-5.
       01  WS-ITEM-FOUND-FLAG           PIC X(01).
           88 WS-ITEM-IS-FOUND              VALUE "Y".
           88 WS-ITEM-NOT-FOUND             VALUE "N".
       01  WS-ACTION-FLAG               PIC X(01).
           88 WS-ACTION-DONE                VALUE "Y".
           88 WS-ACTION-NOT-DONE            VALUE "N".
       01  WS-REQUIRED-ROLE             PIC X(01).
       01  WS-OPERATOR-ID               PIC X(08).
       01  WS-SIGNON-RESULT             PIC X(01).
       01  WS-SEC-EVENT-CBU             PIC 9(22).
       01  WS-SEC-EVENT-TYPE            PIC X(16).
       01  WS-SEC-TERMINAL-ID           PIC X(06) VALUE "OPS   ".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RETAINED-NOTES-MANAGE - RETAINED NOTES WORKBENCH"
           DISPLAY "1.LIST NOTES AWAITING EXAMINATION"
           DISPLAY "2.RECORD THE EXAMINATION RESULT"
           ACCEPT WS-INPUT-OPTION

      *    Crediting a customer on the examination's word is
      *    supervisor work; looking is not.
           IF WS-INPUT-OPTION = 2
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

           EVALUATE WS-INPUT-OPTION
               WHEN 1
                   PERFORM 100-LIST-RETAINED THRU 100-END
               WHEN 2
                   PERFORM 200-RECORD-RESULT THRU 200-END
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE
           STOP RUN.

       100-LIST-RETAINED.
           OPEN INPUT RETAINED-NOTES-FILE
           IF RETNOTEF-STATUS NOT = 00
               DISPLAY "NO RETAINED NOTES ON FILE"
               GO TO 100-END
           END-IF
           PERFORM UNTIL RETNOTEF-STATUS = 10
               READ RETAINED-NOTES-FILE
                   AT END
                       MOVE 10 TO RETNOTEF-STATUS
                   NOT AT END
                       IF RN-IS-RETAINED
                           ADD 1 TO WS-RETAINED-COUNT
                           ADD RN-AMOUNT TO WS-RETAINED-TOTAL
                           PERFORM 110-SHOW-ITEM THRU 110-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETAINED-NOTES-FILE
           MOVE WS-RETAINED-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "ROWS AWAITING EXAMINATION: " WS-RETAINED-COUNT
               "  FACE VALUE: " WS-AMOUNT-DISPLAY.
       100-END.EXIT.

       110-SHOW-ITEM.
           MOVE RN-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "-----------------------------------------------"
           DISPLAY "REFERENCE:   " RN-REF-DATE " " RN-REF-SEQ
               "  TERMINAL " RN-TERMINAL-ID
           DISPLAY "DEPOSITED:   " RN-DEPOSIT-DATE " " RN-DEPOSIT-TIME
               "  TO CBU " RN-CBU
           DISPLAY "DEPOSITOR:   " RN-FULL-NAME " DOC "
               RN-DOCUMENT-NUMBER
           DISPLAY "NOTES:       " RN-QUANTITY " X " RN-DENOMINATION
               "  FACE VALUE " WS-AMOUNT-DISPLAY
           IF RN-REPORTED-DATE = SPACES
               DISPLAY "REPORTED:    NOT YET"
           ELSE
               DISPLAY "REPORTED:    " RN-REPORTED-DATE
           END-IF.
       110-END.EXIT.

      *    One pass over the register: the identified row gets its
      *    verdict carried out first, and only a successful one
      *    closes it on the rewrite.
       200-RECORD-RESULT.
           DISPLAY "ENTER THE ROW'S DEPOSIT DATE (YYYYMMDD)"
           ACCEPT WS-INPUT-REF-DATE
           DISPLAY "ENTER THE ROW'S SEQUENCE NUMBER"
           ACCEPT WS-INPUT-REF-SEQ

           OPEN INPUT RETAINED-NOTES-FILE
           IF RETNOTEF-STATUS NOT = 00
               DISPLAY "NO RETAINED NOTES ON FILE"
               GO TO 200-END
           END-IF
           OPEN OUTPUT RETAINED-NOTES-OUT
           IF RETNOTEOUTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN RETAINED-NOTES.txt.new"
               CLOSE RETAINED-NOTES-FILE
               GO TO 200-END
           END-IF

           SET WS-ITEM-NOT-FOUND TO TRUE
           SET WS-ACTION-NOT-DONE TO TRUE
           PERFORM UNTIL RETNOTEF-STATUS = 10
               READ RETAINED-NOTES-FILE
                   AT END
                       MOVE 10 TO RETNOTEF-STATUS
                   NOT AT END
                       IF WS-ITEM-NOT-FOUND
                           AND RN-REF-DATE = WS-INPUT-REF-DATE
                           AND RN-REF-SEQ = WS-INPUT-REF-SEQ
                           AND RN-IS-RETAINED
                           SET WS-ITEM-IS-FOUND TO TRUE
                           PERFORM 110-SHOW-ITEM THRU 110-END
                           PERFORM 210-ACT-ON-ITEM THRU 210-END
                       END-IF
                       WRITE RETAINED-NOTES-OUT-REC
                           FROM RETAINED-NOTE-RECORD
               END-READ
           END-PERFORM
           CLOSE RETAINED-NOTES-FILE
           CLOSE RETAINED-NOTES-OUT

           IF WS-ITEM-NOT-FOUND
               DISPLAY "NO RETAINED ROW MATCHES - NO CHANGES MADE"
               GO TO 200-END
           END-IF

           CALL "CBL_DELETE_FILE" USING "RETAINED-NOTES.txt"
               GIVING WS-DELETE-STATUS
           IF WS-DELETE-STATUS NOT = 0
               DISPLAY "UNABLE TO DELETE OLD RETAINED-NOTES.txt, "
                   "ABORTING BEFORE RENAME"
               GO TO 200-END
           END-IF
           CALL "CBL_RENAME_FILE" USING
               "RETAINED-NOTES.txt.new" "RETAINED-NOTES.txt"
               GIVING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               DISPLAY "UNABLE TO RENAME RETAINED-NOTES.txt.new INTO "
                   "PLACE - RETAINED-NOTES REGISTER MAY BE MISSING"
               GO TO 200-END
           END-IF

           IF WS-ACTION-DONE
               CALL 'SEC-EVENT-LOG' USING WS-SEC-EVENT-CBU
                   WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE
                   WS-OPERATOR-ID
           END-IF.
       200-END.EXIT.

       210-ACT-ON-ITEM.
           DISPLAY "HOW MANY OF THESE NOTES PROVED GENUINE? "
               "(0 - ALL COUNTERFEIT)"
           ACCEPT WS-INPUT-GENUINE
           IF WS-INPUT-GENUINE > RN-QUANTITY
               DISPLAY "MORE THAN WERE RETAINED - ROW LEFT AS IT WAS"
               GO TO 210-END
           END-IF

           IF WS-INPUT-GENUINE > 0
               COMPUTE WS-GENUINE-AMOUNT =
                   RN-DENOMINATION * WS-INPUT-GENUINE
               PERFORM 220-CREDIT-GENUINE THRU 220-END
               IF WS-ACTION-NOT-DONE
                   GO TO 210-END
               END-IF
               SET RN-IS-GENUINE TO TRUE
               MOVE "NOTE-GENUINE" TO WS-SEC-EVENT-TYPE
               MOVE WS-GENUINE-AMOUNT TO WS-AMOUNT-DISPLAY
               DISPLAY "CREDITED " WS-AMOUNT-DISPLAY " TO " RN-CBU
           ELSE
               SET RN-IS-COUNTERFEIT TO TRUE
               MOVE "NOTE-COUNTERFEIT" TO WS-SEC-EVENT-TYPE
               DISPLAY "RECORDED AS COUNTERFEIT - NOTHING CREDITED"
           END-IF
           MOVE WS-INPUT-GENUINE TO RN-GENUINE-QUANTITY
           MOVE WS-TODAY TO RN-RESOLVED-DATE
           MOVE WS-OPERATOR-ID TO RN-RESOLVED-OPERATOR
           MOVE RN-CBU TO WS-SEC-EVENT-CBU
           SET WS-ACTION-DONE TO TRUE.
       210-END.EXIT.

      *    The genuine notes' face value goes to the account they
      *    were deposited to, as the deposit would have credited it.
       220-CREDIT-GENUINE.
           SET WS-ACTION-NOT-DONE TO TRUE
           OPEN I-O ACCOUNTS-FILE
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN ACCOUNTS.DAT"
               GO TO 220-END
           END-IF
           MOVE RN-CBU TO FS-CBU
           READ ACCOUNTS-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "ACCOUNT NOT FOUND - ROW LEFT RETAINED"
                   CLOSE ACCOUNTS-FILE
                   GO TO 220-END
           END-READ
           IF ACCOUNTSF-STATUS = 51
               DISPLAY "ACCOUNT BUSY - TRY AGAIN LATER"
               CLOSE ACCOUNTS-FILE
               GO TO 220-END
           END-IF
           IF FS-ACCOUNT-IS-LOCKED OR FS-ACCOUNT-FROZEN
               OR FS-ACCOUNT-CLOSED
               DISPLAY "ACCOUNT IS NOT ACTIVE - ROW LEFT RETAINED"
               UNLOCK ACCOUNTS-FILE
               CLOSE ACCOUNTS-FILE
               GO TO 220-END
           END-IF

           ADD WS-GENUINE-AMOUNT TO FS-BALANCE
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING CBU: " FS-CBU
                   CLOSE ACCOUNTS-FILE
                   GO TO 220-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
           UNLOCK ACCOUNTS-FILE

           MOVE SPACES TO WS-RECEIPT-WORK
           MOVE FS-CBU TO WR-CBU
           MOVE "NOTE-GENU" TO WR-TRANS-TYPE
           MOVE WS-GENUINE-AMOUNT TO WR-AMOUNT
           MOVE FS-BALANCE TO WR-RESULTING-BALANCE
           MOVE WS-TODAY TO WR-DATE
           MOVE "00000000" TO WR-TIME
           MOVE RN-TERMINAL-ID TO WR-TERMINAL-ID
           MOVE RN-DEPOSIT-DATE TO WR-REF-DATE
           MOVE FS-CURRENCY-CODE TO WR-CURRENCY-CODE
           CALL 'RECEIPT-WRITE' USING WS-RECEIPT-WORK
           CLOSE ACCOUNTS-FILE
           SET WS-ACTION-DONE TO TRUE.
       220-END.EXIT.
       END PROGRAM RETAINED-NOTES-MANAGE.
