      ******************************************************************
      * Author:
      * Date:
      * Purpose: Teller tool for the direct-debit mandate file
      *          (MANDATES.DAT): which registered billers a customer
      *          has authorized to collect from an account, and on
      *          what terms. Lists an account's mandates, sets one up
      *          at the counter with its maximum amount and start and
      *          end dates, and revokes one. Revocation takes effect
      *          at once - the nightly DIRECT-DEBIT-RUN refuses the
      *          biller from then on. Every change is logged through
      *          SEC-EVENT-LOG under the teller and notified to the
      *          customer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDATE-MAINTENANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATES-FILE ASSIGN TO "MANDATES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-KEY
               FILE STATUS IS MANDATESF-STATUS.
           SELECT ACCOUNTS-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CBU
               FILE STATUS IS ACCOUNTSF-STATUS.
           SELECT SERVICES-FILE ASSIGN TO "SERVICES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-CODE
               FILE STATUS IS SERVICESF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDATES-FILE.
           COPY MANDATEREC.

       FD  ACCOUNTS-FILE.
           COPY ACCTREC.

       FD  SERVICES-FILE.
           COPY SERVICESREC.

       WORKING-STORAGE SECTION.
       01  MANDATESF-STATUS            PIC 9(2).
       01  ACCOUNTSF-STATUS            PIC 9(2).
       01  SERVICESF-STATUS            PIC 9(2).
       01  WS-INPUT-OPTION             PIC 9(01).
       01  WS-INPUT-CBU                PIC 9(22).
       01  WS-INPUT-SERVICE            PIC 9(06).
       01  WS-INPUT-MAX-AMOUNT         PIC 9(18)V99.
       01  WS-INPUT-DATE               PIC X(08).
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TODAY                    PIC X(08).
       01  WS-EFFECTIVE-DATE           PIC X(08).
       01  WS-START-DATE               PIC X(08).
       01  WS-END-DATE                 PIC X(08).
       01  WS-MANDATE-STATE-TEXT       PIC X(07).
       01  WS-MANDATE-END-TEXT         PIC X(08).
       01  WS-MANDATES-LISTED          PIC 9(03).
       01  WS-AMOUNT-DISPLAY           PIC Z(17)9.99.
       01  WS-SERVICES-OPEN-FLAG       PIC X(01).
           88 WS-SERVICES-ARE-OPEN         VALUE "Y".
           88 WS-SERVICES-NOT-OPEN         VALUE "N".
       01  WS-MANDATE-FOUND-FLAG       PIC X(01).
           88 WS-MANDATE-IS-FOUND          VALUE "Y".
           88 WS-MANDATE-NOT-FOUND         VALUE "N".
       01  WS-NOTIFY-EVENT-TYPE        PIC X(16).
       01  WS-NOTIFY-AMOUNT            PIC 9(18)V99 VALUE ZERO.
      *    A mandate is the customer's own instruction, taken at the
      *    counter by any teller; every change is logged under the
      *    operator.
       01  WS-REQUIRED-ROLE            PIC X(01) VALUE "T".
       01  WS-OPERATOR-ID              PIC X(08).
       01  WS-SIGNON-RESULT            PIC X(01).
       01  WS-SEC-EVENT-TYPE           PIC X(16).
       01  WS-SEC-TERMINAL-ID          PIC X(06) VALUE "OPS   ".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "MANDATE-MAINTENANCE - BILLER DIRECT DEBITS"

           CALL 'OPERATOR-SIGNON' USING WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT = "N"
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY

           DISPLAY "1.LIST THE DIRECT DEBITS OF AN ACCOUNT"
           DISPLAY "2.SET UP A DIRECT DEBIT"
           DISPLAY "3.REVOKE A DIRECT DEBIT"
           ACCEPT WS-INPUT-OPTION

           PERFORM 010-OPEN-FILES THRU 010-END

           DISPLAY "ENTER THE ACCOUNT CBU"
           ACCEPT WS-INPUT-CBU
           MOVE WS-INPUT-CBU TO FS-CBU
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY "NO SUCH ACCOUNT ON FILE: " WS-INPUT-CBU
                   PERFORM 090-CLOSE-FILES THRU 090-END
                   STOP RUN
           END-READ

           EVALUATE WS-INPUT-OPTION
               WHEN 1
                   PERFORM 020-LIST-MANDATES THRU 020-END
               WHEN 2
                   PERFORM 030-ADD-MANDATE THRU 030-END
               WHEN 3
                   PERFORM 040-REVOKE-MANDATE THRU 040-END
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE

           PERFORM 090-CLOSE-FILES THRU 090-END
           STOP RUN.

       010-OPEN-FILES.
      *    MANDATES.DAT may not exist yet on a brand new install.
           OPEN I-O MANDATES-FILE
           IF MANDATESF-STATUS = 35
               OPEN OUTPUT MANDATES-FILE
               CLOSE MANDATES-FILE
               OPEN I-O MANDATES-FILE
           END-IF
           IF MANDATESF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN MANDATES.DAT"
               DISPLAY "FS-STATUS: " MANDATESF-STATUS
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNTS-FILE
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN ACCOUNTS.DAT"
               DISPLAY "FS-STATUS: " ACCOUNTSF-STATUS
               CLOSE MANDATES-FILE
               STOP RUN
           END-IF

      *    No biller table yet only means no names on the list and
      *    no new mandates.
           SET WS-SERVICES-NOT-OPEN TO TRUE
           OPEN INPUT SERVICES-FILE
           IF SERVICESF-STATUS = 00
               SET WS-SERVICES-ARE-OPEN TO TRUE
           END-IF.
       010-END.EXIT.

       020-LIST-MANDATES.
           DISPLAY "-----------------------------------------------"
           DISPLAY "ACCOUNT " FS-CBU "  " FS-USERNAME
           MOVE 0 TO WS-MANDATES-LISTED
           MOVE WS-INPUT-CBU TO MD-CBU
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
                       IF MD-CBU NOT = WS-INPUT-CBU
                           MOVE 10 TO MANDATESF-STATUS
                       ELSE
                           PERFORM 025-SHOW-ONE-MANDATE THRU 025-END
                       END-IF
               END-READ
           END-PERFORM
           MOVE 00 TO MANDATESF-STATUS
           IF WS-MANDATES-LISTED = 0
               DISPLAY "NO DIRECT DEBITS ON FILE"
           END-IF.
       020-END.EXIT.

       025-SHOW-ONE-MANDATE.
           ADD 1 TO WS-MANDATES-LISTED
           MOVE MD-SERVICE-CODE TO SV-CODE
           MOVE SPACES TO SV-NAME
           IF WS-SERVICES-ARE-OPEN
               READ SERVICES-FILE
                   INVALID KEY
                       MOVE "** NOT A REGISTERED BILLER **"
                           TO SV-NAME
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
           DISPLAY MD-SERVICE-CODE "  " SV-NAME
           DISPLAY "  UP TO " WS-AMOUNT-DISPLAY "  FROM "
               MD-START-DATE "  TO " WS-MANDATE-END-TEXT "  "
               WS-MANDATE-STATE-TEXT
           DISPLAY "  SET UP " MD-SET-UP-DATE " BY " MD-SET-UP-BY
               "  LAST COLLECTED " MD-LAST-COLLECTED-DATE
           IF MD-IS-REVOKED
               DISPLAY "  REVOKED " MD-REVOKED-DATE " BY "
                   MD-REVOKED-BY
           END-IF.
       025-END.EXIT.

      *    A biller already holding an active mandate on the account
      *    must have it revoked first, so the customer always knows
      *    which terms are in force; a revoked one is replaced.
       030-ADD-MANDATE.
           IF FS-ACCOUNT-CLOSED
               DISPLAY "ACCOUNT IS CLOSED - NO DIRECT DEBITS CAN BE "
                   "SET UP"
               GO TO 030-END
           END-IF
      *    Billers collect in the home currency only.
           IF FS-CURRENCY-CODE NOT = SPACES
               AND FS-CURRENCY-CODE NOT = "ARS"
               DISPLAY "DIRECT DEBITS ARE COLLECTED IN ARS ONLY - "
                   "USE THE CUSTOMER'S ARS ACCOUNT"
               GO TO 030-END
           END-IF
           IF WS-SERVICES-NOT-OPEN
               DISPLAY "NO SERVICES ARE REGISTERED YET"
               GO TO 030-END
           END-IF
           DISPLAY "ENTER THE SERVICE/BILLER CODE"
           ACCEPT WS-INPUT-SERVICE
           MOVE WS-INPUT-SERVICE TO SV-CODE
           READ SERVICES-FILE
               INVALID KEY
                   DISPLAY "UNKNOWN SERVICE/BILLER CODE: "
                       WS-INPUT-SERVICE
                   GO TO 030-END
           END-READ
           DISPLAY "BILLER: " SV-NAME

           MOVE WS-INPUT-CBU TO MD-CBU
           MOVE WS-INPUT-SERVICE TO MD-SERVICE-CODE
           SET WS-MANDATE-IS-FOUND TO TRUE
           READ MANDATES-FILE
               INVALID KEY
                   SET WS-MANDATE-NOT-FOUND TO TRUE
           END-READ
           IF WS-MANDATE-IS-FOUND AND MD-IS-ACTIVE
               DISPLAY "THAT BILLER ALREADY HAS AN ACTIVE DIRECT "
                   "DEBIT ON THE ACCOUNT - REVOKE IT FIRST"
               GO TO 030-END
           END-IF

           DISPLAY "MAXIMUM AMOUNT PER COLLECTION"
           ACCEPT WS-INPUT-MAX-AMOUNT
           IF WS-INPUT-MAX-AMOUNT = 0
               DISPLAY "THE MAXIMUM MUST BE GREATER THAN ZERO"
               GO TO 030-END
           END-IF
           DISPLAY "START DATE YYYYMMDD (BLANK FOR TODAY)"
           PERFORM 070-ACCEPT-DATE THRU 070-END
           IF WS-EFFECTIVE-DATE = SPACES
               GO TO 030-END
           END-IF
           IF WS-EFFECTIVE-DATE < WS-TODAY
               DISPLAY "THE START DATE CANNOT BE IN THE PAST"
               GO TO 030-END
           END-IF
           MOVE WS-EFFECTIVE-DATE TO WS-START-DATE
      *    The end date is the last day the biller may collect; a
      *    blank one leaves the mandate open until revoked.
           DISPLAY "END DATE YYYYMMDD (BLANK FOR NO END DATE)"
           MOVE SPACES TO WS-INPUT-DATE
           ACCEPT WS-INPUT-DATE
           MOVE SPACES TO WS-END-DATE
           IF WS-INPUT-DATE NOT = SPACES
               IF WS-INPUT-DATE IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION
                       NUMVAL(WS-INPUT-DATE)) NOT = 0
                   DISPLAY "THAT IS NOT A REAL DATE"
                   GO TO 030-END
               END-IF
               IF WS-INPUT-DATE < WS-START-DATE
                   DISPLAY "THE END DATE IS BEFORE THE START DATE"
                   GO TO 030-END
               END-IF
               MOVE WS-INPUT-DATE TO WS-END-DATE
           END-IF

           INITIALIZE MANDATE-RECORD
           MOVE WS-INPUT-CBU TO MD-CBU
           MOVE WS-INPUT-SERVICE TO MD-SERVICE-CODE
           MOVE WS-INPUT-MAX-AMOUNT TO MD-MAX-AMOUNT
           MOVE WS-START-DATE TO MD-START-DATE
           MOVE WS-END-DATE TO MD-END-DATE
           SET MD-IS-ACTIVE TO TRUE
           SET MD-SET-UP-AT-COUNTER TO TRUE
           MOVE WS-OPERATOR-ID TO MD-SET-UP-BY
           MOVE WS-TODAY TO MD-SET-UP-DATE
           IF WS-MANDATE-IS-FOUND
               REWRITE MANDATE-RECORD
                   INVALID KEY
                       DISPLAY "SYSTEM FAILURE. TRY LATER"
                       GO TO 030-END
               END-REWRITE
           ELSE
               WRITE MANDATE-RECORD
                   INVALID KEY
                       DISPLAY "SYSTEM FAILURE. TRY LATER"
                       GO TO 030-END
               END-WRITE
           END-IF
           MOVE WS-INPUT-MAX-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY SV-NAME " MAY COLLECT UP TO " WS-AMOUNT-DISPLAY
               " FROM " WS-START-DATE
           MOVE "MANDATE-ADDED" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING WS-INPUT-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID
           MOVE "MANDATE-ADDED" TO WS-NOTIFY-EVENT-TYPE
           MOVE WS-INPUT-MAX-AMOUNT TO WS-NOTIFY-AMOUNT
           CALL 'NOTIFY-ENQUEUE' USING WS-INPUT-CBU
               WS-NOTIFY-EVENT-TYPE WS-NOTIFY-AMOUNT.
       030-END.EXIT.

       040-REVOKE-MANDATE.
           DISPLAY "ENTER THE SERVICE/BILLER CODE TO REVOKE"
           ACCEPT WS-INPUT-SERVICE
           MOVE WS-INPUT-CBU TO MD-CBU
           MOVE WS-INPUT-SERVICE TO MD-SERVICE-CODE
           READ MANDATES-FILE
               INVALID KEY
                   DISPLAY "THAT BILLER HAS NO DIRECT DEBIT ON THE "
                       "ACCOUNT"
                   GO TO 040-END
           END-READ
           IF MD-IS-REVOKED
               DISPLAY "THAT DIRECT DEBIT WAS ALREADY REVOKED ON "
                   MD-REVOKED-DATE
               GO TO 040-END
           END-IF

           SET MD-IS-REVOKED TO TRUE
           MOVE WS-OPERATOR-ID TO MD-REVOKED-BY
           MOVE WS-TODAY TO MD-REVOKED-DATE
           REWRITE MANDATE-RECORD
               INVALID KEY
                   DISPLAY "SYSTEM FAILURE. TRY LATER"
                   GO TO 040-END
           END-REWRITE
           DISPLAY "DIRECT DEBIT OF BILLER " WS-INPUT-SERVICE
               " REVOKED"
           MOVE "MANDATE-REVOKED" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING WS-INPUT-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID
           MOVE "MANDATE-REVOKED" TO WS-NOTIFY-EVENT-TYPE
           MOVE 0 TO WS-NOTIFY-AMOUNT
           CALL 'NOTIFY-ENQUEUE' USING WS-INPUT-CBU
               WS-NOTIFY-EVENT-TYPE WS-NOTIFY-AMOUNT.
       040-END.EXIT.

       070-ACCEPT-DATE.
           MOVE SPACES TO WS-INPUT-DATE
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE = SPACES
               MOVE WS-TODAY TO WS-EFFECTIVE-DATE
               GO TO 070-END
           END-IF
           IF WS-INPUT-DATE IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION
                   NUMVAL(WS-INPUT-DATE)) NOT = 0
               DISPLAY "THAT IS NOT A REAL DATE"
               MOVE SPACES TO WS-EFFECTIVE-DATE
               GO TO 070-END
           END-IF
           MOVE WS-INPUT-DATE TO WS-EFFECTIVE-DATE.
       070-END.EXIT.

       090-CLOSE-FILES.
           CLOSE MANDATES-FILE
           CLOSE ACCOUNTS-FILE
           IF WS-SERVICES-ARE-OPEN
               CLOSE SERVICES-FILE
           END-IF.
       090-END.EXIT.
       END PROGRAM MANDATE-MAINTENANCE.
