      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor tool for the account-party file
      *          (ACCOUNT-PARTIES.DAT): who besides the owner in
      *          FS-CUSTOMER-ID stands on an account. Lists an
      *          account's parties, adds a joint owner or an
      *          authorized signatory from a given date, ends a
      *          party's link on a given date, and moves the primary
      *          ownership to one of the joint owners. Ending a link
      *          blocks every card the party holds on the account,
      *          so a revoked power of attorney cannot still draw at
      *          the machine. Every change is logged through
      *          SEC-EVENT-LOG under the supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTY-MAINTENANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-PARTIES-FILE ASSIGN TO "ACCOUNT-PARTIES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               ALTERNATE RECORD KEY IS AP-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS PARTYF-STATUS.
           SELECT ACCOUNTS-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CBU
               FILE STATUS IS ACCOUNTSF-STATUS.
           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS CUSTF-STATUS.
           SELECT CARDS-FILE ASSIGN TO "CARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CARD-NUMBER
               FILE STATUS IS CARDSF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-PARTIES-FILE.
           COPY PARTYREC.

       FD  ACCOUNTS-FILE.
           COPY ACCTREC.

       FD  CUSTOMERS-FILE.
           COPY CUSTREC.

       FD  CARDS-FILE.
           COPY CARDREC.

       WORKING-STORAGE SECTION.
       01  PARTYF-STATUS               PIC 9(2).
       01  ACCOUNTSF-STATUS            PIC 9(2).
       01  CUSTF-STATUS                PIC 9(2).
       01  CARDSF-STATUS               PIC 9(2).
       01  WS-INPUT-OPTION             PIC 9(01).
       01  WS-INPUT-CBU                PIC 9(22).
       01  WS-INPUT-CUSTOMER-ID        PIC 9(08).
       01  WS-INPUT-ROLE               PIC X(01).
       01  WS-INPUT-DATE               PIC X(08).
       01  WS-INPUT-CONFIRM            PIC 9(01).
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TODAY                    PIC X(08).
       01  WS-EFFECTIVE-DATE           PIC X(08).
       01  WS-OLD-PRIMARY-ID           PIC 9(08).
       01  WS-ROLE-TEXT                PIC X(12).
       01  WS-LINK-STATE-TEXT          PIC X(08).
       01  WS-PARTIES-LISTED           PIC 9(03).
       01  WS-CARDS-BLOCKED            PIC 9(03).
       01  WS-BLOCK-HOLDER-ID          PIC 9(08).
       01  WS-CARDS-OPEN-FLAG          PIC X(01).
           88 WS-CARDS-ARE-OPEN            VALUE "Y".
           88 WS-CARDS-NOT-OPEN            VALUE "N".
       01  WS-PARTY-FOUND-FLAG         PIC X(01).
           88 WS-PARTY-IS-FOUND            VALUE "Y".
           88 WS-PARTY-NOT-FOUND           VALUE "N".
       01  WS-LINK-ACTIVE-FLAG         PIC X(01).
           88 WS-LINK-IS-ACTIVE            VALUE "Y".
           88 WS-LINK-NOT-ACTIVE           VALUE "N".
      *    Who stands on an account is a supervisor's decision, and
      *    every change is logged under the operator.
       01  WS-REQUIRED-ROLE            PIC X(01) VALUE "S".
       01  WS-OPERATOR-ID              PIC X(08).
       01  WS-SIGNON-RESULT            PIC X(01).
       01  WS-SEC-EVENT-TYPE           PIC X(16).
       01  WS-SEC-TERMINAL-ID          PIC X(06) VALUE "OPS   ".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PARTY-MAINTENANCE - JOINT OWNERS AND SIGNATORIES"

           CALL 'OPERATOR-SIGNON' USING WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT = "N"
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY

           DISPLAY "1.LIST THE PARTIES OF AN ACCOUNT"
           DISPLAY "2.ADD A JOINT OWNER OR SIGNATORY"
           DISPLAY "3.END A PARTY'S LINK"
           DISPLAY "4.MAKE A JOINT OWNER THE PRIMARY OWNER"
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
                   PERFORM 020-LIST-PARTIES THRU 020-END
               WHEN 2
                   PERFORM 030-ADD-PARTY THRU 030-END
               WHEN 3
                   PERFORM 040-END-PARTY THRU 040-END
               WHEN 4
                   PERFORM 050-CHANGE-PRIMARY THRU 050-END
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE

           PERFORM 090-CLOSE-FILES THRU 090-END
           STOP RUN.

       010-OPEN-FILES.
      *    ACCOUNT-PARTIES.DAT may not exist yet on a brand new
      *    install.
           OPEN I-O ACCOUNT-PARTIES-FILE
           IF PARTYF-STATUS = 35
               OPEN OUTPUT ACCOUNT-PARTIES-FILE
               CLOSE ACCOUNT-PARTIES-FILE
               OPEN I-O ACCOUNT-PARTIES-FILE
           END-IF
           IF PARTYF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN ACCOUNT-PARTIES.DAT"
               DISPLAY "FS-STATUS: " PARTYF-STATUS
               STOP RUN
           END-IF

           OPEN I-O ACCOUNTS-FILE
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN ACCOUNTS.DAT"
               DISPLAY "FS-STATUS: " ACCOUNTSF-STATUS
               CLOSE ACCOUNT-PARTIES-FILE
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMERS-FILE
           IF CUSTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN CUSTOMERS.DAT"
               DISPLAY "FS-STATUS: " CUSTF-STATUS
               CLOSE ACCOUNT-PARTIES-FILE
               CLOSE ACCOUNTS-FILE
               STOP RUN
           END-IF

      *    No card master yet simply means no cards to block.
           SET WS-CARDS-NOT-OPEN TO TRUE
           OPEN I-O CARDS-FILE
           IF CARDSF-STATUS = 00
               SET WS-CARDS-ARE-OPEN TO TRUE
           END-IF.
       010-END.EXIT.

       020-LIST-PARTIES.
           DISPLAY "-----------------------------------------------"
           DISPLAY "ACCOUNT " FS-CBU "  " FS-USERNAME
           IF FS-CUSTOMER-ID = 0
               DISPLAY "PRIMARY OWNER: NONE ON FILE (LEGACY ACCOUNT)"
           ELSE
               MOVE FS-CUSTOMER-ID TO CU-CUSTOMER-ID
               MOVE SPACES TO CU-FULL-NAME
               READ CUSTOMERS-FILE
                   INVALID KEY
                       MOVE "** NOT ON CUSTOMER MASTER **"
                           TO CU-FULL-NAME
               END-READ
               DISPLAY "PRIMARY OWNER: " FS-CUSTOMER-ID "  "
                   CU-FULL-NAME
           END-IF

           MOVE 0 TO WS-PARTIES-LISTED
           MOVE WS-INPUT-CBU TO AP-CBU
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
                       IF AP-CBU NOT = WS-INPUT-CBU
                           MOVE 10 TO PARTYF-STATUS
                       ELSE
                           PERFORM 025-SHOW-ONE-PARTY THRU 025-END
                       END-IF
               END-READ
           END-PERFORM
           MOVE 00 TO PARTYF-STATUS
           IF WS-PARTIES-LISTED = 0
               DISPLAY "NO OTHER PARTIES ON FILE"
           END-IF.
       020-END.EXIT.

       025-SHOW-ONE-PARTY.
           ADD 1 TO WS-PARTIES-LISTED
           PERFORM 080-DESCRIBE-ROLE THRU 080-END
           PERFORM 085-CHECK-ACTIVE THRU 085-END
           IF WS-LINK-IS-ACTIVE
               MOVE "ACTIVE" TO WS-LINK-STATE-TEXT
           ELSE
               IF AP-START-DATE > WS-TODAY
                   MOVE "FUTURE" TO WS-LINK-STATE-TEXT
               ELSE
                   MOVE "ENDED" TO WS-LINK-STATE-TEXT
               END-IF
           END-IF
           MOVE AP-CUSTOMER-ID TO CU-CUSTOMER-ID
           MOVE SPACES TO CU-FULL-NAME
           READ CUSTOMERS-FILE
               INVALID KEY
                   MOVE "** NOT ON CUSTOMER MASTER **"
                       TO CU-FULL-NAME
           END-READ
           DISPLAY AP-CUSTOMER-ID "  " CU-FULL-NAME
           DISPLAY "  " WS-ROLE-TEXT " " WS-LINK-STATE-TEXT
               "  FROM " AP-START-DATE "  TO " AP-END-DATE
               "  BY " AP-OPERATOR-ID.
       025-END.EXIT.

       030-ADD-PARTY.
           IF FS-ACCOUNT-CLOSED
               DISPLAY "ACCOUNT IS CLOSED - NO PARTIES CAN BE ADDED"
               GO TO 030-END
           END-IF
           DISPLAY "ENTER THE CUSTOMER ID OF THE NEW PARTY"
           ACCEPT WS-INPUT-CUSTOMER-ID
           IF WS-INPUT-CUSTOMER-ID = FS-CUSTOMER-ID
               DISPLAY "THAT CUSTOMER IS ALREADY THE PRIMARY OWNER"
               GO TO 030-END
           END-IF
           MOVE WS-INPUT-CUSTOMER-ID TO CU-CUSTOMER-ID
           READ CUSTOMERS-FILE
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE: "
                       WS-INPUT-CUSTOMER-ID
                   GO TO 030-END
           END-READ
           DISPLAY "CUSTOMER: " CU-FULL-NAME
           DISPLAY "ROLE: J-JOINT OWNER, S-AUTHORIZED SIGNATORY"
           ACCEPT WS-INPUT-ROLE
           IF WS-INPUT-ROLE NOT = "J" AND WS-INPUT-ROLE NOT = "S"
               DISPLAY "ROLE MUST BE J OR S"
               GO TO 030-END
           END-IF
           DISPLAY "START DATE YYYYMMDD (BLANK FOR TODAY)"
           PERFORM 070-ACCEPT-DATE THRU 070-END
           IF WS-EFFECTIVE-DATE = SPACES
               GO TO 030-END
           END-IF

      *    One row per account and customer: a party whose link has
      *    ended can be taken back on, overwriting the old dates.
           MOVE WS-INPUT-CBU TO AP-CBU
           MOVE WS-INPUT-CUSTOMER-ID TO AP-CUSTOMER-ID
           SET WS-PARTY-IS-FOUND TO TRUE
           READ ACCOUNT-PARTIES-FILE
               INVALID KEY
                   SET WS-PARTY-NOT-FOUND TO TRUE
           END-READ
           IF WS-PARTY-IS-FOUND
               AND (AP-END-DATE = SPACES OR AP-END-DATE > WS-TODAY)
               PERFORM 080-DESCRIBE-ROLE THRU 080-END
               DISPLAY "THAT CUSTOMER IS ALREADY ON THE ACCOUNT AS "
                   WS-ROLE-TEXT " - END THE LINK FIRST"
               GO TO 030-END
           END-IF

           MOVE WS-INPUT-CBU TO AP-CBU
           MOVE WS-INPUT-CUSTOMER-ID TO AP-CUSTOMER-ID
           MOVE WS-INPUT-ROLE TO AP-ROLE
           MOVE WS-EFFECTIVE-DATE TO AP-START-DATE
           MOVE SPACES TO AP-END-DATE
           MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID
           IF WS-PARTY-IS-FOUND
               REWRITE ACCOUNT-PARTY-RECORD
                   INVALID KEY
                       DISPLAY "SYSTEM FAILURE. TRY LATER"
                       GO TO 030-END
               END-REWRITE
           ELSE
               WRITE ACCOUNT-PARTY-RECORD
                   INVALID KEY
                       DISPLAY "SYSTEM FAILURE. TRY LATER"
                       GO TO 030-END
               END-WRITE
           END-IF
           PERFORM 080-DESCRIBE-ROLE THRU 080-END
           DISPLAY "CUSTOMER " WS-INPUT-CUSTOMER-ID " ADDED AS "
               WS-ROLE-TEXT " FROM " WS-EFFECTIVE-DATE
           MOVE "PARTY-ADDED" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING WS-INPUT-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID.
       030-END.EXIT.

       040-END-PARTY.
           DISPLAY "ENTER THE CUSTOMER ID WHOSE LINK ENDS"
           ACCEPT WS-INPUT-CUSTOMER-ID
           MOVE WS-INPUT-CBU TO AP-CBU
           MOVE WS-INPUT-CUSTOMER-ID TO AP-CUSTOMER-ID
           READ ACCOUNT-PARTIES-FILE
               INVALID KEY
                   DISPLAY "THAT CUSTOMER IS NOT A PARTY TO THE "
                       "ACCOUNT"
                   GO TO 040-END
           END-READ
           IF AP-PRIMARY-OWNER
               DISPLAY "THAT ROW IS PRIMARY-OWNER HISTORY - USE "
                   "OPTION 4 TO MOVE THE OWNERSHIP"
               GO TO 040-END
           END-IF
           IF AP-END-DATE NOT = SPACES AND AP-END-DATE <= WS-TODAY
               DISPLAY "THAT LINK ALREADY ENDED ON " AP-END-DATE
               GO TO 040-END
           END-IF
           DISPLAY "END DATE YYYYMMDD (BLANK FOR TODAY)"
           PERFORM 070-ACCEPT-DATE THRU 070-END
           IF WS-EFFECTIVE-DATE = SPACES
               GO TO 040-END
           END-IF
           IF WS-EFFECTIVE-DATE < AP-START-DATE
               DISPLAY "THE END DATE IS BEFORE THE LINK STARTED ("
                   AP-START-DATE ")"
               GO TO 040-END
           END-IF

           MOVE WS-EFFECTIVE-DATE TO AP-END-DATE
           MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID
           REWRITE ACCOUNT-PARTY-RECORD
               INVALID KEY
                   DISPLAY "SYSTEM FAILURE. TRY LATER"
                   GO TO 040-END
           END-REWRITE
           DISPLAY "LINK OF CUSTOMER " WS-INPUT-CUSTOMER-ID
               " ENDS ON " WS-EFFECTIVE-DATE
           MOVE "PARTY-ENDED" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING WS-INPUT-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID

      *    A link ending today stops the party's cards now; one
      *    ending later is left to a supervisor on the day.
           IF WS-EFFECTIVE-DATE = WS-TODAY
               MOVE WS-INPUT-CUSTOMER-ID TO WS-BLOCK-HOLDER-ID
               PERFORM 060-BLOCK-HOLDER-CARDS THRU 060-END
           ELSE
               DISPLAY "THE PARTY'S CARDS STAY ACTIVE UNTIL BLOCKED "
                   "THROUGH CARD-MAINTENANCE"
           END-IF.
       040-END.EXIT.

       050-CHANGE-PRIMARY.
           IF FS-ACCOUNT-CLOSED
               DISPLAY "ACCOUNT IS CLOSED - OWNERSHIP CANNOT MOVE"
               GO TO 050-END
           END-IF
           DISPLAY "ENTER THE CUSTOMER ID OF THE NEW PRIMARY OWNER"
           ACCEPT WS-INPUT-CUSTOMER-ID
           MOVE WS-INPUT-CBU TO AP-CBU
           MOVE WS-INPUT-CUSTOMER-ID TO AP-CUSTOMER-ID
           READ ACCOUNT-PARTIES-FILE
               INVALID KEY
                   DISPLAY "THAT CUSTOMER IS NOT A PARTY TO THE "
                       "ACCOUNT"
                   GO TO 050-END
           END-READ
           PERFORM 085-CHECK-ACTIVE THRU 085-END
           IF NOT AP-JOINT-OWNER OR WS-LINK-NOT-ACTIVE
               DISPLAY "ONLY A CURRENT JOINT OWNER CAN BECOME THE "
                   "PRIMARY OWNER"
               GO TO 050-END
           END-IF

           MOVE FS-CUSTOMER-ID TO WS-OLD-PRIMARY-ID
           IF WS-OLD-PRIMARY-ID NOT = 0
               DISPLAY "KEEP CUSTOMER " WS-OLD-PRIMARY-ID
                   " ON THE ACCOUNT AS A JOINT OWNER? 1-YES 2-NO"
               ACCEPT WS-INPUT-CONFIRM
           END-IF

      *    The account row first - it is what every program reads.
           MOVE WS-INPUT-CUSTOMER-ID TO FS-CUSTOMER-ID
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "SYSTEM FAILURE. TRY LATER"
                   GO TO 050-END
           END-REWRITE

           MOVE "P" TO AP-ROLE
           MOVE WS-TODAY TO AP-START-DATE
           MOVE SPACES TO AP-END-DATE
           MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID
           REWRITE ACCOUNT-PARTY-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING THE NEW OWNER'S PARTY ROW"
           END-REWRITE

           IF WS-OLD-PRIMARY-ID NOT = 0
               PERFORM 055-DEMOTE-OLD-PRIMARY THRU 055-END
           END-IF

           DISPLAY "CUSTOMER " WS-INPUT-CUSTOMER-ID
               " IS NOW THE PRIMARY OWNER"
           MOVE "PRIMARY-CHANGED" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING WS-INPUT-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID.
       050-END.EXIT.

      *    The old owner either stays on as a joint owner or keeps a
      *    closed P row as history. Their cards were cut to "the
      *    owner" (holder zero), so they are stamped with the old
      *    owner's ID before anyone reads them as the new owner's -
      *    and blocked if the old owner is leaving.
       055-DEMOTE-OLD-PRIMARY.
           MOVE WS-INPUT-CBU TO AP-CBU
           MOVE WS-OLD-PRIMARY-ID TO AP-CUSTOMER-ID
           SET WS-PARTY-IS-FOUND TO TRUE
           READ ACCOUNT-PARTIES-FILE
               INVALID KEY
                   SET WS-PARTY-NOT-FOUND TO TRUE
           END-READ
           MOVE WS-INPUT-CBU TO AP-CBU
           MOVE WS-OLD-PRIMARY-ID TO AP-CUSTOMER-ID
           MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID
           IF WS-INPUT-CONFIRM = 1
               MOVE "J" TO AP-ROLE
               MOVE WS-TODAY TO AP-START-DATE
               MOVE SPACES TO AP-END-DATE
           ELSE
               MOVE "P" TO AP-ROLE
               IF WS-PARTY-NOT-FOUND
                   MOVE SPACES TO AP-START-DATE
               END-IF
               MOVE WS-TODAY TO AP-END-DATE
           END-IF
           IF WS-PARTY-IS-FOUND
               REWRITE ACCOUNT-PARTY-RECORD
                   INVALID KEY
                       DISPLAY "ERROR UPDATING THE OLD OWNER'S "
                           "PARTY ROW"
               END-REWRITE
           ELSE
               WRITE ACCOUNT-PARTY-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING THE OLD OWNER'S "
                           "PARTY ROW"
               END-WRITE
           END-IF

           IF WS-CARDS-NOT-OPEN
               GO TO 055-END
           END-IF
           MOVE 0 TO CD-CARD-NUMBER
           START CARDS-FILE KEY IS NOT LESS THAN CD-CARD-NUMBER
               INVALID KEY
                   GO TO 055-END
           END-START
           PERFORM UNTIL CARDSF-STATUS NOT = 00
               READ CARDS-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO CARDSF-STATUS
                   NOT AT END
                       IF CD-CBU = WS-INPUT-CBU
                           AND CD-HOLDER-CUSTOMER-ID = 0
                           MOVE WS-OLD-PRIMARY-ID
                               TO CD-HOLDER-CUSTOMER-ID
                           REWRITE CARD-RECORD
                               INVALID KEY
                                   DISPLAY "ERROR UPDATING CARD: "
                                       CD-CARD-NUMBER
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 00 TO CARDSF-STATUS
           IF WS-INPUT-CONFIRM NOT = 1
               MOVE WS-OLD-PRIMARY-ID TO WS-BLOCK-HOLDER-ID
               PERFORM 060-BLOCK-HOLDER-CARDS THRU 060-END
           END-IF.
       055-END.EXIT.

      *    Blocks every active card WS-BLOCK-HOLDER-ID holds on the
      *    account.
       060-BLOCK-HOLDER-CARDS.
           MOVE 0 TO WS-CARDS-BLOCKED
           IF WS-CARDS-NOT-OPEN
               GO TO 060-END
           END-IF
           MOVE 0 TO CD-CARD-NUMBER
           START CARDS-FILE KEY IS NOT LESS THAN CD-CARD-NUMBER
               INVALID KEY
                   GO TO 060-END
           END-START
           PERFORM UNTIL CARDSF-STATUS NOT = 00
               READ CARDS-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO CARDSF-STATUS
                   NOT AT END
                       IF CD-CBU = WS-INPUT-CBU
                           AND CD-HOLDER-CUSTOMER-ID
                               = WS-BLOCK-HOLDER-ID
                           AND CD-CARD-ACTIVE
                           SET CD-CARD-BLOCKED TO TRUE
                           REWRITE CARD-RECORD
                               INVALID KEY
                                   DISPLAY "ERROR BLOCKING CARD: "
                                       CD-CARD-NUMBER
                               NOT INVALID KEY
                                   ADD 1 TO WS-CARDS-BLOCKED
                                   DISPLAY "CARD " CD-CARD-NUMBER
                                       " BLOCKED"
                                   MOVE "CARD-HOTCARDED"
                                       TO WS-SEC-EVENT-TYPE
                                   CALL 'SEC-EVENT-LOG' USING CD-CBU
                                       WS-SEC-TERMINAL-ID
                                       WS-SEC-EVENT-TYPE
                                       WS-OPERATOR-ID
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 00 TO CARDSF-STATUS
           DISPLAY "CARDS BLOCKED: " WS-CARDS-BLOCKED.
       060-END.EXIT.

      *    Blank means today; anything else must be a real date.
      *    WS-EFFECTIVE-DATE comes back spaces when it was not.
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

       080-DESCRIBE-ROLE.
           EVALUATE TRUE
               WHEN AP-PRIMARY-OWNER
                   MOVE "PRIMARY" TO WS-ROLE-TEXT
               WHEN AP-JOINT-OWNER
                   MOVE "JOINT OWNER" TO WS-ROLE-TEXT
               WHEN AP-SIGNATORY
                   MOVE "SIGNATORY" TO WS-ROLE-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-ROLE-TEXT
           END-EVALUATE.
       080-END.EXIT.

      *    Does the party row in the record area hold today?
       085-CHECK-ACTIVE.
           SET WS-LINK-NOT-ACTIVE TO TRUE
           IF AP-START-DATE <= WS-TODAY
               AND (AP-END-DATE = SPACES OR AP-END-DATE > WS-TODAY)
               SET WS-LINK-IS-ACTIVE TO TRUE
           END-IF.
       085-END.EXIT.

       090-CLOSE-FILES.
           CLOSE ACCOUNT-PARTIES-FILE
           CLOSE ACCOUNTS-FILE
           CLOSE CUSTOMERS-FILE
           IF WS-CARDS-ARE-OPEN
               CLOSE CARDS-FILE
           END-IF.
       090-END.EXIT.
       END PROGRAM PARTY-MAINTENANCE.
