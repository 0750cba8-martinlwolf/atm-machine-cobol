      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor load of the sanctions / watch list. Reads
      *          the regulator's published list (WATCHLIST-IN.txt)
      *          and replaces WATCH-LIST.txt with it, stamped with
      *          today's date, then - because a changed list can turn
      *          an existing customer into a match - re-screens the
      *          whole customer master through WATCHLIST-SCREEN. Every
      *          live account whose owner (or, on accounts older than
      *          the customer master, whose account name) now matches
      *          is frozen and queued on SCREEN-REVIEW.txt for a
      *          supervisor to release or reject in SCREEN-REVIEW;
      *          every hit is listed on a dated report. The customer
      *          is deliberately not notified. The input is renamed
      *          to a dated processed name so it is never loaded
      *          twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHLIST-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCHLIST-IN-FILE ASSIGN TO "WATCHLIST-IN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WATCHINF-STATUS.
           SELECT WATCH-LIST-OUT ASSIGN TO "WATCH-LIST.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WATCHOUTF-STATUS.
           SELECT ACCOUNTS-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CBU
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS ACCOUNTSF-STATUS.
           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS CUSTF-STATUS.
           SELECT SCREEN-REVIEW-FILE ASSIGN TO "SCREEN-REVIEW.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCRNREVF-STATUS.
           SELECT HITS-REPORT-FILE ASSIGN TO WS-HITS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HITSF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The regulator's layout: the list entry without our load
      *    date. Document number and CBU are zero when not published.
       FD  WATCHLIST-IN-FILE.
       01  WATCHLIST-IN-RECORD.
           05 WI-ENTRY-ID              PIC X(10).
           05 WI-FULL-NAME             PIC X(35).
           05 WI-DOCUMENT-NUMBER       PIC 9(11).
           05 WI-CBU                   PIC 9(22).

       FD  WATCH-LIST-OUT.
           COPY WATCHREC.

       FD  ACCOUNTS-FILE.
           COPY ACCTREC.

       FD  CUSTOMERS-FILE.
           COPY CUSTREC.

       FD  SCREEN-REVIEW-FILE.
           COPY SCRNREVW.

       FD  HITS-REPORT-FILE.
       01  HITS-REPORT-RECORD.
           05 HR-CBU                   PIC 9(22).
           05 HR-CUSTOMER-ID           PIC 9(08).
           05 HR-PARTY-NAME            PIC X(35).
           05 HR-WATCH-ENTRY-ID        PIC X(10).
           05 HR-ACTION                PIC X(16).

       WORKING-STORAGE SECTION.
       01  WATCHINF-STATUS              PIC 9(2).
       01  WATCHOUTF-STATUS             PIC 9(2).
       01  ACCOUNTSF-STATUS             PIC 9(2).
       01  CUSTF-STATUS                 PIC 9(2).
       01  SCRNREVF-STATUS              PIC 9(2).
       01  HITSF-STATUS                 PIC 9(2).

       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-TODAY                     PIC X(08).
       01  WS-HITS-FILENAME             PIC X(40).
       01  WS-PROCESSED-FILENAME        PIC X(40).
       01  WS-DELETE-STATUS             PIC S9(9) COMP-5.
       01  WS-RENAME-STATUS             PIC S9(9) COMP-5.
       01  WS-LOADED-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-DROPPED-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-SCREENED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-HIT-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-FROZEN-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-CUSTOMERS-OPEN-FLAG       PIC X(01).
           88 WS-CUSTOMERS-ARE-OPEN         VALUE "Y".
           88 WS-CUSTOMERS-NOT-OPEN         VALUE "N".
      *    One party handed to WATCHLIST-SCREEN.
       01  WS-SCREEN-NAME               PIC X(35).
       01  WS-SCREEN-DOCUMENT           PIC 9(11).
       01  WS-SCREEN-CBU                PIC 9(22).
       01  WS-SCREEN-RESULT             PIC X(01).
       01  WS-WATCH-ENTRY-ID            PIC X(10).
      *    Status the account had before the screening freeze; kept
      *    on the review row so a release puts it back.
       01  WS-PRIOR-STATUS              PIC X(01).
       01  WS-WINDOW-RESULT             PIC X(01).
      *    Account/list-entry pairs a supervisor has already released
      *    as false positives. The same account hitting the same
      *    entry again on a later load is reported but not frozen a
      *    second time; a hit on a different entry is a fresh case.
       01  WS-CLEARED-TABLE.
           05 WS-CLEARED-ENTRY OCCURS 2000 TIMES.
               10 WS-CLEARED-CBU        PIC 9(22).
               10 WS-CLEARED-WATCH-ID   PIC X(10).
       01  WS-CLEARED-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-CLEARED-IDX               PIC 9(4).
       01  WS-CLEARED-FLAG              PIC X(01).
           88 WS-PAIR-IS-CLEARED            VALUE "Y".
           88 WS-PAIR-NOT-CLEARED           VALUE "N".
      *    Replacing the list and freezing accounts on it is a
      *    supervisor act, logged under the supervisor who did it.
       01  WS-REQUIRED-ROLE             PIC X(01) VALUE "S".
       01  WS-OPERATOR-ID               PIC X(08).
       01  WS-SIGNON-RESULT             PIC X(01).
       01  WS-SEC-EVENT-CBU             PIC 9(22).
       01  WS-SEC-EVENT-TYPE            PIC X(16).
       01  WS-SEC-TERMINAL-ID           PIC X(06) VALUE "OPS   ".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "WATCHLIST-LOAD - SANCTIONS LIST LOAD AND RESCREEN"

           CALL 'OPERATOR-SIGNON' USING WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT = "N"
               STOP RUN
           END-IF

      *    The re-screen freezes accounts and appends to the review
      *    queue the terminals also write - never under a live
      *    session.
           CALL 'TERMINAL-GUARD' USING WS-WINDOW-RESULT
           IF WS-WINDOW-RESULT = "N"
               DISPLAY "TERMINALS ARE STILL SIGNED ON - "
                   "WATCHLIST-LOAD WILL NOT RUN"
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY
           STRING "WATCHLIST-HITS-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-HITS-FILENAME
           STRING "WATCHLIST-IN-" WS-CURRENT-DATETIME(1:14)
               ".processed"
               DELIMITED BY SIZE INTO WS-PROCESSED-FILENAME

           PERFORM 010-LOAD-LIST THRU 010-END
           PERFORM 020-REPLACE-LIST THRU 020-END

           MOVE 0 TO WS-SEC-EVENT-CBU
           MOVE "WATCHLIST-LOAD" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING WS-SEC-EVENT-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID

           PERFORM 030-OPEN-RESCREEN-FILES THRU 030-END
           PERFORM 040-RESCREEN-ACCOUNTS THRU 040-END
           CLOSE ACCOUNTS-FILE
           IF WS-CUSTOMERS-ARE-OPEN
               CLOSE CUSTOMERS-FILE
           END-IF
           CLOSE SCREEN-REVIEW-FILE
           CLOSE HITS-REPORT-FILE

           DISPLAY "LIST ENTRIES LOADED: " WS-LOADED-COUNT
           DISPLAY "LIST ENTRIES DROPPED (NOTHING TO MATCH ON): "
               WS-DROPPED-COUNT
           DISPLAY "ACCOUNTS SCREENED: " WS-SCREENED-COUNT
           DISPLAY "POSSIBLE MATCHES: " WS-HIT-COUNT
           DISPLAY "ACCOUNTS FROZEN FOR REVIEW: " WS-FROZEN-COUNT
           DISPLAY "HITS REPORT: " WS-HITS-FILENAME
           STOP RUN.

      *    Copies the published list into the new WATCH-LIST image.
      *    A row with no name, document or CBU can never match
      *    anything and is dropped. A delivery with nothing usable
      *    in it is far more likely a bad file than a regulator
      *    lifting every sanction, so the current list stays put.
       010-LOAD-LIST.
           OPEN INPUT WATCHLIST-IN-FILE
           IF WATCHINF-STATUS NOT = 00
               DISPLAY "NO WATCHLIST-IN.txt DELIVERED - NOTHING TO "
                   "LOAD"
               STOP RUN
           END-IF
           OPEN OUTPUT WATCH-LIST-OUT
           IF WATCHOUTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN WATCH-LIST.txt.new"
               CLOSE WATCHLIST-IN-FILE
               STOP RUN
           END-IF

           PERFORM UNTIL WATCHINF-STATUS = 10
               READ WATCHLIST-IN-FILE
                   AT END
                       MOVE 10 TO WATCHINF-STATUS
                   NOT AT END
                       IF WI-FULL-NAME = SPACES
                           AND WI-DOCUMENT-NUMBER = 0
                           AND WI-CBU = 0
                           ADD 1 TO WS-DROPPED-COUNT
                       ELSE
                           MOVE WI-ENTRY-ID TO WL-ENTRY-ID
                           MOVE WI-FULL-NAME TO WL-FULL-NAME
                           MOVE WI-DOCUMENT-NUMBER
                               TO WL-DOCUMENT-NUMBER
                           MOVE WI-CBU TO WL-CBU
                           MOVE WS-TODAY TO WL-LIST-DATE
                           WRITE WATCH-LIST-RECORD
                           ADD 1 TO WS-LOADED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCHLIST-IN-FILE
           CLOSE WATCH-LIST-OUT

           IF WS-LOADED-COUNT = 0
               DISPLAY "DELIVERED LIST HOLDS NO USABLE ENTRIES - "
                   "CURRENT WATCH LIST KEPT. CHECK THE DELIVERY"
               CALL "CBL_DELETE_FILE" USING "WATCH-LIST.txt.new"
                   GIVING WS-DELETE-STATUS
               STOP RUN
           END-IF.
       010-END.EXIT.

      *    Swap the new list into place, then move the delivery aside
      *    so a second run cannot load it again. The very first load
      *    has no old list to delete.
       020-REPLACE-LIST.
           CALL "CBL_DELETE_FILE" USING "WATCH-LIST.txt"
               GIVING WS-DELETE-STATUS
           CALL "CBL_RENAME_FILE" USING
               "WATCH-LIST.txt.new" "WATCH-LIST.txt"
               GIVING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               DISPLAY "UNABLE TO RENAME WATCH-LIST.txt.new INTO "
                   "PLACE - SCREENING HAS NO LIST. FIX BEFORE THE "
                   "TERMINALS OPEN"
               DISPLAY "RENAME STATUS: " WS-RENAME-STATUS
               STOP RUN
           END-IF

           CALL "CBL_RENAME_FILE" USING
               "WATCHLIST-IN.txt" WS-PROCESSED-FILENAME
               GIVING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               DISPLAY "UNABLE TO RENAME WATCHLIST-IN.txt - MOVE IT "
                   "ASIDE BY HAND"
               DISPLAY "RENAME STATUS: " WS-RENAME-STATUS
           END-IF.
       020-END.EXIT.

       030-OPEN-RESCREEN-FILES.
           OPEN I-O ACCOUNTS-FILE
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN ACCOUNTS.DAT - LIST LOADED "
                   "BUT NOT RE-SCREENED. RE-RUN THE RESCREEN"
               DISPLAY "FS-STATUS: " ACCOUNTSF-STATUS
               STOP RUN
           END-IF

      *    Accounts older than the customer master are screened on
      *    their account name, so a missing master is not fatal.
           SET WS-CUSTOMERS-NOT-OPEN TO TRUE
           OPEN INPUT CUSTOMERS-FILE
           IF CUSTF-STATUS = 00
               SET WS-CUSTOMERS-ARE-OPEN TO TRUE
           END-IF

           PERFORM 035-LOAD-CLEARED-PAIRS THRU 035-END

           OPEN EXTEND SCREEN-REVIEW-FILE
           IF SCRNREVF-STATUS = 35
               OPEN OUTPUT SCREEN-REVIEW-FILE
           END-IF
           IF SCRNREVF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN SCREEN-REVIEW.txt"
               DISPLAY "FS-STATUS: " SCRNREVF-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT HITS-REPORT-FILE
           IF HITSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN WATCH-LIST HITS REPORT"
               STOP RUN
           END-IF.
       030-END.EXIT.

       035-LOAD-CLEARED-PAIRS.
           OPEN INPUT SCREEN-REVIEW-FILE
           IF SCRNREVF-STATUS NOT = 00
               GO TO 035-END
           END-IF
           PERFORM UNTIL SCRNREVF-STATUS = 10
               READ SCREEN-REVIEW-FILE
                   AT END
                       MOVE 10 TO SCRNREVF-STATUS
                   NOT AT END
                       IF SR-IS-RELEASED
                           AND (SR-FROM-ONBOARD OR SR-FROM-RESCREEN)
                           AND WS-CLEARED-COUNT < 2000
                           ADD 1 TO WS-CLEARED-COUNT
                           MOVE SR-CBU
                               TO WS-CLEARED-CBU(WS-CLEARED-COUNT)
                           MOVE SR-WATCH-ENTRY-ID
                               TO WS-CLEARED-WATCH-ID(WS-CLEARED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCREEN-REVIEW-FILE.
       035-END.EXIT.

       040-RESCREEN-ACCOUNTS.
           PERFORM UNTIL ACCOUNTSF-STATUS = 10
               READ ACCOUNTS-FILE NEXT RECORD WITH LOCK
                   AT END
                       MOVE 10 TO ACCOUNTSF-STATUS
                   NOT AT END
                       PERFORM 050-SCREEN-ONE-ACCOUNT THRU 050-END
                       UNLOCK ACCOUNTS-FILE
               END-READ
      *    A read error (including a persistently locked record,
      *    file status 51) takes neither branch above - abort the
      *    sweep rather than spinning on the same record forever.
               IF ACCOUNTSF-STATUS NOT = 00
                   AND ACCOUNTSF-STATUS NOT = 10
                   DISPLAY "READ ERROR, RESCREEN ABANDONED. "
                       "FS-STATUS: " ACCOUNTSF-STATUS
                   MOVE 10 TO ACCOUNTSF-STATUS
               END-IF
           END-PERFORM.
       040-END.EXIT.

      *    The owner of record is screened on the master's name and
      *    document; an account with no customer (or a customer row
      *    gone missing) on its account name alone. The CBU itself is
      *    screened too, for lists that publish account numbers.
       050-SCREEN-ONE-ACCOUNT.
           IF FS-ACCOUNT-CLOSED
               GO TO 050-END
           END-IF
           ADD 1 TO WS-SCREENED-COUNT

           MOVE FS-USERNAME TO WS-SCREEN-NAME
           MOVE 0 TO WS-SCREEN-DOCUMENT
           MOVE FS-CBU TO WS-SCREEN-CBU
           IF FS-CUSTOMER-ID NOT = 0
               AND WS-CUSTOMERS-ARE-OPEN
               MOVE FS-CUSTOMER-ID TO CU-CUSTOMER-ID
               READ CUSTOMERS-FILE
                   NOT INVALID KEY
                       MOVE CU-FULL-NAME TO WS-SCREEN-NAME
                       MOVE CU-DOCUMENT-NUMBER TO WS-SCREEN-DOCUMENT
               END-READ
           END-IF

           CALL 'WATCHLIST-SCREEN' USING WS-SCREEN-NAME
               WS-SCREEN-DOCUMENT WS-SCREEN-CBU WS-SCREEN-RESULT
               WS-WATCH-ENTRY-ID
           IF WS-SCREEN-RESULT NOT = "M"
               GO TO 050-END
           END-IF

           ADD 1 TO WS-HIT-COUNT
           MOVE FS-CBU TO HR-CBU
           MOVE FS-CUSTOMER-ID TO HR-CUSTOMER-ID
           MOVE WS-SCREEN-NAME TO HR-PARTY-NAME
           MOVE WS-WATCH-ENTRY-ID TO HR-WATCH-ENTRY-ID

           SET WS-PAIR-NOT-CLEARED TO TRUE
           PERFORM VARYING WS-CLEARED-IDX FROM 1 BY 1
                   UNTIL WS-CLEARED-IDX > WS-CLEARED-COUNT
               IF WS-CLEARED-CBU(WS-CLEARED-IDX) = FS-CBU
                   AND WS-CLEARED-WATCH-ID(WS-CLEARED-IDX)
                       = WS-WATCH-ENTRY-ID
                   SET WS-PAIR-IS-CLEARED TO TRUE
               END-IF
           END-PERFORM
           IF WS-PAIR-IS-CLEARED
               MOVE "CLEARED-BEFORE" TO HR-ACTION
               WRITE HITS-REPORT-RECORD
               GO TO 050-END
           END-IF

      *    An account already frozen is either under review from an
      *    earlier screening or held by the fraud team - it is
      *    reported, not queued a second time.
           IF FS-ACCOUNT-FROZEN
               MOVE "ALREADY-FROZEN" TO HR-ACTION
               WRITE HITS-REPORT-RECORD
               GO TO 050-END
           END-IF

           MOVE FS-ACCOUNT-STATUS TO WS-PRIOR-STATUS
           SET FS-ACCOUNT-FROZEN TO TRUE
           REWRITE ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "ERROR FREEZING CBU: " FS-CBU
                   MOVE "FREEZE-FAILED" TO HR-ACTION
                   WRITE HITS-REPORT-RECORD
                   GO TO 050-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
           ADD 1 TO WS-FROZEN-COUNT

           MOVE "FROZEN-QUEUED" TO HR-ACTION
           WRITE HITS-REPORT-RECORD

           SET SR-FROM-RESCREEN TO TRUE
           MOVE FS-CUSTOMER-ID TO SR-CUSTOMER-ID
           MOVE FS-CBU TO SR-CBU
           MOVE WS-SCREEN-NAME TO SR-PARTY-NAME
           MOVE WS-SCREEN-DOCUMENT TO SR-DOCUMENT-NUMBER
           MOVE WS-WATCH-ENTRY-ID TO SR-WATCH-ENTRY-ID
           MOVE 0 TO SR-COUNTERPARTY-CBU
           MOVE 0 TO SR-AMOUNT
           MOVE WS-TODAY TO SR-ITEM-DATE
           MOVE WS-TODAY TO SR-QUEUED-DATE
           SET SR-IS-PENDING TO TRUE
           MOVE SPACES TO SR-DECIDED-DATE
           MOVE SPACES TO SR-DECIDED-OPERATOR
           MOVE WS-PRIOR-STATUS TO SR-PRIOR-STATUS
           WRITE SCREEN-REVIEW-RECORD

           MOVE FS-CBU TO WS-SEC-EVENT-CBU
           MOVE "SCREEN-FREEZE" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING WS-SEC-EVENT-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID.
       050-END.EXIT.
       END PROGRAM WATCHLIST-LOAD.
