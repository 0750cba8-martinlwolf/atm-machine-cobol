      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly referential-integrity audit of the masters.
      *          BALANCE-AUDIT proves the money; this job proves the
      *          relationships between the files, so a broken one is
      *          found here before a customer trips over it at the
      *          machine. Every rule below is checked every night:
      *            CARD-NO-ACCOUNT   card whose CD-CBU is not on
      *                              ACCOUNTS.DAT
      *            ACCT-NO-CUSTOMER  account whose FS-CUSTOMER-ID is
      *                              not on CUSTOMERS.DAT (0 - no
      *                              customer recorded - is allowed)
      *            ACCT-NO-PRODUCT   FS-PRODUCT-CODE blank or not on
      *                              PRODUCTS.DAT
      *            LINK-NO-ACCOUNT   FS-LINKED-CBU not on ACCOUNTS.DAT
      *            LINK-NOT-MUTUAL   linked account does not link back
      *            CCY-NO-FX-RATE    FS-CURRENCY-CODE other than the
      *                              home currency with no FX-RATES.DAT
      *                              row
      *            ORDER-DEAD-ACCT   live standing order whose sender
      *                              or destination is closed or gone
      *            SWEEP-DEAD-ACCT   active sweep whose account or
      *                              source is closed or gone
      *            SWEEP-NOT-LINKED  active sweep whose source is no
      *                              longer linked to its account
      *            CASH-NO-PROFILE   CASH-MODULE.txt terminal with no
      *                              TERMINAL-PROFILE.DAT row
      *            TERM-NO-PROFILE   TERMINAL-STATUS.DAT terminal with
      *                              no TERMINAL-PROFILE.DAT row
      *          and writes the dated exceptions report
      *          INTEGRITY-AUDIT-YYYYMMDD.txt grouped by rule, each
      *          group headed by its count. Reads only, so it can be
      *          rerun at any time.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-AUDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CBU
               FILE STATUS IS ACCOUNTSF-STATUS.
           SELECT CARDS-FILE ASSIGN TO "CARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-CARD-NUMBER
               FILE STATUS IS CARDSF-STATUS.
           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS CUSTF-STATUS.
           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PRODUCT-CODE
               FILE STATUS IS PRODUCTSF-STATUS.
           SELECT FX-RATES-FILE ASSIGN TO "FX-RATES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-CURRENCY-CODE
               FILE STATUS IS FXRATEF-STATUS.
           SELECT STANDING-ORDERS-FILE ASSIGN TO "STANDING-ORDERS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STORDF-STATUS.
           SELECT SWEEP-ORDERS-FILE ASSIGN TO "SWEEP-ORDERS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWEEPF-STATUS.
           SELECT CASH-FILE ASSIGN TO "CASH-MODULE.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASH-KEY
               FILE STATUS IS CASHF-STATUS.
           SELECT TERMINAL-STATUS-FILE ASSIGN TO "TERMINAL-STATUS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-TERMINAL-ID
               FILE STATUS IS TERMSTF-STATUS.
           SELECT TERMINAL-PROFILE-FILE
               ASSIGN TO "TERMINAL-PROFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-TERMINAL-ID
               FILE STATUS IS TERMPROFF-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORTF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
           COPY ACCTREC.

       FD  CARDS-FILE.
           COPY CARDREC.

       FD  CUSTOMERS-FILE.
           COPY CUSTREC.

       FD  PRODUCTS-FILE.
           COPY PRODREC.

       FD  FX-RATES-FILE.
           COPY FXRATEREC.

       FD  STANDING-ORDERS-FILE.
           COPY STORDREC.

       FD  SWEEP-ORDERS-FILE.
           COPY SWEEPREC.

       FD  CASH-FILE.
           COPY CASHREC.

       FD  TERMINAL-STATUS-FILE.
           COPY TERMSTAT.

       FD  TERMINAL-PROFILE-FILE.
           COPY TERMPROF.

      *    A RUL line heads each rule's group with its count; an EXC
      *    line follows for every exception under it.
       FD  REPORT-FILE.
       01  IA-RULE-LINE.
           05 IR-ROW-TYPE              PIC X(03).
           05 IR-DATE                  PIC X(08).
           05 IR-RULE                  PIC X(16).
           05 IR-COUNT                 PIC 9(05).
           05 IR-DESCRIPTION           PIC X(40).
       01  IA-EXCEPTION-LINE.
           05 IE-ROW-TYPE              PIC X(03).
           05 IE-DATE                  PIC X(08).
           05 IE-RULE                  PIC X(16).
           05 IE-KEY                   PIC X(22).
           05 IE-DETAIL                PIC X(40).

       WORKING-STORAGE SECTION.
       01  ACCOUNTSF-STATUS             PIC 9(2).
       01  CARDSF-STATUS                PIC 9(2).
       01  CUSTF-STATUS                 PIC 9(2).
       01  PRODUCTSF-STATUS             PIC 9(2).
       01  FXRATEF-STATUS               PIC 9(2).
       01  STORDF-STATUS                PIC 9(2).
       01  SWEEPF-STATUS                PIC 9(2).
       01  CASHF-STATUS                 PIC 9(2).
       01  TERMSTF-STATUS               PIC 9(2).
       01  TERMPROFF-STATUS             PIC 9(2).
       01  REPORTF-STATUS               PIC 9(2).

       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-TODAY                     PIC X(08).
       01  WS-REPORT-FILENAME           PIC X(40).
       01  WS-ACCOUNTS-READ             PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-EXCEPTIONS          PIC 9(7) VALUE ZERO.

      *    A reference master that is not on file resolves nothing,
      *    so every lookup against it is an exception.
       01  WS-REFERENCE-FLAGS.
           05 WS-CUSTOMERS-FLAG         PIC X(01).
               88 WS-CUSTOMERS-OPEN         VALUE "Y".
           05 WS-PRODUCTS-FLAG          PIC X(01).
               88 WS-PRODUCTS-OPEN          VALUE "Y".
           05 WS-FX-RATES-FLAG          PIC X(01).
               88 WS-FX-RATES-OPEN          VALUE "Y".
           05 WS-PROFILES-FLAG          PIC X(01).
               88 WS-PROFILES-OPEN          VALUE "Y".
       01  WS-LOOKUP-FLAG               PIC X(01).
           88 WS-LOOKUP-FOUND               VALUE "Y".
           88 WS-LOOKUP-MISSING             VALUE "N".

      *    The rules, in report order.
       01  WS-RULE-DEFINITIONS.
           05 FILLER                    PIC X(16)
               VALUE "CARD-NO-ACCOUNT".
           05 FILLER                    PIC X(40)
               VALUE "CARD'S CBU IS NOT ON ACCOUNTS.DAT".
           05 FILLER                    PIC X(16)
               VALUE "ACCT-NO-CUSTOMER".
           05 FILLER                    PIC X(40)
               VALUE "CUSTOMER ID IS NOT ON CUSTOMERS.DAT".
           05 FILLER                    PIC X(16)
               VALUE "ACCT-NO-PRODUCT".
           05 FILLER                    PIC X(40)
               VALUE "PRODUCT BLANK OR NOT ON PRODUCTS.DAT".
           05 FILLER                    PIC X(16)
               VALUE "LINK-NO-ACCOUNT".
           05 FILLER                    PIC X(40)
               VALUE "LINKED CBU IS NOT ON ACCOUNTS.DAT".
           05 FILLER                    PIC X(16)
               VALUE "LINK-NOT-MUTUAL".
           05 FILLER                    PIC X(40)
               VALUE "LINKED ACCOUNT DOES NOT LINK BACK".
           05 FILLER                    PIC X(16)
               VALUE "CCY-NO-FX-RATE".
           05 FILLER                    PIC X(40)
               VALUE "CURRENCY HAS NO FX-RATES.DAT ROW".
           05 FILLER                    PIC X(16)
               VALUE "ORDER-DEAD-ACCT".
           05 FILLER                    PIC X(40)
               VALUE "STANDING ORDER ACCOUNT CLOSED OR GONE".
           05 FILLER                    PIC X(16)
               VALUE "SWEEP-DEAD-ACCT".
           05 FILLER                    PIC X(40)
               VALUE "SWEEP ACCOUNT OR SOURCE CLOSED OR GONE".
           05 FILLER                    PIC X(16)
               VALUE "SWEEP-NOT-LINKED".
           05 FILLER                    PIC X(40)
               VALUE "SWEEP SOURCE NO LONGER LINKED".
           05 FILLER                    PIC X(16)
               VALUE "CASH-NO-PROFILE".
           05 FILLER                    PIC X(40)
               VALUE "CASH TERMINAL HAS NO TERMINAL PROFILE".
           05 FILLER                    PIC X(16)
               VALUE "TERM-NO-PROFILE".
           05 FILLER                    PIC X(40)
               VALUE "STATUS TERMINAL HAS NO TERMINAL PROFILE".
       01  WS-RULE-TABLE REDEFINES WS-RULE-DEFINITIONS.
           05 WS-RULE-ENTRY OCCURS 11 TIMES.
               10 WS-RULE-CODE          PIC X(16).
               10 WS-RULE-DESCRIPTION   PIC X(40).
       01  WS-RULE-COUNTS.
           05 WS-RULE-COUNT             PIC 9(05) OCCURS 11 TIMES.
       01  WS-RULE-IDX                  PIC 9(02).
       01  WS-RULE-CARD-NO-ACCOUNT      PIC 9(02) VALUE 1.
       01  WS-RULE-ACCT-NO-CUSTOMER     PIC 9(02) VALUE 2.
       01  WS-RULE-ACCT-NO-PRODUCT      PIC 9(02) VALUE 3.
       01  WS-RULE-LINK-NO-ACCOUNT      PIC 9(02) VALUE 4.
       01  WS-RULE-LINK-NOT-MUTUAL      PIC 9(02) VALUE 5.
       01  WS-RULE-CCY-NO-FX-RATE       PIC 9(02) VALUE 6.
       01  WS-RULE-ORDER-DEAD-ACCT      PIC 9(02) VALUE 7.
       01  WS-RULE-SWEEP-DEAD-ACCT      PIC 9(02) VALUE 8.
       01  WS-RULE-SWEEP-NOT-LINKED     PIC 9(02) VALUE 9.
       01  WS-RULE-CASH-NO-PROFILE      PIC 9(02) VALUE 10.
       01  WS-RULE-TERM-NO-PROFILE      PIC 9(02) VALUE 11.

      *    Exceptions are held until the end so the report can be
      *    grouped; the counts stay right even past the table.
       01  WS-EXCEPTION-TABLE.
           05 WS-EXC-COUNT              PIC 9(4) VALUE ZERO.
           05 WS-EXC-ENTRY OCCURS 5000 TIMES
               INDEXED BY IDX-EXC.
               10 WS-EXC-RULE-IDX       PIC 9(02).
               10 WS-EXC-ENTRY-KEY      PIC X(22).
               10 WS-EXC-ENTRY-DETAIL   PIC X(40).
       01  WS-EXC-RULE                  PIC 9(02).
       01  WS-EXC-KEY                   PIC X(22).
       01  WS-EXC-DETAIL                PIC X(40).
       01  WS-EXC-DROPPED               PIC 9(5) VALUE ZERO.

      *    Every link on file, collected on the account pass and
      *    checked once the pass is done.
       01  WS-LINK-TABLE.
           05 WS-LINK-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-LINK-ENTRY OCCURS 4000 TIMES
               INDEXED BY IDX-LINK.
               10 WS-LINK-FROM-CBU      PIC 9(22).
               10 WS-LINK-TO-CBU        PIC 9(22).
       01  WS-LINK-BACK-FLAG            PIC X(01).
           88 WS-LINKS-BACK                 VALUE "Y".
           88 WS-DOES-NOT-LINK-BACK         VALUE "N".

       01  WS-CHECK-CBU                 PIC 9(22).
       01  WS-CHECK-ROLE                PIC X(12).
       01  WS-LAST-CASH-TERMINAL        PIC X(06).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY
           STRING "INTEGRITY-AUDIT-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           INITIALIZE WS-RULE-COUNTS

           PERFORM 010-OPEN-FILES THRU 010-END
           PERFORM 020-AUDIT-ACCOUNTS THRU 020-END
           PERFORM 030-AUDIT-LINKS THRU 030-END
           PERFORM 040-AUDIT-CARDS THRU 040-END
           PERFORM 050-AUDIT-ORDERS THRU 050-END
           PERFORM 060-AUDIT-SWEEPS THRU 060-END
           PERFORM 070-AUDIT-TERMINALS THRU 070-END
           CLOSE ACCOUNTS-FILE
           IF WS-CUSTOMERS-OPEN
               CLOSE CUSTOMERS-FILE
           END-IF
           IF WS-PRODUCTS-OPEN
               CLOSE PRODUCTS-FILE
           END-IF
           IF WS-FX-RATES-OPEN
               CLOSE FX-RATES-FILE
           END-IF
           IF WS-PROFILES-OPEN
               CLOSE TERMINAL-PROFILE-FILE
           END-IF
           PERFORM 080-WRITE-REPORT THRU 080-END

           DISPLAY "ACCOUNTS AUDITED: " WS-ACCOUNTS-READ
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > 11
               DISPLAY WS-RULE-CODE(WS-RULE-IDX) " "
                   WS-RULE-COUNT(WS-RULE-IDX)
           END-PERFORM
           DISPLAY "TOTAL EXCEPTIONS: " WS-TOTAL-EXCEPTIONS
           IF WS-EXC-DROPPED > 0
               DISPLAY "EXCEPTION TABLE FULL - " WS-EXC-DROPPED
                   " DETAIL LINES COUNTED BUT NOT LISTED"
           END-IF
           DISPLAY "EXCEPTIONS REPORT: " WS-REPORT-FILENAME
           GOBACK.

       010-OPEN-FILES.
           OPEN INPUT ACCOUNTS-FILE
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN ACCOUNTS.DAT"
               DISPLAY "FS-STATUS: " ACCOUNTSF-STATUS
               GOBACK
           END-IF
           MOVE "NNNN" TO WS-REFERENCE-FLAGS
           OPEN INPUT CUSTOMERS-FILE
           IF CUSTF-STATUS = 00
               MOVE "Y" TO WS-CUSTOMERS-FLAG
           ELSE
               DISPLAY "CUSTOMERS.DAT NOT ON FILE - NO CUSTOMER ID "
                   "WILL RESOLVE"
           END-IF
           OPEN INPUT PRODUCTS-FILE
           IF PRODUCTSF-STATUS = 00
               MOVE "Y" TO WS-PRODUCTS-FLAG
           ELSE
               DISPLAY "PRODUCTS.DAT NOT ON FILE - NO PRODUCT CODE "
                   "WILL RESOLVE"
           END-IF
           OPEN INPUT FX-RATES-FILE
           IF FXRATEF-STATUS = 00
               MOVE "Y" TO WS-FX-RATES-FLAG
           ELSE
               DISPLAY "FX-RATES.DAT NOT ON FILE - NO FOREIGN "
                   "CURRENCY WILL RESOLVE"
           END-IF
           OPEN INPUT TERMINAL-PROFILE-FILE
           IF TERMPROFF-STATUS = 00
               MOVE "Y" TO WS-PROFILES-FLAG
           ELSE
               DISPLAY "TERMINAL-PROFILE.DAT NOT ON FILE - NO "
                   "TERMINAL WILL RESOLVE"
           END-IF.
       010-END.EXIT.

      *    One pass of the account master: its own references are
      *    checked here, its links are collected for 030.
       020-AUDIT-ACCOUNTS.
           PERFORM UNTIL ACCOUNTSF-STATUS = 10
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO ACCOUNTSF-STATUS
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       PERFORM 025-AUDIT-ONE-ACCOUNT THRU 025-END
               END-READ
           END-PERFORM.
       020-END.EXIT.

       025-AUDIT-ONE-ACCOUNT.
           MOVE FS-CBU TO WS-EXC-KEY

           IF FS-CUSTOMER-ID NOT = 0
               SET WS-LOOKUP-MISSING TO TRUE
               IF WS-CUSTOMERS-OPEN
                   MOVE FS-CUSTOMER-ID TO CU-CUSTOMER-ID
                   READ CUSTOMERS-FILE
                       NOT INVALID KEY
                           SET WS-LOOKUP-FOUND TO TRUE
                   END-READ
               END-IF
               IF WS-LOOKUP-MISSING
                   MOVE WS-RULE-ACCT-NO-CUSTOMER TO WS-EXC-RULE
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING "CUSTOMER ID " FS-CUSTOMER-ID
                       DELIMITED BY SIZE INTO WS-EXC-DETAIL
                   PERFORM 090-ADD-EXCEPTION THRU 090-END
               END-IF
           END-IF

           SET WS-LOOKUP-MISSING TO TRUE
           IF WS-PRODUCTS-OPEN AND FS-PRODUCT-CODE NOT = SPACES
               MOVE FS-PRODUCT-CODE TO PD-PRODUCT-CODE
               READ PRODUCTS-FILE
                   NOT INVALID KEY
                       SET WS-LOOKUP-FOUND TO TRUE
               END-READ
           END-IF
           IF WS-LOOKUP-MISSING
               MOVE WS-RULE-ACCT-NO-PRODUCT TO WS-EXC-RULE
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "PRODUCT CODE '" FS-PRODUCT-CODE "'"
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               PERFORM 090-ADD-EXCEPTION THRU 090-END
           END-IF

      *    Blank is the home currency, which needs no rate.
           IF FS-CURRENCY-CODE NOT = SPACES
               AND FS-CURRENCY-CODE NOT = "ARS"
               SET WS-LOOKUP-MISSING TO TRUE
               IF WS-FX-RATES-OPEN
                   MOVE FS-CURRENCY-CODE TO FX-CURRENCY-CODE
                   READ FX-RATES-FILE
                       NOT INVALID KEY
                           SET WS-LOOKUP-FOUND TO TRUE
                   END-READ
               END-IF
               IF WS-LOOKUP-MISSING
                   MOVE WS-RULE-CCY-NO-FX-RATE TO WS-EXC-RULE
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING "CURRENCY " FS-CURRENCY-CODE
                       DELIMITED BY SIZE INTO WS-EXC-DETAIL
                   PERFORM 090-ADD-EXCEPTION THRU 090-END
               END-IF
           END-IF

           PERFORM VARYING FS-LINKED-IDX FROM 1 BY 1
               UNTIL FS-LINKED-IDX > FS-LINKED-CBU-COUNT
               OR FS-LINKED-IDX > 4
               IF WS-LINK-COUNT < 4000
                   ADD 1 TO WS-LINK-COUNT
                   MOVE FS-CBU TO WS-LINK-FROM-CBU(WS-LINK-COUNT)
                   MOVE FS-LINKED-CBU(FS-LINKED-IDX)
                       TO WS-LINK-TO-CBU(WS-LINK-COUNT)
               END-IF
           END-PERFORM.
       025-END.EXIT.

      *    Each link must land on an account that links back.
       030-AUDIT-LINKS.
           PERFORM VARYING IDX-LINK FROM 1 BY 1
               UNTIL IDX-LINK > WS-LINK-COUNT
               MOVE WS-LINK-FROM-CBU(IDX-LINK) TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "LINKED CBU " WS-LINK-TO-CBU(IDX-LINK)
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               MOVE WS-LINK-TO-CBU(IDX-LINK) TO FS-CBU
               READ ACCOUNTS-FILE
                   INVALID KEY
                       MOVE WS-RULE-LINK-NO-ACCOUNT TO WS-EXC-RULE
                       PERFORM 090-ADD-EXCEPTION THRU 090-END
                   NOT INVALID KEY
                       MOVE WS-LINK-FROM-CBU(IDX-LINK)
                           TO WS-CHECK-CBU
                       PERFORM 095-CHECK-LINKS-BACK THRU 095-END
                       IF WS-DOES-NOT-LINK-BACK
                           MOVE WS-RULE-LINK-NOT-MUTUAL
                               TO WS-EXC-RULE
                           PERFORM 090-ADD-EXCEPTION THRU 090-END
                       END-IF
               END-READ
           END-PERFORM.
       030-END.EXIT.

       040-AUDIT-CARDS.
           OPEN INPUT CARDS-FILE
           IF CARDSF-STATUS NOT = 00
               DISPLAY "NO CARDS.DAT ON FILE - CARD RULE NOT CHECKED"
               GO TO 040-END
           END-IF
           PERFORM UNTIL CARDSF-STATUS = 10
               READ CARDS-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO CARDSF-STATUS
                   NOT AT END
                       MOVE CD-CBU TO FS-CBU
                       READ ACCOUNTS-FILE
                           INVALID KEY
                               MOVE WS-RULE-CARD-NO-ACCOUNT
                                   TO WS-EXC-RULE
                               MOVE CD-CARD-NUMBER TO WS-EXC-KEY
                               MOVE SPACES TO WS-EXC-DETAIL
                               STRING "CBU " CD-CBU " STATUS "
                                   CD-CARD-STATUS
                                   DELIMITED BY SIZE
                                   INTO WS-EXC-DETAIL
                               PERFORM 090-ADD-EXCEPTION THRU 090-END
                       END-READ
               END-READ
           END-PERFORM
           CLOSE CARDS-FILE.
       040-END.EXIT.

      *    Only orders that will still run matter - expired and
      *    cancelled ones are history.
       050-AUDIT-ORDERS.
           OPEN INPUT STANDING-ORDERS-FILE
           IF STORDF-STATUS NOT = 00
               GO TO 050-END
           END-IF
           PERFORM UNTIL STORDF-STATUS = 10
               READ STANDING-ORDERS-FILE
                   AT END
                       MOVE 10 TO STORDF-STATUS
                   NOT AT END
                       IF SO-IS-ACTIVE OR SO-IS-SUSPENDED
                           MOVE WS-RULE-ORDER-DEAD-ACCT TO WS-EXC-RULE
                           MOVE SO-CBU TO WS-EXC-KEY
                           MOVE SO-CBU TO WS-CHECK-CBU
                           MOVE "SENDER" TO WS-CHECK-ROLE
                           PERFORM 097-CHECK-LIVE-ACCOUNT THRU 097-END
                           MOVE SO-DESTINATION-CBU TO WS-CHECK-CBU
                           MOVE "DESTINATION" TO WS-CHECK-ROLE
                           PERFORM 097-CHECK-LIVE-ACCOUNT THRU 097-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-ORDERS-FILE.
       050-END.EXIT.

       060-AUDIT-SWEEPS.
           OPEN INPUT SWEEP-ORDERS-FILE
           IF SWEEPF-STATUS NOT = 00
               GO TO 060-END
           END-IF
           PERFORM UNTIL SWEEPF-STATUS = 10
               READ SWEEP-ORDERS-FILE
                   AT END
                       MOVE 10 TO SWEEPF-STATUS
                   NOT AT END
                       IF SW-IS-ACTIVE
                           PERFORM 065-AUDIT-ONE-SWEEP THRU 065-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SWEEP-ORDERS-FILE.
       060-END.EXIT.

       065-AUDIT-ONE-SWEEP.
           MOVE WS-RULE-SWEEP-DEAD-ACCT TO WS-EXC-RULE
           MOVE SW-CBU TO WS-EXC-KEY
           MOVE SW-SOURCE-CBU TO WS-CHECK-CBU
           MOVE "SOURCE" TO WS-CHECK-ROLE
           PERFORM 097-CHECK-LIVE-ACCOUNT THRU 097-END
           MOVE SW-CBU TO WS-CHECK-CBU
           MOVE "ACCOUNT" TO WS-CHECK-ROLE
           PERFORM 097-CHECK-LIVE-ACCOUNT THRU 097-END
      *    097 leaves the swept account in the record area when it
      *    is on file.
           IF WS-LOOKUP-MISSING
               GO TO 065-END
           END-IF
           MOVE SW-SOURCE-CBU TO WS-CHECK-CBU
           PERFORM 095-CHECK-LINKS-BACK THRU 095-END
           IF WS-DOES-NOT-LINK-BACK
               MOVE WS-RULE-SWEEP-NOT-LINKED TO WS-EXC-RULE
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "SOURCE " SW-SOURCE-CBU
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               PERFORM 090-ADD-EXCEPTION THRU 090-END
           END-IF.
       065-END.EXIT.

      *    The vault file carries one row per terminal and
      *    denomination, in key order - each terminal is looked up
      *    once.
       070-AUDIT-TERMINALS.
           MOVE SPACES TO WS-LAST-CASH-TERMINAL
           OPEN INPUT CASH-FILE
           IF CASHF-STATUS = 00
               PERFORM UNTIL CASHF-STATUS = 10
                   READ CASH-FILE NEXT RECORD
                       AT END
                           MOVE 10 TO CASHF-STATUS
                       NOT AT END
                           IF FS-TERMINAL-ID NOT =
                               WS-LAST-CASH-TERMINAL
                               MOVE FS-TERMINAL-ID
                                   TO WS-LAST-CASH-TERMINAL
                               MOVE WS-RULE-CASH-NO-PROFILE
                                   TO WS-EXC-RULE
                               MOVE FS-TERMINAL-ID TO TP-TERMINAL-ID
                               PERFORM 075-CHECK-PROFILE THRU 075-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-FILE
           END-IF

           OPEN INPUT TERMINAL-STATUS-FILE
           IF TERMSTF-STATUS = 00
               PERFORM UNTIL TERMSTF-STATUS = 10
                   READ TERMINAL-STATUS-FILE NEXT RECORD
                       AT END
                           MOVE 10 TO TERMSTF-STATUS
                       NOT AT END
                           MOVE WS-RULE-TERM-NO-PROFILE TO WS-EXC-RULE
                           MOVE TS-TERMINAL-ID TO TP-TERMINAL-ID
                           PERFORM 075-CHECK-PROFILE THRU 075-END
                   END-READ
               END-PERFORM
               CLOSE TERMINAL-STATUS-FILE
           END-IF.
       070-END.EXIT.

      *    TP-TERMINAL-ID and WS-EXC-RULE set by the caller.
       075-CHECK-PROFILE.
           MOVE TP-TERMINAL-ID TO WS-EXC-KEY
           SET WS-LOOKUP-MISSING TO TRUE
           IF WS-PROFILES-OPEN
               READ TERMINAL-PROFILE-FILE
                   NOT INVALID KEY
                       SET WS-LOOKUP-FOUND TO TRUE
               END-READ
           END-IF
           IF WS-LOOKUP-MISSING
               MOVE "NO TERMINAL-PROFILE.DAT ROW" TO WS-EXC-DETAIL
               PERFORM 090-ADD-EXCEPTION THRU 090-END
           END-IF.
       075-END.EXIT.

       080-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF REPORTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN EXCEPTIONS REPORT"
               DISPLAY "FS-STATUS: " REPORTF-STATUS
               GO TO 080-END
           END-IF
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > 11
               MOVE "RUL" TO IR-ROW-TYPE
               MOVE WS-TODAY TO IR-DATE
               MOVE WS-RULE-CODE(WS-RULE-IDX) TO IR-RULE
               MOVE WS-RULE-COUNT(WS-RULE-IDX) TO IR-COUNT
               MOVE WS-RULE-DESCRIPTION(WS-RULE-IDX)
                   TO IR-DESCRIPTION
               WRITE IA-RULE-LINE
               PERFORM VARYING IDX-EXC FROM 1 BY 1
                   UNTIL IDX-EXC > WS-EXC-COUNT
                   IF WS-EXC-RULE-IDX(IDX-EXC) = WS-RULE-IDX
                       MOVE "EXC" TO IE-ROW-TYPE
                       MOVE WS-TODAY TO IE-DATE
                       MOVE WS-RULE-CODE(WS-RULE-IDX) TO IE-RULE
                       MOVE WS-EXC-ENTRY-KEY(IDX-EXC) TO IE-KEY
                       MOVE WS-EXC-ENTRY-DETAIL(IDX-EXC)
                           TO IE-DETAIL
                       WRITE IA-EXCEPTION-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE REPORT-FILE.
       080-END.EXIT.

      *    WS-EXC-RULE, WS-EXC-KEY and WS-EXC-DETAIL set by the
      *    caller.
       090-ADD-EXCEPTION.
           ADD 1 TO WS-RULE-COUNT(WS-EXC-RULE)
           ADD 1 TO WS-TOTAL-EXCEPTIONS
           IF WS-EXC-COUNT >= 5000
               ADD 1 TO WS-EXC-DROPPED
               GO TO 090-END
           END-IF
           ADD 1 TO WS-EXC-COUNT
           MOVE WS-EXC-RULE TO WS-EXC-RULE-IDX(WS-EXC-COUNT)
           MOVE WS-EXC-KEY TO WS-EXC-ENTRY-KEY(WS-EXC-COUNT)
           MOVE WS-EXC-DETAIL TO WS-EXC-ENTRY-DETAIL(WS-EXC-COUNT).
       090-END.EXIT.

      *    Is WS-CHECK-CBU among the links of the account in the
      *    record area?
       095-CHECK-LINKS-BACK.
           SET WS-DOES-NOT-LINK-BACK TO TRUE
           PERFORM VARYING FS-LINKED-IDX FROM 1 BY 1
               UNTIL FS-LINKED-IDX > FS-LINKED-CBU-COUNT
               OR FS-LINKED-IDX > 4
               IF FS-LINKED-CBU(FS-LINKED-IDX) = WS-CHECK-CBU
                   SET WS-LINKS-BACK TO TRUE
               END-IF
           END-PERFORM.
       095-END.EXIT.

      *    WS-CHECK-CBU must be on file and not closed; the
      *    exception goes under WS-EXC-RULE / WS-EXC-KEY set by the
      *    caller, naming WS-CHECK-ROLE. WS-LOOKUP-FOUND when the
      *    account is on file (closed or not).
       097-CHECK-LIVE-ACCOUNT.
           SET WS-LOOKUP-FOUND TO TRUE
           MOVE WS-CHECK-CBU TO FS-CBU
           READ ACCOUNTS-FILE
               INVALID KEY
                   SET WS-LOOKUP-MISSING TO TRUE
           END-READ
           MOVE SPACES TO WS-EXC-DETAIL
           IF WS-LOOKUP-MISSING
               STRING WS-CHECK-ROLE DELIMITED BY SPACE
                   " NOT ON FILE " WS-CHECK-CBU
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               PERFORM 090-ADD-EXCEPTION THRU 090-END
               GO TO 097-END
           END-IF
           IF FS-ACCOUNT-CLOSED
               STRING WS-CHECK-ROLE DELIMITED BY SPACE
                   " CLOSED " WS-CHECK-CBU
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               PERFORM 090-ADD-EXCEPTION THRU 090-END
           END-IF.
       097-END.EXIT.
       END PROGRAM INTEGRITY-AUDIT.
