      *             marked replaced, so 004-READ-CARD points the
      *             customer at the new plastic.
      *          The old card stays usable until its own expiry - the
      *          replacement only takes over then. A card held by a
      *          joint owner or signatory is renewed to the same
      *          holder and embossed with their name from
      *          CUSTOMERS.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CBU
               FILE STATUS IS ACCOUNTSF-STATUS.
           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS CUSTF-STATUS.
           SELECT EMBOSS-FILE ASSIGN TO WS-EMBOSS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMBOSSF-STATUS.
       FD  ACCOUNTS-FILE.
           COPY ACCTREC.

       FD  CUSTOMERS-FILE.
           COPY CUSTREC.

       FD  EMBOSS-FILE.
       01  EMBOSS-RECORD.
           05 EM-CARD-NUMBER           PIC 9(16).
       WORKING-STORAGE SECTION.
       01  CARDSF-STATUS                PIC 9(2).
       01  ACCOUNTSF-STATUS             PIC 9(2).
       01  CUSTF-STATUS                 PIC 9(2).
       01  EMBOSSF-STATUS               PIC 9(2).
       01  LEADF-STATUS                 PIC 9(2).

           05 WS-SAVED-LAST-BALANCE     PIC 9(18)V99.
           05 WS-SAVED-CURRENCY         PIC X(03).
           05 WS-SAVED-OFFLINE-PIN      PIC 9(10).
           05 WS-SAVED-HOLDER           PIC 9(08).
       01  WS-NOTIFY-EVENT-TYPE         PIC X(16).
       01  WS-NOTIFY-AMOUNT             PIC 9(18)V99 VALUE ZERO.
       01  WS-CONTROL-JOB-NAME          PIC X(20)
           PERFORM 020-SCAN-CARDS THRU 020-END
           CLOSE CARDS-FILE
           CLOSE ACCOUNTS-FILE
           IF CUSTF-STATUS = 00
               CLOSE CUSTOMERS-FILE
           END-IF
           CLOSE EMBOSS-FILE

           DISPLAY "RENEWALS QUEUED: " WS-QUEUED-COUNT
               DISPLAY "FS-STATUS: " ACCOUNTSF-STATUS
               GOBACK
           END-IF
      *    Only needed for the names of cards not held by the owner.
           OPEN INPUT CUSTOMERS-FILE
           OPEN OUTPUT EMBOSS-FILE
           IF EMBOSSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN THE EMBOSSING FILE"
           MOVE CD-LAST-KNOWN-BALANCE TO WS-SAVED-LAST-BALANCE
           MOVE CD-CURRENCY-CODE TO WS-SAVED-CURRENCY
           MOVE CD-OFFLINE-PIN-HASH TO WS-SAVED-OFFLINE-PIN
           MOVE CD-HOLDER-CUSTOMER-ID TO WS-SAVED-HOLDER

      *    Next free card number, stepping up from the old one.
           MOVE WS-OLD-CARD-NUMBER TO WS-NEW-CARD-NUMBER
           MOVE "N" TO CD-RENEWED-FLAG
           MOVE WS-SAVED-CURRENCY TO CD-CURRENCY-CODE
           MOVE WS-SAVED-OFFLINE-PIN TO CD-OFFLINE-PIN-HASH
           MOVE WS-SAVED-HOLDER TO CD-HOLDER-CUSTOMER-ID
           WRITE CARD-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING REPLACEMENT CARD: "
               NOT INVALID KEY
                   MOVE FS-USERNAME TO EM-EMBOSS-NAME
           END-READ
           IF WS-SAVED-HOLDER NOT = 0 AND CUSTF-STATUS = 00
               MOVE WS-SAVED-HOLDER TO CU-CUSTOMER-ID
               READ CUSTOMERS-FILE
                   INVALID KEY
                       DISPLAY "NO CUSTOMER FOR CARD HOLDER: "
                           WS-SAVED-HOLDER
                   NOT INVALID KEY
                       MOVE CU-FULL-NAME TO EM-EMBOSS-NAME
               END-READ
               MOVE 00 TO CUSTF-STATUS
           END-IF
           WRITE EMBOSS-RECORD.
       050-END.EXIT.

