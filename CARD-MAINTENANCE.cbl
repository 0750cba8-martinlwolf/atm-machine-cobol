      *          card the moment a customer reports it lost - the
      *          block is on the card row alone, takes effect at the
      *          customer's next session through 004-READ-CARD, and
      *          never touches the account record. A card is cut
      *          for a holder: the primary owner, or a joint owner or
      *          authorized signatory currently on the account
      *          (ACCOUNT-PARTIES.DAT), each holding their own card.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CBU
               FILE STATUS IS ACCOUNTSF-STATUS.
           SELECT ACCOUNT-PARTIES-FILE ASSIGN TO "ACCOUNT-PARTIES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               ALTERNATE RECORD KEY IS AP-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS PARTYF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
           COPY ACCTREC.

       FD  ACCOUNT-PARTIES-FILE.
           COPY PARTYREC.

       WORKING-STORAGE SECTION.
       01  CARDSF-STATUS               PIC 9(2).
       01  ACCOUNTSF-STATUS            PIC 9(2).
       01  PARTYF-STATUS               PIC 9(2).
       01  WS-INPUT-OPTION             PIC 9(01).
       01  WS-INPUT-CARD-NUMBER        PIC 9(16).
       01  WS-INPUT-NEW-CARD-NUMBER    PIC 9(16).
       01  WS-INPUT-OFFLINE-LIMIT      PIC 9(06).
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-REISSUE-CBU              PIC 9(22).
       01  WS-INPUT-HOLDER-ID          PIC 9(08).
       01  WS-TODAY                    PIC X(08).
       01  WS-HOLDER-FLAG              PIC X(01).
           88 WS-HOLDER-IS-VALID           VALUE "Y".
           88 WS-HOLDER-NOT-VALID          VALUE "N".
      *    Issuing and hot-carding is a teller-or-better act, and
      *    every card operation is logged under the operator.
       01  WS-REQUIRED-ROLE            PIC X(01) VALUE "T".

           CLOSE CARDS-FILE
           CLOSE ACCOUNTS-FILE
           IF PARTYF-STATUS = 00
               CLOSE ACCOUNT-PARTIES-FILE
           END-IF
           STOP RUN.

       010-OPEN-FILES.
               DISPLAY "UNABLE TO OPEN ACCOUNTS.DAT"
               DISPLAY "FS-STATUS: " ACCOUNTSF-STATUS
               STOP RUN
           END-IF

      *    No party file yet simply means every card goes to the
      *    primary owner.
           OPEN INPUT ACCOUNT-PARTIES-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY.
       010-END.EXIT.

       020-ISSUE-CARD.
                   GO TO 020-END
           END-READ

           DISPLAY "ENTER THE CARD HOLDER'S CUSTOMER ID "
               "(0 FOR THE PRIMARY OWNER)"
           ACCEPT WS-INPUT-HOLDER-ID
           PERFORM 060-CHECK-HOLDER THRU 060-END
           IF WS-HOLDER-NOT-VALID
               GO TO 020-END
           END-IF

           PERFORM 050-WRITE-NEW-CARD THRU 050-END.
       020-END.EXIT.

           END-READ

           MOVE CD-CBU TO WS-REISSUE-CBU
           MOVE CD-HOLDER-CUSTOMER-ID TO WS-INPUT-HOLDER-ID

      *    The replacement goes to the same holder, who must still
      *    be on the account.
           MOVE WS-REISSUE-CBU TO FS-CBU
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY "NO SUCH ACCOUNT ON FILE: " WS-REISSUE-CBU
                   GO TO 030-END
           END-READ
           PERFORM 060-CHECK-HOLDER THRU 060-END
           IF WS-HOLDER-NOT-VALID
               GO TO 030-END
           END-IF

      *    Validate the replacement number BEFORE the old card is
      *    marked replaced, so a mistyped or duplicate new number can
           END-READ
           MOVE FS-CURRENCY-CODE TO CD-CURRENCY-CODE
           MOVE FS-PIN-HASH TO CD-OFFLINE-PIN-HASH
           MOVE WS-INPUT-HOLDER-ID TO CD-HOLDER-CUSTOMER-ID
           WRITE CARD-RECORD
               INVALID KEY
                   DISPLAY "THAT CARD NUMBER IS ALREADY ON FILE"
               NOT INVALID KEY
                   DISPLAY "CARD " CD-CARD-NUMBER " ISSUED FOR CBU "
                       CD-CBU
                   IF CD-HOLDER-CUSTOMER-ID NOT = 0
                       DISPLAY "HELD BY CUSTOMER "
                           CD-HOLDER-CUSTOMER-ID
                   END-IF
                   MOVE "CARD-ISSUED" TO WS-SEC-EVENT-TYPE
                   CALL 'SEC-EVENT-LOG' USING CD-CBU
                       WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE
                       WS-OPERATOR-ID
           END-WRITE.
       050-END.EXIT.

      *    WS-INPUT-HOLDER-ID may hold a card on the account in the
      *    record area when it is zero (the primary owner), the
      *    primary owner's own ID, or a joint owner or signatory
      *    whose link holds today.
       060-CHECK-HOLDER.
           SET WS-HOLDER-IS-VALID TO TRUE
           IF WS-INPUT-HOLDER-ID = 0
               OR WS-INPUT-HOLDER-ID = FS-CUSTOMER-ID
               GO TO 060-END
           END-IF
           SET WS-HOLDER-NOT-VALID TO TRUE
           IF PARTYF-STATUS NOT = 00
               DISPLAY "CUSTOMER " WS-INPUT-HOLDER-ID
                   " IS NOT A PARTY TO THE ACCOUNT"
               GO TO 060-END
           END-IF
           MOVE FS-CBU TO AP-CBU
           MOVE WS-INPUT-HOLDER-ID TO AP-CUSTOMER-ID
           READ ACCOUNT-PARTIES-FILE
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-INPUT-HOLDER-ID
                       " IS NOT A PARTY TO THE ACCOUNT"
                   GO TO 060-END
           END-READ
           IF (AP-JOINT-OWNER OR AP-SIGNATORY)
               AND AP-START-DATE <= WS-TODAY
               AND (AP-END-DATE = SPACES OR AP-END-DATE > WS-TODAY)
               SET WS-HOLDER-IS-VALID TO TRUE
           ELSE
               DISPLAY "CUSTOMER " WS-INPUT-HOLDER-ID
                   " IS NOT CURRENTLY ON THE ACCOUNT"
           END-IF.
       060-END.EXIT.
       END PROGRAM CARD-MAINTENANCE.
