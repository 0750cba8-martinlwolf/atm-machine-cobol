      *          refuses to book a movement type with no mapping, so
      *          finance maintains this table rather than editing the
      *          journal batch.
      *          The mapping is under change control: this tool only
      *          queues the change (row as it stands, row as
      *          requested, effective date, requesting operator) on
      *          REF-CHANGES.txt. It reaches GL-MAP.DAT once another
      *          supervisor approves it in REF-CHANGE-APPROVE and its
      *          effective date has arrived.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-INPUT-TRANS-TYPE         PIC X(10).
       01  WS-INPUT-DEBIT-ACCOUNT      PIC 9(08).
       01  WS-INPUT-CREDIT-ACCOUNT     PIC 9(08).
       01  WS-INPUT-EFFECTIVE-DATE     PIC X(08).
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TODAY                    PIC X(08).
      *    The row as requested, and the change as queued for
      *    approval.
           COPY GLMAPREC
               REPLACING ==GL-MAP-RECORD== BY ==WS-GL-MAP-WORK==
               LEADING ==GM== BY ==WG==.
           COPY REFCHGREC
               REPLACING ==REF-CHANGE-RECORD== BY ==WS-REF-CHANGE-WORK==
               LEADING ==RC== BY ==WC==.
       01  WS-REQUIRED-ROLE            PIC X(01) VALUE "T".
       01  WS-OPERATOR-ID              PIC X(08).
       01  WS-SIGNON-RESULT            PIC X(01).
       01  WS-SEC-EVENT-CBU            PIC 9(22) VALUE ZERO.
       01  WS-SEC-EVENT-TYPE           PIC X(16).
       01  WS-SEC-TERMINAL-ID          PIC X(06) VALUE "OPS   ".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "GL-MAP-SET - MAP A MOVEMENT TYPE TO GL ACCOUNTS"
           CALL 'OPERATOR-SIGNON' USING WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT = "N"
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY

           DISPLAY "ENTER THE MOVEMENT TYPE (AS ON RECEIPTS)"
           ACCEPT WS-INPUT-TRANS-TYPE
           IF WS-INPUT-TRANS-TYPE = SPACES
               DISPLAY "MOVEMENT TYPE CANNOT BE BLANK"
               STOP RUN
           END-IF
           DISPLAY "ENTER THE 8-DIGIT GL ACCOUNT TO DEBIT"
           ACCEPT WS-INPUT-DEBIT-ACCOUNT
           DISPLAY "ENTER THE 8-DIGIT GL ACCOUNT TO CREDIT"
           ACCEPT WS-INPUT-CREDIT-ACCOUNT
           PERFORM 010-ACCEPT-EFFECTIVE-DATE THRU 010-END

      *    The row as it stands now, for the approver to compare.
      *    No GL-MAP.DAT yet on a brand new install means no row.
           MOVE SPACES TO WS-REF-CHANGE-WORK
           MOVE "A" TO WC-ACTION
           OPEN INPUT GL-MAP-FILE
           IF GLMAPF-STATUS = 00
               MOVE WS-INPUT-TRANS-TYPE TO GM-TRANS-TYPE
               READ GL-MAP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "C" TO WC-ACTION
                       MOVE GL-MAP-RECORD TO WC-OLD-VALUE
               END-READ
               CLOSE GL-MAP-FILE
           ELSE
               IF GLMAPF-STATUS NOT = 35
                   DISPLAY "UNABLE TO OPEN GL-MAP.DAT"
                   DISPLAY "FS-STATUS: " GLMAPF-STATUS
                   STOP RUN
               END-IF
           END-IF

           MOVE WS-INPUT-TRANS-TYPE TO WG-TRANS-TYPE
           MOVE WS-INPUT-DEBIT-ACCOUNT TO WG-DEBIT-ACCOUNT
           MOVE WS-INPUT-CREDIT-ACCOUNT TO WG-CREDIT-ACCOUNT
           MOVE WS-GL-MAP-WORK TO WC-NEW-VALUE
           IF WC-NEW-VALUE = WC-OLD-VALUE
               DISPLAY "THE MAPPING IS ALREADY SET THAT WAY - "
                   "NOTHING QUEUED"
               STOP RUN
           END-IF

           MOVE "GL-MAP" TO WC-TABLE-NAME
           MOVE WS-INPUT-TRANS-TYPE TO WC-TABLE-KEY
           PERFORM 020-QUEUE-CHANGE THRU 020-END
           STOP RUN.

      *    Blank is today. A change can wait for a future date but
      *    never reach back into one already booked.
       010-ACCEPT-EFFECTIVE-DATE.
           DISPLAY "ENTER THE EFFECTIVE DATE (YYYYMMDD, BLANK FOR "
               "TODAY)"
           ACCEPT WS-INPUT-EFFECTIVE-DATE
           IF WS-INPUT-EFFECTIVE-DATE = SPACES
               MOVE WS-TODAY TO WS-INPUT-EFFECTIVE-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION
               NUMVAL(WS-INPUT-EFFECTIVE-DATE)) NOT = 0
               DISPLAY "THAT IS NOT A REAL DATE"
               STOP RUN
           END-IF
           IF WS-INPUT-EFFECTIVE-DATE < WS-TODAY
               DISPLAY "THE EFFECTIVE DATE CANNOT BE IN THE PAST"
               STOP RUN
           END-IF.
       010-END.EXIT.

       020-QUEUE-CHANGE.
           MOVE WS-INPUT-EFFECTIVE-DATE TO WC-EFFECTIVE-DATE
           MOVE WS-OPERATOR-ID TO WC-REQUEST-OPERATOR
           CALL 'REF-CHANGE-WRITE' USING WS-REF-CHANGE-WORK
           IF RETURN-CODE NOT = 0
               DISPLAY "SYSTEM FAILURE. TRY LATER"
               GO TO 020-END
           END-IF
           MOVE "REFCHG-REQUEST" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING WS-SEC-EVENT-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID
           DISPLAY "MAPPING CHANGE FOR " WC-TABLE-KEY " QUEUED FOR "
               "APPROVAL"
           DISPLAY "REFERENCE: " WC-REF-DATE " " WC-REF-SEQ
               "  EFFECTIVE: " WC-EFFECTIVE-DATE.
       020-END.EXIT.
       END PROGRAM GL-MAP-SET.
