      *          are home currency (ARS) per one foreign unit; the
      *          sell rate must not be below the buy rate or the bank
      *          pays customers to round-trip.
      *          Rates are under change control: this tool only
      *          queues the rate (row as it stands, row as requested,
      *          effective date, requesting operator) on
      *          REF-CHANGES.txt. A second supervisor approving it in
      *          REF-CHANGE-APPROVE puts a rate for today live at
      *          once, stamped with the day it went live; a rate for
      *          a later date goes live on that date's night run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-INPUT-CURRENCY           PIC X(03).
       01  WS-INPUT-BUY-RATE           PIC 9(09)V9(06).
       01  WS-INPUT-SELL-RATE          PIC 9(09)V9(06).
       01  WS-INPUT-EFFECTIVE-DATE     PIC X(08).
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TODAY                    PIC X(08).
      *    The row as requested, and the change as queued for
      *    approval.
           COPY FXRATEREC
               REPLACING ==FX-RATE-RECORD== BY ==WS-FX-RATE-WORK==
               LEADING ==FX== BY ==WF==.
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
           DISPLAY "FX-RATE-SET - POST THE DAY'S EXCHANGE RATE"
           CALL 'OPERATOR-SIGNON' USING WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT = "N"
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY

           DISPLAY "ENTER THE 3-LETTER CURRENCY CODE"
           ACCEPT WS-INPUT-CURRENCY
           IF WS-INPUT-CURRENCY = "ARS"
               DISPLAY "SELL RATE BELOW BUY RATE - NOT POSTED"
               STOP RUN
           END-IF
           PERFORM 010-ACCEPT-EFFECTIVE-DATE THRU 010-END

      *    The row as it stands now, for the approver to compare.
      *    No FX-RATES.DAT yet on a brand new install means no row.
           MOVE SPACES TO WS-REF-CHANGE-WORK
           MOVE "A" TO WC-ACTION
           OPEN INPUT FX-RATES-FILE
           IF FXRATEF-STATUS = 00
               MOVE WS-INPUT-CURRENCY TO FX-CURRENCY-CODE
               READ FX-RATES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "C" TO WC-ACTION
                       MOVE FX-RATE-RECORD TO WC-OLD-VALUE
               END-READ
               CLOSE FX-RATES-FILE
           ELSE
               IF FXRATEF-STATUS NOT = 35
                   DISPLAY "UNABLE TO OPEN FX-RATES.DAT"
                   DISPLAY "FS-STATUS: " FXRATEF-STATUS
                   STOP RUN
               END-IF
           END-IF

      *    The rate date is restamped with the day the rate really
      *    goes live when the change is applied.
           MOVE WS-INPUT-CURRENCY TO WF-CURRENCY-CODE
           MOVE WS-INPUT-EFFECTIVE-DATE TO WF-RATE-DATE
           MOVE WS-INPUT-BUY-RATE TO WF-BUY-RATE
           MOVE WS-INPUT-SELL-RATE TO WF-SELL-RATE
           MOVE WS-FX-RATE-WORK TO WC-NEW-VALUE
           IF WC-NEW-VALUE = WC-OLD-VALUE
               DISPLAY "THE RATE IS ALREADY POSTED THAT WAY - "
                   "NOTHING QUEUED"
               STOP RUN
           END-IF

           MOVE "FX-RATES" TO WC-TABLE-NAME
           MOVE WS-INPUT-CURRENCY TO WC-TABLE-KEY
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
           DISPLAY "RATE FOR " WC-TABLE-KEY " QUEUED FOR APPROVAL"
           DISPLAY "REFERENCE: " WC-REF-DATE " " WC-REF-SEQ
               "  EFFECTIVE: " WC-EFFECTIVE-DATE.
       020-END.EXIT.
       END PROGRAM FX-RATE-SET.
