      *          withdrawal limit). ATM-MACHINE loads the row at
      *          start-up, so a change here reaches the machine on
      *          its next session without a compile.
      *          Profiles are under change control: this tool only
      *          queues the change (row as it stands, row as
      *          requested, effective date, requesting operator) on
      *          REF-CHANGES.txt. It reaches TERMINAL-PROFILE.DAT
      *          once another supervisor approves it in
      *          REF-CHANGE-APPROVE and its effective date has
      *          arrived.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-INPUT-HOLD-THRESHOLD     PIC 9(18)V99.
       01  WS-INPUT-NOTIFY-LIMIT       PIC 9(18)V99.
       01  WS-INPUT-DAILY-LIMIT        PIC 9(18)V99.
       01  WS-INPUT-EFFECTIVE-DATE     PIC X(08).
       01  WS-QUICK-IDX                PIC 9(01).
       01  WS-QUICK-AMOUNTS.
           05 WS-QUICK-AMOUNT          PIC 9(06) OCCURS 5 TIMES.
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TODAY                    PIC X(08).
      *    The row as requested, and the change as queued for
      *    approval.
           COPY TERMPROF
               REPLACING ==TERMINAL-PROFILE-RECORD==
                   BY ==WS-TERMINAL-PROFILE-WORK==
               LEADING ==TP== BY ==WP==.
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
           DISPLAY "TERMINAL-PROFILE-SET - TERMINAL FLEET PROFILES"
           CALL 'OPERATOR-SIGNON' USING WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT = "N"
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY

           DISPLAY "ENTER THE TERMINAL ID"
           ACCEPT WS-INPUT-TERMINAL-ID
           IF WS-INPUT-TERMINAL-ID = SPACES
           ACCEPT WS-INPUT-NOTIFY-LIMIT
           DISPLAY "ENTER THE DAILY WITHDRAWAL LIMIT"
           ACCEPT WS-INPUT-DAILY-LIMIT
           PERFORM 010-ACCEPT-EFFECTIVE-DATE THRU 010-END

      *    The row as it stands now, for the approver to compare.
      *    No TERMINAL-PROFILE.DAT yet on a new install means no row.
           MOVE SPACES TO WS-REF-CHANGE-WORK
           MOVE "A" TO WC-ACTION
           OPEN INPUT TERMINAL-PROFILE-FILE
           IF TERMPROFF-STATUS = 00
               MOVE WS-INPUT-TERMINAL-ID TO TP-TERMINAL-ID
               READ TERMINAL-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "C" TO WC-ACTION
                       MOVE TERMINAL-PROFILE-RECORD TO WC-OLD-VALUE
               END-READ
               CLOSE TERMINAL-PROFILE-FILE
           ELSE
               IF TERMPROFF-STATUS NOT = 35
                   DISPLAY "UNABLE TO OPEN TERMINAL-PROFILE.DAT"
                   DISPLAY "FS-STATUS: " TERMPROFF-STATUS
                   STOP RUN
               END-IF
           END-IF

           PERFORM 020-FILL-ROW THRU 020-END
           MOVE WS-TERMINAL-PROFILE-WORK TO WC-NEW-VALUE
           IF WC-NEW-VALUE = WC-OLD-VALUE
               DISPLAY "THE PROFILE IS ALREADY SET THAT WAY - "
                   "NOTHING QUEUED"
               STOP RUN
           END-IF

           MOVE "TERMINAL-PROFILE" TO WC-TABLE-NAME
           MOVE WS-INPUT-TERMINAL-ID TO WC-TABLE-KEY
           PERFORM 030-QUEUE-CHANGE THRU 030-END
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

       020-FILL-ROW.
           MOVE WS-INPUT-TERMINAL-ID TO WP-TERMINAL-ID
           MOVE WS-INPUT-LOCATION TO WP-LOCATION-NAME
           PERFORM VARYING WS-QUICK-IDX FROM 1 BY 1
               UNTIL WS-QUICK-IDX > 5
               MOVE WS-QUICK-AMOUNT(WS-QUICK-IDX)
                   TO WP-QUICK-AMOUNT(WS-QUICK-IDX)
           END-PERFORM
           MOVE WS-INPUT-HOLD-THRESHOLD TO WP-HOLD-THRESHOLD
           MOVE WS-INPUT-NOTIFY-LIMIT TO WP-NOTIFY-LIMIT
           MOVE WS-INPUT-DAILY-LIMIT TO WP-DAILY-LIMIT.
       020-END.EXIT.

       030-QUEUE-CHANGE.
           MOVE WS-INPUT-EFFECTIVE-DATE TO WC-EFFECTIVE-DATE
           MOVE WS-OPERATOR-ID TO WC-REQUEST-OPERATOR
           CALL 'REF-CHANGE-WRITE' USING WS-REF-CHANGE-WORK
           IF RETURN-CODE NOT = 0
               DISPLAY "SYSTEM FAILURE. TRY LATER"
               GO TO 030-END
           END-IF
           MOVE "REFCHG-REQUEST" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING WS-SEC-EVENT-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID
           DISPLAY "PROFILE CHANGE FOR " WC-TABLE-KEY " QUEUED FOR "
               "APPROVAL"
           DISPLAY "REFERENCE: " WC-REF-DATE " " WC-REF-SEQ
               "  EFFECTIVE: " WC-EFFECTIVE-DATE.
       030-END.EXIT.
       END PROGRAM TERMINAL-PROFILE-SET.
