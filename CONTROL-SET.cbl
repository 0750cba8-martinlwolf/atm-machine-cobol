      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ops tool to change one of the one-line control files
      *          the system reads its thresholds and day counts from
      *          (AUTH-LIMIT.txt, CTR-THRESHOLD.txt, ICH-ACK-DAYS.txt,
      *          PAYEE-COOLOFF-DAYS.txt, ...). Each file holds a
      *          single number read with NUMVAL by the program that
      *          honors it; zero or no file means that program's
      *          built-in default. The files are under change
      *          control like the reference tables: this tool shows
      *          the value in force and queues the new one (with the
      *          old value, effective date and requesting operator)
      *          on REF-CHANGES.txt. The file is only rewritten once
      *          another supervisor approves the change in
      *          REF-CHANGE-APPROVE and its effective date has
      *          arrived. Only the files listed below can be set.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-SET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROLF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 CT-VALUE-TEXT            PIC X(20).

       WORKING-STORAGE SECTION.
       01  CONTROLF-STATUS             PIC 9(2).
       01  WS-CONTROL-FILENAME         PIC X(30).
       01  WS-INPUT-OPTION             PIC 9(02).
       01  WS-INPUT-VALUE              PIC X(20).
       01  WS-INPUT-EFFECTIVE-DATE     PIC X(08).
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TODAY                    PIC X(08).
       01  WS-CONTROL-IDX              PIC 9(02).
      *    The control files this tool may set, and what each one
      *    governs.
       01  WS-CONTROL-COUNT            PIC 9(02) VALUE 19.
       01  WS-CONTROL-NAMES.
           05 FILLER                   PIC X(30)
               VALUE "AUTH-LIMIT.txt".
           05 FILLER                   PIC X(30)
               VALUE "PAYEE-COOLOFF-DAYS.txt".
           05 FILLER                   PIC X(30)
               VALUE "PAYEE-COOLOFF-THRESHOLD.txt".
           05 FILLER                   PIC X(30)
               VALUE "CTR-THRESHOLD.txt".
           05 FILLER                   PIC X(30)
               VALUE "ICH-ACK-DAYS.txt".
           05 FILLER                   PIC X(30)
               VALUE "ARCHIVE-KEEP-DAYS.txt".
           05 FILLER                   PIC X(30)
               VALUE "CHECKPOINT-INTERVAL.txt".
           05 FILLER                   PIC X(30)
               VALUE "CARD-RENEW-LEAD.txt".
           05 FILLER                   PIC X(30)
               VALUE "DORMANT-MONTHS.txt".
           05 FILLER                   PIC X(30)
               VALUE "ESCHEAT-MONTHS.txt".
           05 FILLER                   PIC X(30)
               VALUE "TERM-DEPOSIT-RATE.txt".
           05 FILLER                   PIC X(30)
               VALUE "ICH-CUTOFF.txt".
           05 FILLER                   PIC X(30)
               VALUE "CHECK-CUTOFF.txt".
           05 FILLER                   PIC X(30)
               VALUE "DEPOSIT-CUTOFF.txt".
           05 FILLER                   PIC X(30)
               VALUE "SWAP-REVIEW-DAYS.txt".
           05 FILLER                   PIC X(30)
               VALUE "SWAP-SHORT-LIMIT.txt".
           05 FILLER                   PIC X(30)
               VALUE "KYC-NOTICE-DAYS.txt".
           05 FILLER                   PIC X(30)
               VALUE "KYC-GRACE-DAYS.txt".
           05 FILLER                   PIC X(30)
               VALUE "KYC-REPEAT-LIMIT.txt".
       01  WS-CONTROL-NAME-TABLE REDEFINES WS-CONTROL-NAMES.
           05 WS-CONTROL-NAME          PIC X(30) OCCURS 19 TIMES.
       01  WS-CONTROL-USES.
           05 FILLER                   PIC X(36)
               VALUE "TRANSFER AMOUNT NEEDING APPROVAL".
           05 FILLER                   PIC X(36)
               VALUE "NEW-PAYEE COOLING-OFF DAYS".
           05 FILLER                   PIC X(36)
               VALUE "NEW-PAYEE COOLING-OFF AMOUNT".
           05 FILLER                   PIC X(36)
               VALUE "CASH TRANSACTION REPORT THRESHOLD".
           05 FILLER                   PIC X(36)
               VALUE "INTERCHANGE ACKNOWLEDGEMENT DAYS".
           05 FILLER                   PIC X(36)
               VALUE "TRANSACTION ARCHIVE RETENTION DAYS".
           05 FILLER                   PIC X(36)
               VALUE "BATCH CHECKPOINT INTERVAL".
           05 FILLER                   PIC X(36)
               VALUE "CARD RENEWAL LEAD DAYS".
           05 FILLER                   PIC X(36)
               VALUE "MONTHS WITHOUT ACTIVITY TO DORMANT".
           05 FILLER                   PIC X(36)
               VALUE "MONTHS WITHOUT ACTIVITY TO ESCHEAT".
           05 FILLER                   PIC X(36)
               VALUE "TERM DEPOSIT ANNUAL RATE (BP)".
           05 FILLER                   PIC X(36)
               VALUE "INTERBANK CUT-OFF TIME (HHMMSS)".
           05 FILLER                   PIC X(36)
               VALUE "CHECK DEPOSIT CUT-OFF TIME (HHMMSS)".
           05 FILLER                   PIC X(36)
               VALUE "HELD DEPOSIT CUT-OFF TIME (HHMMSS)".
           05 FILLER                   PIC X(36)
               VALUE "CASSETTE SWAP REVIEW WINDOW DAYS".
           05 FILLER                   PIC X(36)
               VALUE "CASSETTE SHORTS TO FLAG A REPEAT".
           05 FILLER                   PIC X(36)
               VALUE "KYC REVIEW NOTICE DAYS BEFORE DUE".
           05 FILLER                   PIC X(36)
               VALUE "KYC REVIEW GRACE DAYS TO RESTRICT".
           05 FILLER                   PIC X(36)
               VALUE "CTRS OR DISPUTES TO RAISE KYC RISK".
       01  WS-CONTROL-USE-TABLE REDEFINES WS-CONTROL-USES.
           05 WS-CONTROL-USE           PIC X(36) OCCURS 19 TIMES.
      *    The change as queued for approval.
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
           DISPLAY "CONTROL-SET - THRESHOLD AND DAY-COUNT CONTROLS"
           CALL 'OPERATOR-SIGNON' USING WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT = "N"
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY

           PERFORM VARYING WS-CONTROL-IDX FROM 1 BY 1
               UNTIL WS-CONTROL-IDX > WS-CONTROL-COUNT
               DISPLAY WS-CONTROL-IDX "."
                   WS-CONTROL-NAME(WS-CONTROL-IDX) " "
                   WS-CONTROL-USE(WS-CONTROL-IDX)
           END-PERFORM
           DISPLAY "ENTER THE NUMBER OF THE CONTROL TO CHANGE"
           ACCEPT WS-INPUT-OPTION
           IF WS-INPUT-OPTION < 1 OR WS-INPUT-OPTION > WS-CONTROL-COUNT
               DISPLAY "INVALID OPTION"
               STOP RUN
           END-IF
           MOVE WS-CONTROL-NAME(WS-INPUT-OPTION) TO WS-CONTROL-FILENAME

      *    The value as it stands now, for the operator and the
      *    approver to compare. No file is the built-in default.
           MOVE SPACES TO WS-REF-CHANGE-WORK
           MOVE "A" TO WC-ACTION
           OPEN INPUT CONTROL-FILE
           IF CONTROLF-STATUS = 00
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "C" TO WC-ACTION
                       MOVE CONTROL-RECORD TO WC-OLD-VALUE
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF WC-CHANGES-ROW
               DISPLAY "CURRENT VALUE: " WC-OLD-VALUE(1:20)
           ELSE
               DISPLAY "NOT SET - THE BUILT-IN DEFAULT IS IN USE"
           END-IF

           DISPLAY "ENTER THE NEW VALUE (0 FOR THE BUILT-IN DEFAULT)"
           ACCEPT WS-INPUT-VALUE
           IF WS-INPUT-VALUE = SPACES
               OR FUNCTION TEST-NUMVAL(WS-INPUT-VALUE) NOT = 0
               DISPLAY "THE VALUE MUST BE A NUMBER"
               STOP RUN
           END-IF
           IF FUNCTION NUMVAL(WS-INPUT-VALUE) < 0
               DISPLAY "THE VALUE CANNOT BE NEGATIVE"
               STOP RUN
           END-IF
           PERFORM 010-ACCEPT-EFFECTIVE-DATE THRU 010-END

           MOVE WS-INPUT-VALUE TO WC-NEW-VALUE
           IF WC-NEW-VALUE = WC-OLD-VALUE
               DISPLAY "THE CONTROL IS ALREADY SET THAT WAY - "
                   "NOTHING QUEUED"
               STOP RUN
           END-IF

           MOVE "CONTROL" TO WC-TABLE-NAME
           MOVE WS-CONTROL-FILENAME TO WC-TABLE-KEY
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
           DISPLAY "CHANGE TO " WC-TABLE-KEY " QUEUED FOR APPROVAL"
           DISPLAY "REFERENCE: " WC-REF-DATE " " WC-REF-SEQ
               "  EFFECTIVE: " WC-EFFECTIVE-DATE.
       020-END.EXIT.
       END PROGRAM CONTROL-SET.
