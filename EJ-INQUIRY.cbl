      ******************************************************************
      * Author:
      * Date:
      * Purpose: Read-only electronic journal inquiry for disputes and
      *          cash shortages. Pulls every ATM session, step by step
      *          - card read, PIN result, menu choices, amounts asked
      *          for, notes picked per denomination, dispense outcome,
      *          receipts and how the session ended - either for one
      *          terminal on one day within a time window (sessions
      *          that started inside it), or for one CBU across a
      *          date range on every terminal, the journals being
      *          found through EJ-INDEX.txt. Each session is shown
      *          whole, with the cash the machine presented totalled
      *          at the end. Teller sign-on; the inquiry itself is
      *          logged through SEC-EVENT-LOG, since the journals
      *          carry card numbers.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-INQUIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EJOURNAL-FILE ASSIGN TO WS-EJ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EJRNF-STATUS.
           SELECT EJ-INDEX-FILE ASSIGN TO "EJ-INDEX.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EJINDXF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EJOURNAL-FILE.
           COPY EJRNREC.

       FD  EJ-INDEX-FILE.
           COPY EJINDEX.

       WORKING-STORAGE SECTION.
       01  EJRNF-STATUS                PIC 9(2).
       01  EJINDXF-STATUS              PIC 9(2).
       01  WS-EJ-FILENAME              PIC X(40).
       01  WS-INPUT-OPTION             PIC 9(01).
       01  WS-INPUT-TERMINAL           PIC X(06).
       01  WS-INPUT-DATE               PIC X(08).
       01  WS-INPUT-FROM-TIME          PIC X(04).
       01  WS-INPUT-TO-TIME            PIC X(04).
       01  WS-INPUT-CBU                PIC 9(22).
       01  WS-INPUT-FROM-DATE          PIC X(08).
       01  WS-INPUT-TO-DATE            PIC X(08).
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TODAY                    PIC X(08).
       01  WS-FILE-TERMINAL            PIC X(06).
       01  WS-FILE-DATE                PIC X(08).
       01  WS-LAST-SESSION-ID          PIC X(22).
       01  WS-SESSION-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-ROW-COUNT                PIC 9(07) VALUE ZERO.
       01  WS-FILE-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-CASH-TOTAL               PIC 9(18)V99 VALUE ZERO.
       01  WS-AMOUNT-DISPLAY           PIC ZZZZZZZZZZZZZZZZZ9.99.
       01  WS-COUNT-DISPLAY            PIC ZZZZ9.
       01  WS-TIME-DISPLAY             PIC X(08).
      *    Sessions in the journal being read that touched the CBU
      *    asked for - collected on a first pass so the second can
      *    show each of them whole, not just its matching rows.
       01  WS-MATCH-AREAS.
           05 WS-MATCH-COUNT           PIC 9(03).
           05 WS-MATCH-SESSION OCCURS 200 TIMES
               INDEXED BY WS-MATCH-IDX  PIC X(22).
           05 WS-MATCH-FLAG            PIC X(01).
               88 WS-SESSION-MATCHES       VALUE "Y".
               88 WS-SESSION-NO-MATCH      VALUE "N".
       01  WS-REQUIRED-ROLE            PIC X(01) VALUE "T".
       01  WS-OPERATOR-ID              PIC X(08).
       01  WS-SIGNON-RESULT            PIC X(01).
       01  WS-SEC-EVENT-CBU            PIC 9(22) VALUE ZERO.
       01  WS-SEC-EVENT-TYPE           PIC X(16).
       01  WS-SEC-TERMINAL-ID          PIC X(06) VALUE "OPS   ".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "EJ-INQUIRY - ATM ELECTRONIC JOURNAL"
           CALL 'OPERATOR-SIGNON' USING WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT = "N"
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY

           DISPLAY "1.SESSIONS AT A TERMINAL ON A DATE"
           DISPLAY "2.SESSIONS FOR A CBU OVER A DATE RANGE"
           ACCEPT WS-INPUT-OPTION
           EVALUATE WS-INPUT-OPTION
               WHEN 1
                   PERFORM 100-BY-TERMINAL THRU 100-END
               WHEN 2
                   PERFORM 200-BY-CBU THRU 200-END
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE
           STOP RUN.

      *    One terminal's journal for one day; the sessions shown are
      *    those whose card went in inside the HHMM window (blank
      *    from and to = the whole day).
       100-BY-TERMINAL.
           DISPLAY "ENTER THE TERMINAL ID"
           ACCEPT WS-INPUT-TERMINAL
           DISPLAY "ENTER THE DATE (YYYYMMDD, BLANK FOR TODAY)"
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE = SPACES
               MOVE WS-TODAY TO WS-INPUT-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(WS-INPUT-DATE)) NOT = 0
               DISPLAY "INVALID DATE"
               GO TO 100-END
           END-IF
           DISPLAY "ENTER THE FROM TIME (HHMM, BLANK FOR 0000)"
           ACCEPT WS-INPUT-FROM-TIME
           IF WS-INPUT-FROM-TIME = SPACES
               MOVE "0000" TO WS-INPUT-FROM-TIME
           END-IF
           DISPLAY "ENTER THE TO TIME (HHMM, BLANK FOR 2359)"
           ACCEPT WS-INPUT-TO-TIME
           IF WS-INPUT-TO-TIME = SPACES
               MOVE "2359" TO WS-INPUT-TO-TIME
           END-IF
           IF WS-INPUT-FROM-TIME IS NOT NUMERIC
               OR WS-INPUT-TO-TIME IS NOT NUMERIC
               OR WS-INPUT-FROM-TIME > WS-INPUT-TO-TIME
               DISPLAY "INVALID TIME WINDOW"
               GO TO 100-END
           END-IF

           MOVE "EJ-INQUIRY" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING WS-SEC-EVENT-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID

           MOVE WS-INPUT-TERMINAL TO WS-FILE-TERMINAL
           MOVE WS-INPUT-DATE TO WS-FILE-DATE
           PERFORM 300-OPEN-JOURNAL THRU 300-END
           IF EJRNF-STATUS NOT = 00
               DISPLAY "NO JOURNAL FOR " WS-INPUT-TERMINAL " ON "
                   WS-INPUT-DATE
               GO TO 100-END
           END-IF
           PERFORM UNTIL EJRNF-STATUS = 10
               READ EJOURNAL-FILE
                   AT END
                       MOVE 10 TO EJRNF-STATUS
                   NOT AT END
                       IF EJ-SESSION-TIME(1:4) >= WS-INPUT-FROM-TIME
                           AND EJ-SESSION-TIME(1:4)
                               <= WS-INPUT-TO-TIME
                           PERFORM 400-SHOW-ROW THRU 400-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EJOURNAL-FILE
           PERFORM 500-SHOW-TOTALS THRU 500-END.
       100-END.EXIT.

      *    Every journal on the index dated inside the range, on any
      *    terminal: a first pass collects the sessions that carry
      *    the CBU on any row, a second shows those sessions whole.
       200-BY-CBU.
           DISPLAY "ENTER THE 22-DIGIT CBU"
           ACCEPT WS-INPUT-CBU
           DISPLAY "ENTER THE FROM DATE (YYYYMMDD, BLANK FOR TODAY)"
           ACCEPT WS-INPUT-FROM-DATE
           IF WS-INPUT-FROM-DATE = SPACES
               MOVE WS-TODAY TO WS-INPUT-FROM-DATE
           END-IF
           DISPLAY "ENTER THE TO DATE (YYYYMMDD, BLANK FOR TODAY)"
           ACCEPT WS-INPUT-TO-DATE
           IF WS-INPUT-TO-DATE = SPACES
               MOVE WS-TODAY TO WS-INPUT-TO-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(WS-INPUT-FROM-DATE)) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(WS-INPUT-TO-DATE)) NOT = 0
               OR WS-INPUT-FROM-DATE > WS-INPUT-TO-DATE
               DISPLAY "INVALID DATE RANGE"
               GO TO 200-END
           END-IF

           MOVE WS-INPUT-CBU TO WS-SEC-EVENT-CBU
           MOVE "EJ-INQUIRY" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING WS-SEC-EVENT-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID

           OPEN INPUT EJ-INDEX-FILE
           IF EJINDXF-STATUS NOT = 00
               DISPLAY "NO ELECTRONIC JOURNALS ON FILE"
               GO TO 200-END
           END-IF
           PERFORM UNTIL EJINDXF-STATUS = 10
               READ EJ-INDEX-FILE
                   AT END
                       MOVE 10 TO EJINDXF-STATUS
                   NOT AT END
                       IF EI-DATE >= WS-INPUT-FROM-DATE
                           AND EI-DATE <= WS-INPUT-TO-DATE
                           MOVE EI-TERMINAL-ID TO WS-FILE-TERMINAL
                           MOVE EI-DATE TO WS-FILE-DATE
                           PERFORM 210-SEARCH-JOURNAL THRU 210-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EJ-INDEX-FILE
           PERFORM 500-SHOW-TOTALS THRU 500-END.
       200-END.EXIT.

       210-SEARCH-JOURNAL.
           MOVE 0 TO WS-MATCH-COUNT
           PERFORM 300-OPEN-JOURNAL THRU 300-END
           IF EJRNF-STATUS NOT = 00
               GO TO 210-END
           END-IF
           ADD 1 TO WS-FILE-COUNT
           PERFORM UNTIL EJRNF-STATUS = 10
               READ EJOURNAL-FILE
                   AT END
                       MOVE 10 TO EJRNF-STATUS
                   NOT AT END
                       IF EJ-CBU = WS-INPUT-CBU
                           PERFORM 220-FIND-SESSION THRU 220-END
                           IF WS-SESSION-NO-MATCH
                               AND WS-MATCH-COUNT < 200
                               ADD 1 TO WS-MATCH-COUNT
                               MOVE EJ-SESSION-ID
                                   TO WS-MATCH-SESSION(WS-MATCH-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EJOURNAL-FILE
           IF WS-MATCH-COUNT = 0
               GO TO 210-END
           END-IF

           PERFORM 300-OPEN-JOURNAL THRU 300-END
           PERFORM UNTIL EJRNF-STATUS = 10
               READ EJOURNAL-FILE
                   AT END
                       MOVE 10 TO EJRNF-STATUS
                   NOT AT END
                       PERFORM 220-FIND-SESSION THRU 220-END
                       IF WS-SESSION-MATCHES
                           PERFORM 400-SHOW-ROW THRU 400-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EJOURNAL-FILE.
       210-END.EXIT.

      *    Is the current row's session one already collected?
       220-FIND-SESSION.
           SET WS-SESSION-NO-MATCH TO TRUE
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
               OR WS-SESSION-MATCHES
               IF WS-MATCH-SESSION(WS-MATCH-IDX) = EJ-SESSION-ID
                   SET WS-SESSION-MATCHES TO TRUE
               END-IF
           END-PERFORM.
       220-END.EXIT.

       300-OPEN-JOURNAL.
           MOVE SPACES TO WS-EJ-FILENAME
           STRING "EJ-" WS-FILE-TERMINAL "-" WS-FILE-DATE ".txt"
               DELIMITED BY SIZE INTO WS-EJ-FILENAME
           OPEN INPUT EJOURNAL-FILE.
       300-END.EXIT.

      *    One journal row, under a session heading whenever the
      *    session changes. Cash presented is totalled for the
      *    shortage side of an investigation.
       400-SHOW-ROW.
           IF EJ-SESSION-ID NOT = WS-LAST-SESSION-ID
               MOVE EJ-SESSION-ID TO WS-LAST-SESSION-ID
               ADD 1 TO WS-SESSION-COUNT
               DISPLAY " "
               DISPLAY "SESSION " EJ-SESSION-ID
               DISPLAY "  TERMINAL " EJ-SESSION-TERMINAL
                   "  STARTED " EJ-SESSION-DATE " "
                   EJ-SESSION-TIME(1:6)
               DISPLAY "  CARD " EJ-CARD-NUMBER "  CBU " EJ-CBU
           END-IF
           ADD 1 TO WS-ROW-COUNT
           MOVE SPACES TO WS-TIME-DISPLAY
           STRING EJ-TIME(1:2) ":" EJ-TIME(3:2) ":" EJ-TIME(5:2)
               DELIMITED BY SIZE INTO WS-TIME-DISPLAY
           IF EJ-AMOUNT > 0
               MOVE EJ-AMOUNT TO WS-AMOUNT-DISPLAY
               DISPLAY "  " EJ-DATE " " WS-TIME-DISPLAY " "
                   EJ-EVENT-TYPE " " EJ-DETAIL " " WS-AMOUNT-DISPLAY
           ELSE
               DISPLAY "  " EJ-DATE " " WS-TIME-DISPLAY " "
                   EJ-EVENT-TYPE " " EJ-DETAIL
           END-IF
           IF EJ-DISPENSE-OK
               ADD EJ-AMOUNT TO WS-CASH-TOTAL
           END-IF.
       400-END.EXIT.

       500-SHOW-TOTALS.
           DISPLAY " "
           IF WS-INPUT-OPTION = 2
               MOVE WS-FILE-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "JOURNALS SEARCHED:  " WS-COUNT-DISPLAY
           END-IF
           MOVE WS-SESSION-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "SESSIONS SHOWN:     " WS-COUNT-DISPLAY
           MOVE WS-CASH-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "CASH PRESENTED:     " WS-AMOUNT-DISPLAY.
       500-END.EXIT.
       END PROGRAM EJ-INQUIRY.
