      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cassette swap settlement report for the cash
      *          operations review. Reads the swap register
      *          (CASSETTE-SWAPS.txt, see SWAPREC) for the review
      *          window - the last SWAP-REVIEW-DAYS.txt days, 90 when
      *          no value is set - for one terminal or the whole
      *          fleet, and writes CASSETTE-SWAP-REPORT-YYYYMMDD.txt:
      *          a DET line per swap in register order with its over
      *          or short and the terminal's running net over the
      *          window, then a TRM line per terminal and a CRW line
      *          per vault crew with the swaps, the shorts and overs
      *          and their totals, and the net. A terminal or crew
      *          short on SWAP-SHORT-LIMIT.txt swaps or more in the
      *          window (3 when no value is set) is flagged as a
      *          repeat shortage and listed on the console.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASSETTE-SWAP-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASSETTE-SWAP-FILE ASSIGN TO "CASSETTE-SWAPS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWAPF-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORTF-STATUS.
      *    Free-form so the operator can type a plain number.
           SELECT REVIEW-DAYS-FILE ASSIGN TO "SWAP-REVIEW-DAYS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVDAYSF-STATUS.
           SELECT SHORT-LIMIT-FILE ASSIGN TO "SWAP-SHORT-LIMIT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHORTLIMF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASSETTE-SWAP-FILE.
           COPY SWAPREC.

      *    Two line shapes share the report: DET per swap, and the
      *    roll-up line written once per terminal (TRM) and once
      *    per crew (CRW).
       FD  REPORT-FILE.
       01  SR-DETAIL-LINE.
           05 SR-ROW-TYPE              PIC X(03).
           05 SR-SWAP-DATE             PIC X(08).
           05 SR-SWAP-TIME             PIC X(06).
           05 SR-REFERENCE             PIC X(13).
           05 SR-TERMINAL-ID           PIC X(06).
           05 SR-CREW-ID               PIC X(08).
           05 SR-SYSTEM-AMOUNT         PIC 9(18)V99.
           05 SR-COUNTED-AMOUNT        PIC 9(18)V99.
           05 SR-DIFFERENCE-TYPE       PIC X(01).
           05 SR-DIFFERENCE-AMOUNT     PIC 9(18)V99.
           05 SR-RUNNING-NET           PIC S9(18)V99
                                       SIGN LEADING SEPARATE.
       01  SR-SUMMARY-LINE.
           05 SS-ROW-TYPE              PIC X(03).
           05 SS-ID                    PIC X(08).
           05 SS-SWAP-COUNT            PIC 9(05).
           05 SS-SHORT-COUNT           PIC 9(05).
           05 SS-SHORT-TOTAL           PIC 9(18)V99.
           05 SS-OVER-COUNT            PIC 9(05).
           05 SS-OVER-TOTAL            PIC 9(18)V99.
           05 SS-NET                   PIC S9(18)V99
                                       SIGN LEADING SEPARATE.
           05 SS-REPEAT-FLAG           PIC X(01).

       FD  REVIEW-DAYS-FILE.
       01  REVIEW-DAYS-RECORD.
           05 RD-DAYS-TEXT             PIC X(20).

       FD  SHORT-LIMIT-FILE.
       01  SHORT-LIMIT-RECORD.
           05 SL-LIMIT-TEXT            PIC X(20).

       WORKING-STORAGE SECTION.
       01  SWAPF-STATUS                 PIC 9(2).
       01  REPORTF-STATUS               PIC 9(2).
       01  REVDAYSF-STATUS              PIC 9(2).
       01  SHORTLIMF-STATUS             PIC 9(2).

       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-TODAY                     PIC X(08).
       01  WS-INPUT-TERMINAL-ID         PIC X(06).
       01  WS-REPORT-FILENAME           PIC X(40).
       01  WS-REVIEW-DAYS               PIC 9(05) VALUE 90.
       01  WS-SHORT-LIMIT               PIC 9(05) VALUE 3.
       01  WS-WINDOW-START-NUM          PIC 9(08).
       01  WS-WINDOW-START              PIC X(08).
       01  WS-DETAIL-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-FLAGGED-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-SIGNED-DIFFERENCE         PIC S9(18)V99.
       01  WS-AMOUNT-DISPLAY            PIC Z(17)9.99.
       01  WS-SIGNED-DISPLAY            PIC -(18)9.99.

      *    Per-terminal and per-crew roll-up for the window.
       01  WS-TERM-TABLE.
           05 WS-TERM-COUNT             PIC 9(02) VALUE ZERO.
           05 WS-TERM-ENTRY OCCURS 50 TIMES
               INDEXED BY IDX-TERM.
               10 WS-TERM-ID            PIC X(06).
               10 WS-TERM-SWAPS         PIC 9(05).
               10 WS-TERM-SHORTS        PIC 9(05).
               10 WS-TERM-SHORT-TOTAL   PIC 9(18)V99.
               10 WS-TERM-OVERS         PIC 9(05).
               10 WS-TERM-OVER-TOTAL    PIC 9(18)V99.
               10 WS-TERM-NET           PIC S9(18)V99.
       01  WS-CREW-TABLE.
           05 WS-CREW-COUNT             PIC 9(02) VALUE ZERO.
           05 WS-CREW-ENTRY OCCURS 50 TIMES
               INDEXED BY IDX-CREW.
               10 WS-CREW-ID            PIC X(08).
               10 WS-CREW-SWAPS         PIC 9(05).
               10 WS-CREW-SHORTS        PIC 9(05).
               10 WS-CREW-SHORT-TOTAL   PIC 9(18)V99.
               10 WS-CREW-OVERS         PIC 9(05).
               10 WS-CREW-OVER-TOTAL    PIC 9(18)V99.
               10 WS-CREW-NET           PIC S9(18)V99.
       01  WS-FOUND-IDX                 PIC 9(02).
       01  WS-REPEAT-FLAG               PIC X(01).
           88 WS-REPEAT-SHORTAGE            VALUE "Y".
           88 WS-NO-REPEAT-SHORTAGE         VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CASSETTE-SWAP-REPORT - SWAP SETTLEMENT REVIEW"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY

           DISPLAY "TERMINAL ID (BLANK FOR THE WHOLE FLEET)"
           ACCEPT WS-INPUT-TERMINAL-ID

           PERFORM 010-READ-CONTROLS THRU 010-END
           COMPUTE WS-WINDOW-START-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               - WS-REVIEW-DAYS)
           MOVE WS-WINDOW-START-NUM TO WS-WINDOW-START
           STRING "CASSETTE-SWAP-REPORT-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME

           OPEN INPUT CASSETTE-SWAP-FILE
           IF SWAPF-STATUS NOT = 00
               DISPLAY "NO SWAP REGISTER ON FILE - NOTHING TO REPORT"
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF REPORTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN THE REPORT FILE"
               CLOSE CASSETTE-SWAP-FILE
               STOP RUN
           END-IF

           PERFORM UNTIL SWAPF-STATUS = 10
               READ CASSETTE-SWAP-FILE
                   AT END
                       MOVE 10 TO SWAPF-STATUS
                   NOT AT END
                       PERFORM 020-REPORT-SWAP THRU 020-END
               END-READ
           END-PERFORM
           CLOSE CASSETTE-SWAP-FILE

           DISPLAY "WINDOW " WS-WINDOW-START " TO " WS-TODAY
               "  SWAPS " WS-DETAIL-COUNT
           PERFORM VARYING IDX-TERM FROM 1 BY 1
               UNTIL IDX-TERM > WS-TERM-COUNT
               PERFORM 050-WRITE-TERMINAL-LINE THRU 050-END
           END-PERFORM
           PERFORM VARYING IDX-CREW FROM 1 BY 1
               UNTIL IDX-CREW > WS-CREW-COUNT
               PERFORM 060-WRITE-CREW-LINE THRU 060-END
           END-PERFORM
           CLOSE REPORT-FILE

           IF WS-FLAGGED-COUNT = 0
               DISPLAY "NO REPEAT SHORTAGES IN THE WINDOW"
           ELSE
               DISPLAY "REPEAT SHORTAGES FLAGGED: " WS-FLAGGED-COUNT
           END-IF
           DISPLAY "REPORT FILE: " WS-REPORT-FILENAME
           STOP RUN.

      *    Operator-configured window and shortage limit, when set.
       010-READ-CONTROLS.
           OPEN INPUT REVIEW-DAYS-FILE
           IF REVDAYSF-STATUS = 00
               READ REVIEW-DAYS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION NUMVAL(RD-DAYS-TEXT) > 0
                           COMPUTE WS-REVIEW-DAYS =
                               FUNCTION NUMVAL(RD-DAYS-TEXT)
                       END-IF
               END-READ
               CLOSE REVIEW-DAYS-FILE
           END-IF
           OPEN INPUT SHORT-LIMIT-FILE
           IF SHORTLIMF-STATUS = 00
               READ SHORT-LIMIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION NUMVAL(SL-LIMIT-TEXT) > 0
                           COMPUTE WS-SHORT-LIMIT =
                               FUNCTION NUMVAL(SL-LIMIT-TEXT)
                       END-IF
               END-READ
               CLOSE SHORT-LIMIT-FILE
           END-IF.
       010-END.EXIT.

       020-REPORT-SWAP.
           IF SW-SWAP-DATE < WS-WINDOW-START
               GO TO 020-END
           END-IF
           IF WS-INPUT-TERMINAL-ID NOT = SPACES
               AND SW-TERMINAL-ID NOT = WS-INPUT-TERMINAL-ID
               GO TO 020-END
           END-IF

           EVALUATE TRUE
               WHEN SW-IS-OVER
                   MOVE SW-DIFFERENCE-AMOUNT TO WS-SIGNED-DIFFERENCE
               WHEN SW-IS-SHORT
                   COMPUTE WS-SIGNED-DIFFERENCE =
                       0 - SW-DIFFERENCE-AMOUNT
               WHEN OTHER
                   MOVE 0 TO WS-SIGNED-DIFFERENCE
           END-EVALUATE

           PERFORM 030-FIND-TERMINAL THRU 030-END
           IF WS-FOUND-IDX = 0
               GO TO 020-END
           END-IF
           SET IDX-TERM TO WS-FOUND-IDX
           ADD 1 TO WS-TERM-SWAPS(IDX-TERM)
           ADD WS-SIGNED-DIFFERENCE TO WS-TERM-NET(IDX-TERM)
           IF SW-IS-SHORT
               ADD 1 TO WS-TERM-SHORTS(IDX-TERM)
               ADD SW-DIFFERENCE-AMOUNT TO WS-TERM-SHORT-TOTAL(IDX-TERM)
           END-IF
           IF SW-IS-OVER
               ADD 1 TO WS-TERM-OVERS(IDX-TERM)
               ADD SW-DIFFERENCE-AMOUNT TO WS-TERM-OVER-TOTAL(IDX-TERM)
           END-IF

           PERFORM 040-FIND-CREW THRU 040-END
           IF WS-FOUND-IDX NOT = 0
               SET IDX-CREW TO WS-FOUND-IDX
               ADD 1 TO WS-CREW-SWAPS(IDX-CREW)
               ADD WS-SIGNED-DIFFERENCE TO WS-CREW-NET(IDX-CREW)
               IF SW-IS-SHORT
                   ADD 1 TO WS-CREW-SHORTS(IDX-CREW)
                   ADD SW-DIFFERENCE-AMOUNT
                       TO WS-CREW-SHORT-TOTAL(IDX-CREW)
               END-IF
               IF SW-IS-OVER
                   ADD 1 TO WS-CREW-OVERS(IDX-CREW)
                   ADD SW-DIFFERENCE-AMOUNT
                       TO WS-CREW-OVER-TOTAL(IDX-CREW)
               END-IF
           END-IF

           MOVE "DET" TO SR-ROW-TYPE
           MOVE SW-SWAP-DATE TO SR-SWAP-DATE
           MOVE SW-SWAP-TIME TO SR-SWAP-TIME
           MOVE SW-REFERENCE TO SR-REFERENCE
           MOVE SW-TERMINAL-ID TO SR-TERMINAL-ID
           MOVE SW-CREW-ID TO SR-CREW-ID
           MOVE SW-SYSTEM-AMOUNT TO SR-SYSTEM-AMOUNT
           MOVE SW-COUNTED-AMOUNT TO SR-COUNTED-AMOUNT
           MOVE SW-DIFFERENCE-TYPE TO SR-DIFFERENCE-TYPE
           MOVE SW-DIFFERENCE-AMOUNT TO SR-DIFFERENCE-AMOUNT
           MOVE WS-TERM-NET(IDX-TERM) TO SR-RUNNING-NET
           WRITE SR-DETAIL-LINE
           ADD 1 TO WS-DETAIL-COUNT.
       020-END.EXIT.

       030-FIND-TERMINAL.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING IDX-TERM FROM 1 BY 1
               UNTIL IDX-TERM > WS-TERM-COUNT
               IF WS-TERM-ID(IDX-TERM) = SW-TERMINAL-ID
                   SET WS-FOUND-IDX TO IDX-TERM
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               IF WS-TERM-COUNT >= 50
                   DISPLAY "TERMINAL TABLE FULL - "
                       SW-TERMINAL-ID " NOT REPORTED"
                   GO TO 030-END
               END-IF
               ADD 1 TO WS-TERM-COUNT
               MOVE WS-TERM-COUNT TO WS-FOUND-IDX
               SET IDX-TERM TO WS-FOUND-IDX
               MOVE SW-TERMINAL-ID TO WS-TERM-ID(IDX-TERM)
               MOVE 0 TO WS-TERM-SWAPS(IDX-TERM)
               MOVE 0 TO WS-TERM-SHORTS(IDX-TERM)
               MOVE 0 TO WS-TERM-SHORT-TOTAL(IDX-TERM)
               MOVE 0 TO WS-TERM-OVERS(IDX-TERM)
               MOVE 0 TO WS-TERM-OVER-TOTAL(IDX-TERM)
               MOVE 0 TO WS-TERM-NET(IDX-TERM)
           END-IF.
       030-END.EXIT.

       040-FIND-CREW.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING IDX-CREW FROM 1 BY 1
               UNTIL IDX-CREW > WS-CREW-COUNT
               IF WS-CREW-ID(IDX-CREW) = SW-CREW-ID
                   SET WS-FOUND-IDX TO IDX-CREW
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               IF WS-CREW-COUNT >= 50
                   DISPLAY "CREW TABLE FULL - "
                       SW-CREW-ID " NOT ROLLED UP"
                   GO TO 040-END
               END-IF
               ADD 1 TO WS-CREW-COUNT
               MOVE WS-CREW-COUNT TO WS-FOUND-IDX
               SET IDX-CREW TO WS-FOUND-IDX
               MOVE SW-CREW-ID TO WS-CREW-ID(IDX-CREW)
               MOVE 0 TO WS-CREW-SWAPS(IDX-CREW)
               MOVE 0 TO WS-CREW-SHORTS(IDX-CREW)
               MOVE 0 TO WS-CREW-SHORT-TOTAL(IDX-CREW)
               MOVE 0 TO WS-CREW-OVERS(IDX-CREW)
               MOVE 0 TO WS-CREW-OVER-TOTAL(IDX-CREW)
               MOVE 0 TO WS-CREW-NET(IDX-CREW)
           END-IF.
       040-END.EXIT.

       050-WRITE-TERMINAL-LINE.
           MOVE "TRM" TO SS-ROW-TYPE
           MOVE WS-TERM-ID(IDX-TERM) TO SS-ID
           MOVE WS-TERM-SWAPS(IDX-TERM) TO SS-SWAP-COUNT
           MOVE WS-TERM-SHORTS(IDX-TERM) TO SS-SHORT-COUNT
           MOVE WS-TERM-SHORT-TOTAL(IDX-TERM) TO SS-SHORT-TOTAL
           MOVE WS-TERM-OVERS(IDX-TERM) TO SS-OVER-COUNT
           MOVE WS-TERM-OVER-TOTAL(IDX-TERM) TO SS-OVER-TOTAL
           MOVE WS-TERM-NET(IDX-TERM) TO SS-NET
           SET WS-NO-REPEAT-SHORTAGE TO TRUE
           IF WS-TERM-SHORTS(IDX-TERM) >= WS-SHORT-LIMIT
               SET WS-REPEAT-SHORTAGE TO TRUE
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           MOVE WS-REPEAT-FLAG TO SS-REPEAT-FLAG
           WRITE SR-SUMMARY-LINE

           MOVE WS-TERM-NET(IDX-TERM) TO WS-SIGNED-DISPLAY
           DISPLAY "TERMINAL " WS-TERM-ID(IDX-TERM)
               "  SWAPS " WS-TERM-SWAPS(IDX-TERM)
               "  SHORTS " WS-TERM-SHORTS(IDX-TERM)
               "  NET " WS-SIGNED-DISPLAY
           IF WS-REPEAT-SHORTAGE
               MOVE WS-TERM-SHORT-TOTAL(IDX-TERM) TO WS-AMOUNT-DISPLAY
               DISPLAY "  *** REPEAT SHORTAGE - SHORT "
                   WS-TERM-SHORTS(IDX-TERM) " TIMES, "
                   WS-AMOUNT-DISPLAY
           END-IF.
       050-END.EXIT.

       060-WRITE-CREW-LINE.
           MOVE "CRW" TO SS-ROW-TYPE
           MOVE WS-CREW-ID(IDX-CREW) TO SS-ID
           MOVE WS-CREW-SWAPS(IDX-CREW) TO SS-SWAP-COUNT
           MOVE WS-CREW-SHORTS(IDX-CREW) TO SS-SHORT-COUNT
           MOVE WS-CREW-SHORT-TOTAL(IDX-CREW) TO SS-SHORT-TOTAL
           MOVE WS-CREW-OVERS(IDX-CREW) TO SS-OVER-COUNT
           MOVE WS-CREW-OVER-TOTAL(IDX-CREW) TO SS-OVER-TOTAL
           MOVE WS-CREW-NET(IDX-CREW) TO SS-NET
           SET WS-NO-REPEAT-SHORTAGE TO TRUE
           IF WS-CREW-SHORTS(IDX-CREW) >= WS-SHORT-LIMIT
               SET WS-REPEAT-SHORTAGE TO TRUE
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           MOVE WS-REPEAT-FLAG TO SS-REPEAT-FLAG
           WRITE SR-SUMMARY-LINE

           MOVE WS-CREW-NET(IDX-CREW) TO WS-SIGNED-DISPLAY
           DISPLAY "CREW     " WS-CREW-ID(IDX-CREW)
               "  SWAPS " WS-CREW-SWAPS(IDX-CREW)
               "  SHORTS " WS-CREW-SHORTS(IDX-CREW)
               "  NET " WS-SIGNED-DISPLAY
           IF WS-REPEAT-SHORTAGE
               MOVE WS-CREW-SHORT-TOTAL(IDX-CREW) TO WS-AMOUNT-DISPLAY
               DISPLAY "  *** REPEAT SHORTAGE - SHORT "
                   WS-CREW-SHORTS(IDX-CREW) " TIMES, "
                   WS-AMOUNT-DISPLAY
           END-IF.
       060-END.EXIT.
       END PROGRAM CASSETTE-SWAP-REPORT.
