      *          so jams/shortages are caught before the next business
      *          day. Keeps a start-of-day snapshot (CASH-MODULE-EOD)
      *          so actual-dispensed can be measured run to run.
      *          Cassette swaps settled today (CASSETTE-SWAPS.txt)
      *          replaced the machine's rows with a new load, so the
      *          notes loaded less the notes the system held at the
      *          swap are netted out before comparing - the swap's
      *          own over or short is settled by CASSETTE-SWAP, not
      *          here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT INTAKE-LOG-FILE ASSIGN TO "CASH-INTAKE-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTAKELOGF-STATUS.
           SELECT CASSETTE-SWAP-FILE ASSIGN TO "CASSETTE-SWAPS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWAPF-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 IL-DENOMINATION          PIC 9(3).
           05 IL-QUANTITY              PIC 9(5).

       FD  CASSETTE-SWAP-FILE.
           COPY SWAPREC.

       WORKING-STORAGE SECTION.
       01  CASHF-STATUS                 PIC 9(2).
       01  EODF-STATUS                  PIC 9(2).
       01  RECEIPTSF-STATUS             PIC 9(2).
       01  HISTORYF-STATUS              PIC 9(2).
       01  INTAKELOGF-STATUS            PIC 9(2).
       01  SWAPF-STATUS                 PIC 9(2).

       01  WS-TODAY                     PIC X(08).
       01  WS-INPUT-TERMINAL-ID         PIC X(06).
               10 WS-DENOM-ACTUAL-OUT      PIC S9(6).
               10 WS-DENOM-EXPECTED-OUT    PIC 9(6).
               10 WS-DENOM-INTAKE-IN       PIC 9(6).
      *    Notes loaded less notes held at today's swaps.
               10 WS-DENOM-SWAP-NET        PIC S9(6).
       01  WS-LOADED-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-SWAP-IDX                   PIC 9(1).

       01  WS-TOTAL-WITHDRAWN            PIC 9(18)V99 VALUE ZERO.
       01  WS-REMAINING-TO-BREAK         PIC 9(18)V99 VALUE ZERO.
       01  WS-DISPLAY-QTY                PIC ---999.
       01  WS-DISPLAY-DIFF               PIC ---999.
       01  WS-DISPLAY-SWAP               PIC ---999.
       01  WS-CONTROL-JOB-NAME           PIC X(20).
       01  WS-CONTROL-FUNCTION           PIC X(01).
       01  WS-CONTROL-RESULT             PIC X(01).
           PERFORM 020-LOAD-OPENING-COUNTS THRU 020-END
           PERFORM 030-SUM-TODAYS-WITHDRAWALS THRU 030-END
           PERFORM 035-SUM-TODAYS-INTAKE THRU 035-END
           PERFORM 037-SUM-TODAYS-SWAPS THRU 037-END
           PERFORM 040-BREAK-DOWN-EXPECTED THRU 040-END
           PERFORM 050-PRINT-REPORT THRU 050-END
           PERFORM 060-SAVE-SNAPSHOT THRU 060-END
           CLOSE INTAKE-LOG-FILE.
       035-END.EXIT.

      *    A swap took the system's notes out and put the new load
      *    in, so opening less closing on a swap day is off by the
      *    load less what was held. No register on file means no
      *    swap has ever been settled.
       037-SUM-TODAYS-SWAPS.
           OPEN INPUT CASSETTE-SWAP-FILE
           IF SWAPF-STATUS NOT = 00
               GO TO 037-END
           END-IF
           PERFORM UNTIL SWAPF-STATUS = 10
               READ CASSETTE-SWAP-FILE
                   AT END
                       MOVE 10 TO SWAPF-STATUS
                   NOT AT END
                       IF SW-SWAP-DATE = WS-TODAY
                           AND SW-TERMINAL-ID = WS-INPUT-TERMINAL-ID
                           PERFORM VARYING WS-SWAP-IDX FROM 1 BY 1
                               UNTIL WS-SWAP-IDX > SW-DENOM-COUNT
                               PERFORM VARYING IDX-DENOM FROM 1 BY 1
                                   UNTIL IDX-DENOM > WS-LOADED-COUNT
                                   IF WS-DENOM-VALUE(IDX-DENOM)
                                       = SW-DENOMINATION(WS-SWAP-IDX)
                                       ADD SW-LOADED-QTY(WS-SWAP-IDX)
                                           TO WS-DENOM-SWAP-NET
                                           (IDX-DENOM)
                                       SUBTRACT
                                           SW-SYSTEM-QTY(WS-SWAP-IDX)
                                           FROM WS-DENOM-SWAP-NET
                                           (IDX-DENOM)
                                   END-IF
                               END-PERFORM
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASSETTE-SWAP-FILE.
       037-END.EXIT.

       040-BREAK-DOWN-EXPECTED.
      *    Same greedy breakdown CASH-MODULE uses to dispense cash, run
      *    against the day's total withdrawn amount to get the expected
           DISPLAY "DATE: " WS-TODAY
      *    ACTUAL-NET is opening minus closing, so deposit intake
      *    shows as a negative outflow; the difference nets expected
      *    outflow against intake, and adds back the swap net, before
      *    comparing.
           DISPLAY "DENOM   EXPECTED-OUT   INTAKE-IN   ACTUAL-NET"
               "   SWAP-NET   DIFFERENCE"
           PERFORM VARYING IDX-DENOM FROM 1 BY 1
               UNTIL IDX-DENOM > WS-LOADED-COUNT
               MOVE WS-DENOM-EXPECTED-OUT(IDX-DENOM)
                   WS-DENOM-EXPECTED-OUT(IDX-DENOM)
                   - WS-DENOM-INTAKE-IN(IDX-DENOM)
                   - WS-DENOM-ACTUAL-OUT(IDX-DENOM)
                   - WS-DENOM-SWAP-NET(IDX-DENOM)
               MOVE WS-DENOM-SWAP-NET(IDX-DENOM) TO WS-DISPLAY-SWAP
               DISPLAY WS-DENOM-VALUE(IDX-DENOM) "     "
                   WS-DISPLAY-QTY "        "
                   WS-DENOM-INTAKE-IN(IDX-DENOM) "      "
                   WS-DENOM-ACTUAL-OUT(IDX-DENOM) "     "
                   WS-DISPLAY-SWAP "       "
                   WS-DISPLAY-DIFF
           END-PERFORM.
       050-END.EXIT.
