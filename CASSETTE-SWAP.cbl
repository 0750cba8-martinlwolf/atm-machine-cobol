      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cassette swap settlement tool. When the vault crew
      *          swaps a machine's cassettes, the cassettes that come
      *          out are counted at the cash center; this is where
      *          that count comes back into the system. For one
      *          terminal, the teller keys per denomination the notes
      *          the cash center counted back out of the old
      *          cassettes and the notes in the new load. The
      *          counted-back amount is held against what
      *          CASH-MODULE.txt said the machine held at swap time,
      *          and the machine's rows are then set to the new
      *          load. Every swap is appended to CASSETTE-SWAPS.txt
      *          (see SWAPREC); one that does not balance carries
      *          the CASH-OVER or CASH-SHORT GL type so GL-JOURNAL
      *          books the difference to the cash-difference
      *          account, and is logged to SEC-EVENT-LOG as
      *          CASSETTE-OVER or CASSETTE-SHORT. A terminal still
      *          signed on cannot be swapped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASSETTE-SWAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CASSETTE-SWAP-FILE ASSIGN TO "CASSETTE-SWAPS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWAPF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-FILE.
           COPY CASHREC.

       FD  TERMINAL-STATUS-FILE.
           COPY TERMSTAT.

       FD  CASSETTE-SWAP-FILE.
           COPY SWAPREC.

       WORKING-STORAGE SECTION.
       01  CASHF-STATUS                PIC 9(2).
       01  TERMSTF-STATUS              PIC 9(2).
       01  SWAPF-STATUS                PIC 9(2).
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TODAY                    PIC X(08).
       01  WS-NOW                      PIC X(06).
       01  WS-INPUT-TERMINAL-ID        PIC X(06).
       01  WS-INPUT-CREW-ID            PIC X(08).
       01  WS-INPUT-QUANTITY           PIC 9(5).
       01  WS-INPUT-CONFIRM            PIC 9(01).
       01  WS-DENOM-IDX                PIC 9(01).
       01  WS-LAST-SEQ                 PIC 9(05) VALUE ZERO.
      *    Counted back less system: over when positive.
       01  WS-DIFFERENCE               PIC S9(18)V99.
       01  WS-AMOUNT-DISPLAY           PIC Z(17)9.99.
       01  WS-SIGNED-DISPLAY           PIC -(18)9.99.
      *    The swap as it will go to the register.
           COPY SWAPREC
               REPLACING ==CASSETTE-SWAP-RECORD== BY ==WS-SWAP-WORK==
               LEADING ==SW== BY ==WW==.
       01  WS-REQUIRED-ROLE            PIC X(01) VALUE "T".
       01  WS-OPERATOR-ID              PIC X(08).
       01  WS-SIGNON-RESULT            PIC X(01).
       01  WS-SEC-EVENT-CBU            PIC 9(22) VALUE ZERO.
       01  WS-SEC-EVENT-TYPE           PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CASSETTE-SWAP - SWAP SETTLEMENT"
           CALL 'OPERATOR-SIGNON' USING WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT = "N"
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-NOW

           DISPLAY "ENTER THE TERMINAL ID WHOSE CASSETTES WERE SWAPPED"
           ACCEPT WS-INPUT-TERMINAL-ID
           DISPLAY "ENTER THE VAULT CREW ID"
           ACCEPT WS-INPUT-CREW-ID
           IF WS-INPUT-CREW-ID = SPACES
               DISPLAY "A SWAP MUST NAME THE CREW THAT CARRIED IT"
               STOP RUN
           END-IF

           PERFORM 010-CHECK-TERMINAL THRU 010-END
           PERFORM 020-LOAD-SYSTEM-COUNTS THRU 020-END
           PERFORM 030-CAPTURE-COUNTS THRU 030-END
           PERFORM 040-SHOW-SETTLEMENT THRU 040-END
           DISPLAY "SETTLE THIS SWAP? 1-YES 2-NO"
           ACCEPT WS-INPUT-CONFIRM
           IF WS-INPUT-CONFIRM NOT = 1
               DISPLAY "SWAP NOT SETTLED - NOTHING CHANGED"
               CLOSE CASH-FILE
               STOP RUN
           END-IF

           PERFORM 050-FIND-LAST-SEQ THRU 050-END
           PERFORM 060-APPEND-SWAP THRU 060-END
           PERFORM 070-APPLY-NEW-LOAD THRU 070-END
           CLOSE CASH-FILE

           IF WW-IS-BALANCED
               DISPLAY "SWAP BALANCED - REFERENCE " WW-REF-DATE
                   " " WW-REF-SEQ
               STOP RUN
           END-IF
           IF WW-IS-OVER
               MOVE "CASSETTE-OVER" TO WS-SEC-EVENT-TYPE
           ELSE
               MOVE "CASSETTE-SHORT" TO WS-SEC-EVENT-TYPE
           END-IF
           CALL 'SEC-EVENT-LOG' USING WS-SEC-EVENT-CBU
               WS-INPUT-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID
           MOVE WS-DIFFERENCE TO WS-SIGNED-DISPLAY
           DISPLAY "SWAP DOES NOT BALANCE: " WS-SIGNED-DISPLAY
           DISPLAY "POSTED AS " WW-GL-TYPE " - REFERENCE " WW-REF-DATE
               " " WW-REF-SEQ
           STOP RUN.

      *    The cassettes only come out of a machine that is not
      *    serving - a live session would dispense against rows this
      *    tool is about to replace. No status on file means the
      *    machine has never signed on.
       010-CHECK-TERMINAL.
           OPEN INPUT TERMINAL-STATUS-FILE
           IF TERMSTF-STATUS NOT = 00
               GO TO 010-END
           END-IF
           MOVE WS-INPUT-TERMINAL-ID TO TS-TERMINAL-ID
           READ TERMINAL-STATUS-FILE
               INVALID KEY
                   MOVE 23 TO TERMSTF-STATUS
           END-READ
           CLOSE TERMINAL-STATUS-FILE
           IF TERMSTF-STATUS = 00 AND TS-SIGNED-ON
               DISPLAY "TERMINAL " WS-INPUT-TERMINAL-ID
                   " IS STILL SIGNED ON - SIGN IT OFF BEFORE THE SWAP"
               STOP RUN
           END-IF.
       010-END.EXIT.

      *    What the system says the machine holds at swap time, one
      *    entry per denomination row. CASH-FILE stays open for the
      *    rewrite to the new load.
       020-LOAD-SYSTEM-COUNTS.
           OPEN I-O CASH-FILE
           IF CASHF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN CASH-MODULE.txt"
               DISPLAY "FS-STATUS: " CASHF-STATUS
               STOP RUN
           END-IF

           INITIALIZE WS-SWAP-WORK
           MOVE 0 TO WW-DENOM-COUNT
           MOVE WS-INPUT-TERMINAL-ID TO FS-TERMINAL-ID
           MOVE 0 TO FS-CASH-DENOMINATION
           START CASH-FILE KEY IS NOT LESS THAN CASH-KEY
               INVALID KEY
                   MOVE 10 TO CASHF-STATUS
           END-START
           PERFORM UNTIL CASHF-STATUS = 10 OR WW-DENOM-COUNT = 6
               READ CASH-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO CASHF-STATUS
                   NOT AT END
                       IF FS-TERMINAL-ID NOT = WS-INPUT-TERMINAL-ID
                           MOVE 10 TO CASHF-STATUS
                       ELSE
                           ADD 1 TO WW-DENOM-COUNT
                           MOVE FS-CASH-DENOMINATION
                               TO WW-DENOMINATION(WW-DENOM-COUNT)
                           MOVE FS-CASH-QUANTITY
                               TO WW-SYSTEM-QTY(WW-DENOM-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           IF WW-DENOM-COUNT = 0
               DISPLAY "Unknown terminal ID. Not loaded in vault table"
               CLOSE CASH-FILE
               STOP RUN
           END-IF.
       020-END.EXIT.

      *    Per denomination: the notes counted back out of the old
      *    cassette, then the notes in the new one.
       030-CAPTURE-COUNTS.
           MOVE 0 TO WW-SYSTEM-AMOUNT
           MOVE 0 TO WW-COUNTED-AMOUNT
           MOVE 0 TO WW-LOADED-AMOUNT
           PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
                   UNTIL WS-DENOM-IDX > WW-DENOM-COUNT
               DISPLAY "DENOMINATION " WW-DENOMINATION(WS-DENOM-IDX)
                   " - SYSTEM HOLDS " WW-SYSTEM-QTY(WS-DENOM-IDX)
                   " NOTES"
               DISPLAY "ENTER THE NOTES COUNTED BACK AT THE CASH CENTER"
               ACCEPT WS-INPUT-QUANTITY
               MOVE WS-INPUT-QUANTITY TO WW-COUNTED-QTY(WS-DENOM-IDX)
               DISPLAY "ENTER THE NOTES IN THE NEW LOAD"
               ACCEPT WS-INPUT-QUANTITY
               MOVE WS-INPUT-QUANTITY TO WW-LOADED-QTY(WS-DENOM-IDX)
               COMPUTE WW-SYSTEM-AMOUNT = WW-SYSTEM-AMOUNT
                   + WW-DENOMINATION(WS-DENOM-IDX)
                   * WW-SYSTEM-QTY(WS-DENOM-IDX)
               COMPUTE WW-COUNTED-AMOUNT = WW-COUNTED-AMOUNT
                   + WW-DENOMINATION(WS-DENOM-IDX)
                   * WW-COUNTED-QTY(WS-DENOM-IDX)
               COMPUTE WW-LOADED-AMOUNT = WW-LOADED-AMOUNT
                   + WW-DENOMINATION(WS-DENOM-IDX)
                   * WW-LOADED-QTY(WS-DENOM-IDX)
           END-PERFORM

           COMPUTE WS-DIFFERENCE = WW-COUNTED-AMOUNT - WW-SYSTEM-AMOUNT
           EVALUATE TRUE
               WHEN WS-DIFFERENCE > 0
                   SET WW-IS-OVER TO TRUE
                   MOVE "CASH-OVER" TO WW-GL-TYPE
                   MOVE WS-DIFFERENCE TO WW-DIFFERENCE-AMOUNT
               WHEN WS-DIFFERENCE < 0
                   SET WW-IS-SHORT TO TRUE
                   MOVE "CASH-SHORT" TO WW-GL-TYPE
                   COMPUTE WW-DIFFERENCE-AMOUNT = 0 - WS-DIFFERENCE
               WHEN OTHER
                   SET WW-IS-BALANCED TO TRUE
                   MOVE SPACES TO WW-GL-TYPE
                   MOVE 0 TO WW-DIFFERENCE-AMOUNT
           END-EVALUATE.
       030-END.EXIT.

       040-SHOW-SETTLEMENT.
           DISPLAY "-----------------------------------------------"
           DISPLAY "TERMINAL " WS-INPUT-TERMINAL-ID
               "  CREW " WS-INPUT-CREW-ID
           DISPLAY "DENOM   SYSTEM  COUNTED   LOADED"
           PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
                   UNTIL WS-DENOM-IDX > WW-DENOM-COUNT
               DISPLAY WW-DENOMINATION(WS-DENOM-IDX) "     "
                   WW-SYSTEM-QTY(WS-DENOM-IDX) "    "
                   WW-COUNTED-QTY(WS-DENOM-IDX) "    "
                   WW-LOADED-QTY(WS-DENOM-IDX)
           END-PERFORM
           MOVE WW-SYSTEM-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "SYSTEM BALANCE      " WS-AMOUNT-DISPLAY
           MOVE WW-COUNTED-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "COUNTED BACK        " WS-AMOUNT-DISPLAY
           MOVE WS-DIFFERENCE TO WS-SIGNED-DISPLAY
           DISPLAY "OVER (+) / SHORT (-)" WS-SIGNED-DISPLAY
           MOVE WW-LOADED-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "NEW LOAD            " WS-AMOUNT-DISPLAY.
       040-END.EXIT.

      *    Highest swap sequence already on the register today.
       050-FIND-LAST-SEQ.
           MOVE 0 TO WS-LAST-SEQ
           OPEN INPUT CASSETTE-SWAP-FILE
           IF SWAPF-STATUS NOT = 00
               GO TO 050-END
           END-IF
           PERFORM UNTIL SWAPF-STATUS = 10
               READ CASSETTE-SWAP-FILE
                   AT END
                       MOVE 10 TO SWAPF-STATUS
                   NOT AT END
                       IF SW-REF-DATE = WS-TODAY
                           AND SW-REF-SEQ > WS-LAST-SEQ
                           MOVE SW-REF-SEQ TO WS-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASSETTE-SWAP-FILE.
       050-END.EXIT.

      *    The register row goes first: a swap that cannot be
      *    recorded leaves the machine's rows as they were.
       060-APPEND-SWAP.
           OPEN EXTEND CASSETTE-SWAP-FILE
           IF SWAPF-STATUS = 35
               OPEN OUTPUT CASSETTE-SWAP-FILE
           END-IF
           IF SWAPF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN CASSETTE-SWAPS.txt - SWAP NOT "
                   "SETTLED, NOTHING CHANGED"
               DISPLAY "FS-STATUS: " SWAPF-STATUS
               CLOSE CASH-FILE
               STOP RUN
           END-IF

           ADD 1 TO WS-LAST-SEQ
           MOVE WS-TODAY TO WW-REF-DATE
           MOVE WS-LAST-SEQ TO WW-REF-SEQ
           MOVE WS-INPUT-TERMINAL-ID TO WW-TERMINAL-ID
           MOVE WS-TODAY TO WW-SWAP-DATE
           MOVE WS-NOW TO WW-SWAP-TIME
           MOVE WS-OPERATOR-ID TO WW-OPERATOR-ID
           MOVE WS-INPUT-CREW-ID TO WW-CREW-ID
           WRITE CASSETTE-SWAP-RECORD FROM WS-SWAP-WORK
           IF SWAPF-STATUS NOT = 00
               DISPLAY "UNABLE TO WRITE CASSETTE-SWAPS.txt - SWAP NOT "
                   "SETTLED, NOTHING CHANGED"
               DISPLAY "FS-STATUS: " SWAPF-STATUS
               CLOSE CASSETTE-SWAP-FILE
               CLOSE CASH-FILE
               STOP RUN
           END-IF
           CLOSE CASSETTE-SWAP-FILE.
       060-END.EXIT.

      *    The old cassettes left with the crew; the machine now
      *    holds exactly the new load.
       070-APPLY-NEW-LOAD.
           PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
                   UNTIL WS-DENOM-IDX > WW-DENOM-COUNT
               MOVE WS-INPUT-TERMINAL-ID TO FS-TERMINAL-ID
               MOVE WW-DENOMINATION(WS-DENOM-IDX)
                   TO FS-CASH-DENOMINATION
               READ CASH-FILE
                   INVALID KEY
                       DISPLAY "ERROR LOCATING DENOMINATION ROW "
                           WW-DENOMINATION(WS-DENOM-IDX)
                   NOT INVALID KEY
                       MOVE WW-LOADED-QTY(WS-DENOM-IDX)
                           TO FS-CASH-QUANTITY
                       REWRITE CASH-RECORD
               END-READ
           END-PERFORM.
       070-END.EXIT.
       END PROGRAM CASSETTE-SWAP.
