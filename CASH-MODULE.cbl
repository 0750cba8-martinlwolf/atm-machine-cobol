      ******************************************************************
      * Author:
      * Date:
      * Purpose: Composes a withdrawal from one terminal's cassettes,
      *          largest denomination first, and takes the notes out
      *          of CASH-MODULE.txt when the amount can be made up.
      *          The amount comes back zero on success; the notes
      *          picked per denomination come back in the dispense
      *          mix for the terminal's electronic journal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 FS-STATUS                    PIC 9(2).
           05 WS-LOADED-COUNT               PIC 9(2) VALUE ZERO.

       LINKAGE SECTION.
       01  LK-TERMINAL-ID                  PIC X(06).
       01  LK-WITHDRAW-AMOUNT              PIC 9(6).
      *    One entry per loaded cassette, largest note first, with
      *    the number of notes taken from it for this dispense.
       01  LK-DISPENSE-MIX.
           05 LK-MIX-COUNT                 PIC 9(01).
           05 LK-MIX-ENTRY OCCURS 6 TIMES.
               10 LK-MIX-DENOM             PIC 9(3).
               10 LK-MIX-QTY               PIC 9(5).

       PROCEDURE DIVISION USING LK-TERMINAL-ID LK-WITHDRAW-AMOUNT
           LK-DISPENSE-MIX.
       MAIN-PROCEDURE.
           DISPLAY "LO QUE LLEGA EN MODULE" LK-WITHDRAW-AMOUNT
           PERFORM 010-LOAD-FILE THRU 010-END
           MOVE WS-LOADED-COUNT TO LK-MIX-COUNT
           PERFORM VARYING IDX-CASH FROM 1 BY 1 UNTIL IDX-CASH > 6
               IF IDX-CASH > WS-LOADED-COUNT
                   MOVE 0 TO LK-MIX-DENOM(IDX-CASH)
               ELSE
                   MOVE WS-CASH-DENOMINATION(IDX-CASH)
                       TO LK-MIX-DENOM(IDX-CASH)
               END-IF
               MOVE 0 TO LK-MIX-QTY(IDX-CASH)
           END-PERFORM
           PERFORM 020-ALGORITHM THRU 020-END
           EXIT PROGRAM.

                   COMPUTE LK-WITHDRAW-AMOUNT =
                   LK-WITHDRAW-AMOUNT - WS-CASH-DENOMINATION(IDX-CASH)
                   SUBTRACT 1 FROM WS-CASH-QUANTITY(IDX-CASH)
                   ADD 1 TO LK-MIX-QTY(IDX-CASH)
               END-PERFORM
           END-PERFORM.

           EXIT PROGRAM.
       030-END.EXIT.

       END PROGRAM CASH-MODULE.
