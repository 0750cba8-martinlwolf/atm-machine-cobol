      ******************************************************************
      * Author:
      * Date:
      * Purpose: Teller cash drawer tool (TELLER-DRAWERS.DAT). A
      *          teller opens a shift at a counter drawer by buying
      *          an opening float from the branch vault, buys more
      *          or sells surplus to the vault during the shift, and
      *          closes it with a count of the drawer by
      *          denomination. The count is held against what the
      *          postings say the drawer should hold (float, plus
      *          bought, less sold, plus the counter deposits, less
      *          the counter withdrawals TELLER-POSTING recorded) and
      *          the over or short is printed on a close sheet,
      *          DRAWER-CLOSE-<drawer>-YYYYMMDD.txt. Closing returns
      *          the counted cash to the vault. A shift that does
      *          not balance is logged to SEC-EVENT-LOG as
      *          DRAWER-OVER or DRAWER-SHORT and the drawer cannot
      *          open again until a supervisor - never the teller
      *          who ran the shift - signs the difference off. Notes
      *          leave the vault only by denomination against its
      *          CASH-MODULE.txt rows and go back through CASH-INTAKE;
      *          every note movement is written to
      *          DRAWER-CASH-LOG.txt and every closed or signed-off
      *          shift to DRAWER-SHIFTS.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLER-DRAWER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAWERS-FILE ASSIGN TO "TELLER-DRAWERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DW-DRAWER-ID
               FILE STATUS IS DRAWERSF-STATUS.
           SELECT CASH-FILE ASSIGN TO "CASH-MODULE.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASH-KEY
               FILE STATUS IS CASHF-STATUS.
           SELECT CASH-LOG-FILE ASSIGN TO "DRAWER-CASH-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASHLOGF-STATUS.
           SELECT SHIFTS-FILE ASSIGN TO "DRAWER-SHIFTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHIFTSF-STATUS.
           SELECT CLOSE-SHEET-FILE ASSIGN TO WS-CLOSE-SHEET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHEETF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAWERS-FILE.
           COPY DRAWERREC.

       FD  CASH-FILE.
           COPY CASHREC.

      *    One row per denomination moved between a drawer and its
      *    vault: FLOAT and BUY out of the vault, SELL and CLOSE
      *    back into it.
       FD  CASH-LOG-FILE.
       01  DRAWER-CASH-LOG-RECORD.
           05 DV-DATE                  PIC X(08).
           05 DV-TIME                  PIC X(06).
           05 DV-DRAWER-ID             PIC X(06).
           05 DV-VAULT-ID              PIC X(06).
           05 DV-MOVEMENT              PIC X(05).
           05 DV-DENOMINATION          PIC 9(3).
           05 DV-QUANTITY              PIC 9(5).
           05 DV-OPERATOR-ID           PIC X(08).

       FD  SHIFTS-FILE.
           COPY DRAWERREC
               REPLACING ==TELLER-DRAWER-RECORD==
                   BY ==DRAWER-SHIFT-RECORD==
               LEADING ==DW== BY ==DS==.

       FD  CLOSE-SHEET-FILE.
       01  CLOSE-SHEET-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  DRAWERSF-STATUS             PIC 9(2).
       01  CASHF-STATUS                PIC 9(2).
       01  CASHLOGF-STATUS             PIC 9(2).
       01  SHIFTSF-STATUS              PIC 9(2).
       01  SHEETF-STATUS               PIC 9(2).
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TODAY                    PIC X(08).
       01  WS-NOW                      PIC X(06).
       01  WS-INPUT-OPTION             PIC 9(01).
       01  WS-INPUT-DRAWER-ID          PIC X(06).
       01  WS-INPUT-VAULT-ID           PIC X(06).
       01  WS-INPUT-DENOMINATION       PIC 9(3).
       01  WS-INPUT-QUANTITY           PIC 9(5).
       01  WS-INPUT-CONFIRM            PIC 9(01).
       01  WS-CLOSE-SHEET-FILENAME     PIC X(40).
      *    The notes being moved or counted, in the shape CASH-INTAKE
      *    takes - one entry per denomination, up to six.
       01  WS-DRAWER-MIX.
           05 WS-MIX-COUNT             PIC 9(01).
           05 WS-MIX-ENTRY OCCURS 6 TIMES.
               10 WS-MIX-DENOM         PIC 9(3).
               10 WS-MIX-QTY           PIC 9(5).
       01  WS-MIX-IDX                  PIC 9(01).
       01  WS-MIX-TOTAL                PIC 9(18)V99.
       01  WS-MIX-MOVEMENT             PIC X(05).
       01  WS-MIX-FLAG                 PIC X(01).
           88 WS-MIX-ENTRY-MERGED          VALUE "Y".
           88 WS-MIX-ENTRY-NEW             VALUE "N".
       01  WS-VAULT-FLAG               PIC X(01).
           88 WS-VAULT-CAN-COVER           VALUE "Y".
           88 WS-VAULT-CANNOT-COVER        VALUE "N".
       01  WS-EXPECTED-CASH            PIC S9(18)V99.
       01  WS-AMOUNT-DISPLAY           PIC Z(17)9.99.
       01  WS-SIGNED-DISPLAY           PIC -(18)9.99.
       01  WS-COUNT-DISPLAY            PIC Z(4)9.
      *    Opening, buying, selling and closing are the teller's own
      *    work; signing off a discrepancy is a supervisor's.
       01  WS-REQUIRED-ROLE            PIC X(01).
       01  WS-OPERATOR-ID              PIC X(08).
       01  WS-SIGNON-RESULT            PIC X(01).
       01  WS-SEC-EVENT-CBU            PIC 9(22) VALUE ZERO.
       01  WS-SEC-EVENT-TYPE           PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "TELLER-DRAWER - COUNTER CASH DRAWERS"
           DISPLAY "1.OPEN A SHIFT WITH A FLOAT FROM THE VAULT"
           DISPLAY "2.BUY CASH FROM THE VAULT"
           DISPLAY "3.SELL CASH TO THE VAULT"
           DISPLAY "4.CLOSE THE SHIFT - COUNT THE DRAWER"
           DISPLAY "5.SIGN OFF A DRAWER DISCREPANCY"
           DISPLAY "6.SHOW A DRAWER"
           ACCEPT WS-INPUT-OPTION

           IF WS-INPUT-OPTION = 5
               MOVE "S" TO WS-REQUIRED-ROLE
           ELSE
               MOVE "T" TO WS-REQUIRED-ROLE
           END-IF
           CALL 'OPERATOR-SIGNON' USING WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT = "N"
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-NOW

           PERFORM 010-OPEN-FILES THRU 010-END

           DISPLAY "ENTER THE DRAWER ID (TLRnnn)"
           ACCEPT WS-INPUT-DRAWER-ID
           IF WS-INPUT-DRAWER-ID(1:3) NOT = "TLR"
               DISPLAY "COUNTER DRAWER IDS START TLR"
               PERFORM 090-CLOSE-FILES THRU 090-END
               STOP RUN
           END-IF

           EVALUATE WS-INPUT-OPTION
               WHEN 1
                   PERFORM 100-OPEN-SHIFT THRU 100-END
               WHEN 2
                   PERFORM 200-BUY-CASH THRU 200-END
               WHEN 3
                   PERFORM 300-SELL-CASH THRU 300-END
               WHEN 4
                   PERFORM 400-CLOSE-SHIFT THRU 400-END
               WHEN 5
                   PERFORM 500-SIGN-OFF THRU 500-END
               WHEN 6
                   PERFORM 600-SHOW-DRAWER THRU 600-END
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE

           PERFORM 090-CLOSE-FILES THRU 090-END
           STOP RUN.

       010-OPEN-FILES.
      *    TELLER-DRAWERS.DAT may not exist yet on a brand new
      *    install.
           OPEN I-O DRAWERS-FILE
           IF DRAWERSF-STATUS = 35
               OPEN OUTPUT DRAWERS-FILE
               CLOSE DRAWERS-FILE
               OPEN I-O DRAWERS-FILE
           END-IF
           IF DRAWERSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN TELLER-DRAWERS.DAT"
               DISPLAY "FS-STATUS: " DRAWERSF-STATUS
               STOP RUN
           END-IF.
       010-END.EXIT.

      *    Reads the keyed drawer; buying, selling and closing need
      *    an open shift run by the signed-on teller. DRAWERSF-STATUS
      *    is left nonzero when the drawer cannot be worked.
       020-READ-OWN-OPEN-DRAWER.
           MOVE WS-INPUT-DRAWER-ID TO DW-DRAWER-ID
           READ DRAWERS-FILE
               INVALID KEY
                   DISPLAY "NO SUCH DRAWER ON FILE"
                   GO TO 020-END
           END-READ
           IF NOT DW-SHIFT-OPEN
               DISPLAY "THIS DRAWER HAS NO OPEN SHIFT"
               MOVE 99 TO DRAWERSF-STATUS
               GO TO 020-END
           END-IF
           IF DW-OPERATOR-ID NOT = WS-OPERATOR-ID
               DISPLAY "THIS DRAWER IS OPEN UNDER OPERATOR "
                   DW-OPERATOR-ID
               MOVE 99 TO DRAWERSF-STATUS
           END-IF.
       020-END.EXIT.

       090-CLOSE-FILES.
           CLOSE DRAWERS-FILE.
       090-END.EXIT.

      *    A drawer opens empty: the float is bought out of the
      *    vault here, note by note. A drawer still waiting for a
      *    supervisor's sign-off of its last shift stays shut.
       100-OPEN-SHIFT.
           MOVE WS-INPUT-DRAWER-ID TO DW-DRAWER-ID
           READ DRAWERS-FILE
               INVALID KEY
                   MOVE 23 TO DRAWERSF-STATUS
           END-READ
           IF DRAWERSF-STATUS = 00
               IF DW-SHIFT-OPEN
                   DISPLAY "THIS DRAWER IS ALREADY OPEN UNDER "
                       "OPERATOR " DW-OPERATOR-ID
                   GO TO 100-END
               END-IF
               IF DW-SHIFT-AWAITING-SIGNOFF
                   DISPLAY "THE LAST SHIFT ON THIS DRAWER CLOSED WITH "
                       "A DIFFERENCE"
                   DISPLAY "A SUPERVISOR MUST SIGN IT OFF FIRST"
                   GO TO 100-END
               END-IF
           END-IF

           DISPLAY "ENTER THE BRANCH VAULT ID"
           ACCEPT WS-INPUT-VAULT-ID
           DISPLAY "COUNT THE OPENING FLOAT OUT OF THE VAULT"
           PERFORM 700-CAPTURE-MIX THRU 700-END
           MOVE "FLOAT" TO WS-MIX-MOVEMENT
           PERFORM 710-TAKE-FROM-VAULT THRU 710-END
           IF WS-VAULT-CANNOT-COVER
               DISPLAY "NO SHIFT OPENED"
               GO TO 100-END
           END-IF

           MOVE WS-INPUT-DRAWER-ID TO DW-DRAWER-ID
           MOVE WS-INPUT-VAULT-ID TO DW-VAULT-ID
           MOVE WS-OPERATOR-ID TO DW-OPERATOR-ID
           MOVE WS-TODAY TO DW-SHIFT-DATE
           MOVE WS-NOW TO DW-OPEN-TIME
           SET DW-SHIFT-OPEN TO TRUE
           MOVE WS-MIX-TOTAL TO DW-OPENING-FLOAT
           MOVE 0 TO DW-BOUGHT-TOTAL
           MOVE 0 TO DW-SOLD-TOTAL
           MOVE 0 TO DW-DEPOSIT-COUNT
           MOVE 0 TO DW-DEPOSIT-TOTAL
           MOVE 0 TO DW-WITHDRAWAL-COUNT
           MOVE 0 TO DW-WITHDRAWAL-TOTAL
           MOVE 0 TO DW-TRANSFER-COUNT
           MOVE 0 TO DW-COUNTED-TOTAL
           MOVE 0 TO DW-OVER-SHORT
           MOVE SPACES TO DW-CLOSE-TIME
           MOVE SPACES TO DW-SIGNOFF-OPERATOR-ID
           MOVE SPACES TO DW-SIGNOFF-DATE
           IF DRAWERSF-STATUS = 00
               REWRITE TELLER-DRAWER-RECORD
           ELSE
               WRITE TELLER-DRAWER-RECORD
           END-IF
           IF DRAWERSF-STATUS NOT = 00
               DISPLAY "UNABLE TO RECORD THE SHIFT - FS-STATUS: "
                   DRAWERSF-STATUS
               DISPLAY "RETURN THE FLOAT TO THE VAULT"
               GO TO 100-END
           END-IF

           MOVE WS-MIX-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "SHIFT OPENED ON " DW-DRAWER-ID " WITH A FLOAT OF "
               WS-AMOUNT-DISPLAY.
       100-END.EXIT.

       200-BUY-CASH.
           PERFORM 020-READ-OWN-OPEN-DRAWER THRU 020-END
           IF DRAWERSF-STATUS NOT = 00
               GO TO 200-END
           END-IF
           MOVE DW-VAULT-ID TO WS-INPUT-VAULT-ID
           DISPLAY "COUNT THE CASH BOUGHT OUT OF VAULT " DW-VAULT-ID
           PERFORM 700-CAPTURE-MIX THRU 700-END
           IF WS-MIX-TOTAL = 0
               DISPLAY "NOTHING BOUGHT"
               GO TO 200-END
           END-IF
           MOVE "BUY" TO WS-MIX-MOVEMENT
           PERFORM 710-TAKE-FROM-VAULT THRU 710-END
           IF WS-VAULT-CANNOT-COVER
               GO TO 200-END
           END-IF

           ADD WS-MIX-TOTAL TO DW-BOUGHT-TOTAL
           REWRITE TELLER-DRAWER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO UPDATE THE DRAWER"
           END-REWRITE
           MOVE WS-MIX-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "BOUGHT FROM THE VAULT: " WS-AMOUNT-DISPLAY.
       200-END.EXIT.

      *    Surplus cash goes back to the vault; the drawer can only
      *    sell what the postings say it holds.
       300-SELL-CASH.
           PERFORM 020-READ-OWN-OPEN-DRAWER THRU 020-END
           IF DRAWERSF-STATUS NOT = 00
               GO TO 300-END
           END-IF
           DISPLAY "COUNT THE CASH SOLD TO VAULT " DW-VAULT-ID
           PERFORM 700-CAPTURE-MIX THRU 700-END
           IF WS-MIX-TOTAL = 0
               DISPLAY "NOTHING SOLD"
               GO TO 300-END
           END-IF
           PERFORM 740-COMPUTE-EXPECTED THRU 740-END
           IF WS-MIX-TOTAL > WS-EXPECTED-CASH
               MOVE WS-EXPECTED-CASH TO WS-SIGNED-DISPLAY
               DISPLAY "THE DRAWER SHOULD ONLY HOLD " WS-SIGNED-DISPLAY
               DISPLAY "NOTHING SOLD"
               GO TO 300-END
           END-IF

           MOVE DW-VAULT-ID TO WS-INPUT-VAULT-ID
           MOVE "SELL" TO WS-MIX-MOVEMENT
           PERFORM 720-RETURN-TO-VAULT THRU 720-END
           ADD WS-MIX-TOTAL TO DW-SOLD-TOTAL
           REWRITE TELLER-DRAWER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO UPDATE THE DRAWER"
           END-REWRITE
           MOVE WS-MIX-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "SOLD TO THE VAULT: " WS-AMOUNT-DISPLAY.
       300-END.EXIT.

      *    The close-of-shift count. Whatever is counted goes back
      *    to the vault, so the drawer starts its next shift empty;
      *    the difference against the postings is what the close
      *    sheet, the security log and the supervisor look at.
       400-CLOSE-SHIFT.
           PERFORM 020-READ-OWN-OPEN-DRAWER THRU 020-END
           IF DRAWERSF-STATUS NOT = 00
               GO TO 400-END
           END-IF
           DISPLAY "COUNT EVERY NOTE IN THE DRAWER"
           PERFORM 700-CAPTURE-MIX THRU 700-END
           MOVE WS-MIX-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "COUNTED: " WS-AMOUNT-DISPLAY
           DISPLAY "CLOSE THE SHIFT ON THIS COUNT? 1-YES 2-NO"
           ACCEPT WS-INPUT-CONFIRM
           IF WS-INPUT-CONFIRM NOT = 1
               DISPLAY "SHIFT LEFT OPEN"
               GO TO 400-END
           END-IF

           PERFORM 740-COMPUTE-EXPECTED THRU 740-END
           MOVE WS-MIX-TOTAL TO DW-COUNTED-TOTAL
           COMPUTE DW-OVER-SHORT = WS-MIX-TOTAL - WS-EXPECTED-CASH
           MOVE WS-NOW TO DW-CLOSE-TIME
           IF DW-OVER-SHORT = 0
               SET DW-SHIFT-BALANCED TO TRUE
           ELSE
               SET DW-SHIFT-AWAITING-SIGNOFF TO TRUE
           END-IF
           REWRITE TELLER-DRAWER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO CLOSE THE DRAWER"
                   GO TO 400-END
           END-REWRITE

           IF WS-MIX-TOTAL > 0
               MOVE DW-VAULT-ID TO WS-INPUT-VAULT-ID
               MOVE "CLOSE" TO WS-MIX-MOVEMENT
               PERFORM 720-RETURN-TO-VAULT THRU 720-END
           END-IF
           PERFORM 750-APPEND-SHIFT-HISTORY THRU 750-END
           PERFORM 760-WRITE-CLOSE-SHEET THRU 760-END

           IF DW-SHIFT-BALANCED
               DISPLAY "DRAWER BALANCED - SHIFT CLOSED"
               GO TO 400-END
           END-IF
           IF DW-OVER-SHORT > 0
               MOVE "DRAWER-OVER" TO WS-SEC-EVENT-TYPE
           ELSE
               MOVE "DRAWER-SHORT" TO WS-SEC-EVENT-TYPE
           END-IF
           CALL 'SEC-EVENT-LOG' USING WS-SEC-EVENT-CBU
               DW-DRAWER-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID
           MOVE DW-OVER-SHORT TO WS-SIGNED-DISPLAY
           DISPLAY "DRAWER DOES NOT BALANCE: " WS-SIGNED-DISPLAY
           DISPLAY "SHIFT CLOSED - A SUPERVISOR MUST SIGN OFF THE "
               "DIFFERENCE".
       400-END.EXIT.

      *    Four eyes: the supervisor who accepts a difference is
      *    never the teller who ran the shift.
       500-SIGN-OFF.
           MOVE WS-INPUT-DRAWER-ID TO DW-DRAWER-ID
           READ DRAWERS-FILE
               INVALID KEY
                   DISPLAY "NO SUCH DRAWER ON FILE"
                   GO TO 500-END
           END-READ
           IF NOT DW-SHIFT-AWAITING-SIGNOFF
               DISPLAY "THIS DRAWER HAS NO DIFFERENCE WAITING FOR "
                   "SIGN-OFF"
               GO TO 500-END
           END-IF
           IF DW-OPERATOR-ID = WS-OPERATOR-ID
               DISPLAY "A SHIFT CANNOT BE SIGNED OFF BY THE OPERATOR "
                   "WHO RAN IT"
               GO TO 500-END
           END-IF

           PERFORM 600-SHOW-DRAWER THRU 600-END
           DISPLAY "ACCEPT THIS DIFFERENCE? 1-YES 2-NO"
           ACCEPT WS-INPUT-CONFIRM
           IF WS-INPUT-CONFIRM NOT = 1
               DISPLAY "NOT SIGNED OFF"
               GO TO 500-END
           END-IF

           SET DW-SHIFT-SIGNED-OFF TO TRUE
           MOVE WS-OPERATOR-ID TO DW-SIGNOFF-OPERATOR-ID
           MOVE WS-TODAY TO DW-SIGNOFF-DATE
           REWRITE TELLER-DRAWER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO UPDATE THE DRAWER"
                   GO TO 500-END
           END-REWRITE
           PERFORM 750-APPEND-SHIFT-HISTORY THRU 750-END

           MOVE "DRAWER-SIGNOFF" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING WS-SEC-EVENT-CBU
               DW-DRAWER-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID
           DISPLAY "DIFFERENCE SIGNED OFF - THE DRAWER MAY OPEN AGAIN".
       500-END.EXIT.

       600-SHOW-DRAWER.
           IF WS-INPUT-OPTION = 6
               MOVE WS-INPUT-DRAWER-ID TO DW-DRAWER-ID
               READ DRAWERS-FILE
                   INVALID KEY
                       DISPLAY "NO SUCH DRAWER ON FILE"
                       GO TO 600-END
               END-READ
           END-IF
           PERFORM 740-COMPUTE-EXPECTED THRU 740-END
           DISPLAY "-----------------------------------------------"
           DISPLAY "DRAWER " DW-DRAWER-ID "  VAULT " DW-VAULT-ID
               "  OPERATOR " DW-OPERATOR-ID
           DISPLAY "SHIFT OF " DW-SHIFT-DATE " OPENED " DW-OPEN-TIME
               "  STATUS " DW-SHIFT-STATUS
           MOVE DW-OPENING-FLOAT TO WS-AMOUNT-DISPLAY
           DISPLAY "OPENING FLOAT       " WS-AMOUNT-DISPLAY
           MOVE DW-BOUGHT-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "BOUGHT FROM VAULT   " WS-AMOUNT-DISPLAY
           MOVE DW-SOLD-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "SOLD TO VAULT       " WS-AMOUNT-DISPLAY
           MOVE DW-DEPOSIT-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE DW-DEPOSIT-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "CASH DEPOSITS       " WS-AMOUNT-DISPLAY
               "  (" WS-COUNT-DISPLAY ")"
           MOVE DW-WITHDRAWAL-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE DW-WITHDRAWAL-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "CASH WITHDRAWALS    " WS-AMOUNT-DISPLAY
               "  (" WS-COUNT-DISPLAY ")"
           MOVE WS-EXPECTED-CASH TO WS-SIGNED-DISPLAY
           DISPLAY "EXPECTED IN DRAWER " WS-SIGNED-DISPLAY
           IF NOT DW-SHIFT-OPEN
               MOVE DW-COUNTED-TOTAL TO WS-AMOUNT-DISPLAY
               DISPLAY "COUNTED AT CLOSE    " WS-AMOUNT-DISPLAY
               MOVE DW-OVER-SHORT TO WS-SIGNED-DISPLAY
               DISPLAY "OVER (+) / SHORT (-)" WS-SIGNED-DISPLAY
           END-IF
           IF DW-SHIFT-SIGNED-OFF
               DISPLAY "SIGNED OFF BY " DW-SIGNOFF-OPERATOR-ID
                   " ON " DW-SIGNOFF-DATE
           END-IF.
       600-END.EXIT.

      *    Denomination and note count pairs into WS-DRAWER-MIX until
      *    a zero denomination or six different notes; the same
      *    denomination keyed twice is added together.
       700-CAPTURE-MIX.
           MOVE 0 TO WS-MIX-COUNT
           MOVE 0 TO WS-MIX-TOTAL
           MOVE 1 TO WS-INPUT-DENOMINATION
           PERFORM UNTIL WS-INPUT-DENOMINATION = 0
                   OR WS-MIX-COUNT = 6
               DISPLAY "ENTER THE DENOMINATION (0 WHEN DONE)"
               ACCEPT WS-INPUT-DENOMINATION
               IF WS-INPUT-DENOMINATION NOT = 0
                   DISPLAY "ENTER THE NUMBER OF NOTES"
                   ACCEPT WS-INPUT-QUANTITY
                   SET WS-MIX-ENTRY-NEW TO TRUE
                   PERFORM VARYING WS-MIX-IDX FROM 1 BY 1
                           UNTIL WS-MIX-IDX > WS-MIX-COUNT
                       IF WS-MIX-DENOM(WS-MIX-IDX)
                           = WS-INPUT-DENOMINATION
                           ADD WS-INPUT-QUANTITY
                               TO WS-MIX-QTY(WS-MIX-IDX)
                           SET WS-MIX-ENTRY-MERGED TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-MIX-ENTRY-NEW
                       ADD 1 TO WS-MIX-COUNT
                       MOVE WS-INPUT-DENOMINATION
                           TO WS-MIX-DENOM(WS-MIX-COUNT)
                       MOVE WS-INPUT-QUANTITY
                           TO WS-MIX-QTY(WS-MIX-COUNT)
                   END-IF
                   COMPUTE WS-MIX-TOTAL = WS-MIX-TOTAL
                       + WS-INPUT-DENOMINATION * WS-INPUT-QUANTITY
               END-IF
           END-PERFORM.
       700-END.EXIT.

      *    Notes leave the vault only when every denomination asked
      *    for is on its rows in full - the whole mix is checked
      *    before any row is touched.
       710-TAKE-FROM-VAULT.
           SET WS-VAULT-CAN-COVER TO TRUE
           IF WS-MIX-COUNT = 0
               GO TO 710-END
           END-IF
           OPEN I-O CASH-FILE
           IF CASHF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN CASH-MODULE.txt"
               DISPLAY "FS-STATUS: " CASHF-STATUS
               SET WS-VAULT-CANNOT-COVER TO TRUE
               GO TO 710-END
           END-IF

           PERFORM VARYING WS-MIX-IDX FROM 1 BY 1
                   UNTIL WS-MIX-IDX > WS-MIX-COUNT
               MOVE WS-INPUT-VAULT-ID TO FS-TERMINAL-ID
               MOVE WS-MIX-DENOM(WS-MIX-IDX) TO FS-CASH-DENOMINATION
               READ CASH-FILE
                   INVALID KEY
                       MOVE 0 TO FS-CASH-QUANTITY
               END-READ
               IF FS-CASH-QUANTITY < WS-MIX-QTY(WS-MIX-IDX)
                   DISPLAY "VAULT " WS-INPUT-VAULT-ID " HOLDS ONLY "
                       FS-CASH-QUANTITY " NOTES OF "
                       WS-MIX-DENOM(WS-MIX-IDX)
                   SET WS-VAULT-CANNOT-COVER TO TRUE
               END-IF
           END-PERFORM
           IF WS-VAULT-CANNOT-COVER
               CLOSE CASH-FILE
               GO TO 710-END
           END-IF

           PERFORM VARYING WS-MIX-IDX FROM 1 BY 1
                   UNTIL WS-MIX-IDX > WS-MIX-COUNT
               MOVE WS-INPUT-VAULT-ID TO FS-TERMINAL-ID
               MOVE WS-MIX-DENOM(WS-MIX-IDX) TO FS-CASH-DENOMINATION
               READ CASH-FILE
                   NOT INVALID KEY
                       SUBTRACT WS-MIX-QTY(WS-MIX-IDX)
                           FROM FS-CASH-QUANTITY
                       REWRITE CASH-RECORD
               END-READ
           END-PERFORM
           CLOSE CASH-FILE
           PERFORM 730-LOG-CASH-MOVEMENT THRU 730-END.
       710-END.EXIT.

       720-RETURN-TO-VAULT.
           CALL 'CASH-INTAKE' USING
               BY REFERENCE WS-INPUT-VAULT-ID
               BY REFERENCE WS-DRAWER-MIX
           PERFORM 730-LOG-CASH-MOVEMENT THRU 730-END.
       720-END.EXIT.

      *    Logging must never stop the cash work it records.
       730-LOG-CASH-MOVEMENT.
           OPEN EXTEND CASH-LOG-FILE
           IF CASHLOGF-STATUS = 35
               OPEN OUTPUT CASH-LOG-FILE
           END-IF
           IF CASHLOGF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN DRAWER-CASH-LOG.txt"
               GO TO 730-END
           END-IF
           PERFORM VARYING WS-MIX-IDX FROM 1 BY 1
                   UNTIL WS-MIX-IDX > WS-MIX-COUNT
               MOVE WS-TODAY TO DV-DATE
               MOVE WS-NOW TO DV-TIME
               MOVE WS-INPUT-DRAWER-ID TO DV-DRAWER-ID
               MOVE WS-INPUT-VAULT-ID TO DV-VAULT-ID
               MOVE WS-MIX-MOVEMENT TO DV-MOVEMENT
               MOVE WS-MIX-DENOM(WS-MIX-IDX) TO DV-DENOMINATION
               MOVE WS-MIX-QTY(WS-MIX-IDX) TO DV-QUANTITY
               MOVE WS-OPERATOR-ID TO DV-OPERATOR-ID
               WRITE DRAWER-CASH-LOG-RECORD
           END-PERFORM
           CLOSE CASH-LOG-FILE.
       730-END.EXIT.

       740-COMPUTE-EXPECTED.
           COMPUTE WS-EXPECTED-CASH = DW-OPENING-FLOAT
               + DW-BOUGHT-TOTAL - DW-SOLD-TOTAL
               + DW-DEPOSIT-TOTAL - DW-WITHDRAWAL-TOTAL.
       740-END.EXIT.

       750-APPEND-SHIFT-HISTORY.
           OPEN EXTEND SHIFTS-FILE
           IF SHIFTSF-STATUS = 35
               OPEN OUTPUT SHIFTS-FILE
           END-IF
           IF SHIFTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN DRAWER-SHIFTS.txt"
               GO TO 750-END
           END-IF
           MOVE TELLER-DRAWER-RECORD TO DRAWER-SHIFT-RECORD
           WRITE DRAWER-SHIFT-RECORD
           CLOSE SHIFTS-FILE.
       750-END.EXIT.

      *    The close sheet the teller signs and files with the
      *    drawer: every figure behind the expected cash, the count
      *    by denomination, and the over or short.
       760-WRITE-CLOSE-SHEET.
           STRING "DRAWER-CLOSE-" DW-DRAWER-ID "-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-CLOSE-SHEET-FILENAME
           OPEN OUTPUT CLOSE-SHEET-FILE
           IF SHEETF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN " WS-CLOSE-SHEET-FILENAME
               GO TO 760-END
           END-IF

           MOVE SPACES TO CLOSE-SHEET-LINE
           STRING "DRAWER CLOSE  " DW-DRAWER-ID "  VAULT " DW-VAULT-ID
               "  OPERATOR " DW-OPERATOR-ID
               DELIMITED BY SIZE INTO CLOSE-SHEET-LINE
           WRITE CLOSE-SHEET-LINE
           MOVE SPACES TO CLOSE-SHEET-LINE
           STRING "SHIFT OF " DW-SHIFT-DATE "  OPENED " DW-OPEN-TIME
               "  CLOSED " DW-CLOSE-TIME
               DELIMITED BY SIZE INTO CLOSE-SHEET-LINE
           WRITE CLOSE-SHEET-LINE
           MOVE ALL "-" TO CLOSE-SHEET-LINE
           WRITE CLOSE-SHEET-LINE

           MOVE SPACES TO CLOSE-SHEET-LINE
           MOVE DW-OPENING-FLOAT TO WS-AMOUNT-DISPLAY
           STRING "OPENING FLOAT            " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CLOSE-SHEET-LINE
           WRITE CLOSE-SHEET-LINE
           MOVE SPACES TO CLOSE-SHEET-LINE
           MOVE DW-BOUGHT-TOTAL TO WS-AMOUNT-DISPLAY
           STRING "BOUGHT FROM VAULT      + " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CLOSE-SHEET-LINE
           WRITE CLOSE-SHEET-LINE
           MOVE SPACES TO CLOSE-SHEET-LINE
           MOVE DW-SOLD-TOTAL TO WS-AMOUNT-DISPLAY
           STRING "SOLD TO VAULT          - " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CLOSE-SHEET-LINE
           WRITE CLOSE-SHEET-LINE
           MOVE SPACES TO CLOSE-SHEET-LINE
           MOVE DW-DEPOSIT-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE DW-DEPOSIT-COUNT TO WS-COUNT-DISPLAY
           STRING "CASH DEPOSITS          + " WS-AMOUNT-DISPLAY
               "  (" WS-COUNT-DISPLAY ")"
               DELIMITED BY SIZE INTO CLOSE-SHEET-LINE
           WRITE CLOSE-SHEET-LINE
           MOVE SPACES TO CLOSE-SHEET-LINE
           MOVE DW-WITHDRAWAL-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE DW-WITHDRAWAL-COUNT TO WS-COUNT-DISPLAY
           STRING "CASH WITHDRAWALS       - " WS-AMOUNT-DISPLAY
               "  (" WS-COUNT-DISPLAY ")"
               DELIMITED BY SIZE INTO CLOSE-SHEET-LINE
           WRITE CLOSE-SHEET-LINE
           MOVE SPACES TO CLOSE-SHEET-LINE
           MOVE DW-TRANSFER-COUNT TO WS-COUNT-DISPLAY
           STRING "TRANSFERS (NO CASH)                          "
               "  (" WS-COUNT-DISPLAY ")"
               DELIMITED BY SIZE INTO CLOSE-SHEET-LINE
           WRITE CLOSE-SHEET-LINE
           MOVE SPACES TO CLOSE-SHEET-LINE
           MOVE WS-EXPECTED-CASH TO WS-SIGNED-DISPLAY
           STRING "EXPECTED IN DRAWER      " WS-SIGNED-DISPLAY
               DELIMITED BY SIZE INTO CLOSE-SHEET-LINE
           WRITE CLOSE-SHEET-LINE
           MOVE ALL "-" TO CLOSE-SHEET-LINE
           WRITE CLOSE-SHEET-LINE

           PERFORM VARYING WS-MIX-IDX FROM 1 BY 1
                   UNTIL WS-MIX-IDX > WS-MIX-COUNT
               MOVE SPACES TO CLOSE-SHEET-LINE
               MOVE WS-MIX-QTY(WS-MIX-IDX) TO WS-COUNT-DISPLAY
               COMPUTE WS-AMOUNT-DISPLAY = WS-MIX-DENOM(WS-MIX-IDX)
                   * WS-MIX-QTY(WS-MIX-IDX)
               STRING "COUNTED " WS-MIX-DENOM(WS-MIX-IDX) " X "
                   WS-COUNT-DISPLAY "      " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO CLOSE-SHEET-LINE
               WRITE CLOSE-SHEET-LINE
           END-PERFORM
           MOVE SPACES TO CLOSE-SHEET-LINE
           MOVE DW-COUNTED-TOTAL TO WS-AMOUNT-DISPLAY
           STRING "COUNTED IN DRAWER        " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CLOSE-SHEET-LINE
           WRITE CLOSE-SHEET-LINE
           MOVE SPACES TO CLOSE-SHEET-LINE
           MOVE DW-OVER-SHORT TO WS-SIGNED-DISPLAY
           STRING "OVER (+) / SHORT (-)    " WS-SIGNED-DISPLAY
               DELIMITED BY SIZE INTO CLOSE-SHEET-LINE
           WRITE CLOSE-SHEET-LINE
           MOVE SPACES TO CLOSE-SHEET-LINE
           IF DW-SHIFT-BALANCED
               MOVE "DRAWER BALANCED" TO CLOSE-SHEET-LINE
           ELSE
               MOVE "DIFFERENCE REFERRED FOR SUPERVISOR SIGN-OFF"
                   TO CLOSE-SHEET-LINE
           END-IF
           WRITE CLOSE-SHEET-LINE
           CLOSE CLOSE-SHEET-FILE
           DISPLAY "CLOSE SHEET: " WS-CLOSE-SHEET-FILENAME.
       760-END.EXIT.
       END PROGRAM TELLER-DRAWER.
