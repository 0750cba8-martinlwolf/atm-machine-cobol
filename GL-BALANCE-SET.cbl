      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor tool to key the balance a GL account
      *          already carried, in one currency, when the GL balance
      *          master (GL-BALANCE.DAT) was taken on - the customer
      *          deposits, the credit-line receivable and the rest of
      *          the book were not zero the night GL-JOURNAL first
      *          posted. The amount is keyed as a debit or a credit
      *          balance and added to the row's opening and closing,
      *          creating the row if nothing has posted to it yet.
      *          Each row takes one take-on only (GB-TAKE-ON-DATE);
      *          anything later is a journal correction, not a
      *          take-on. Logged through SEC-EVENT-LOG under the
      *          supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-BALANCE-SET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-FILE ASSIGN TO "GL-BALANCE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY
               FILE STATUS IS GLBALF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
           COPY GLBALREC.

       WORKING-STORAGE SECTION.
       01  GLBALF-STATUS                PIC 9(2).
       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-TODAY                     PIC X(08).
       01  WS-INPUT-GL-ACCOUNT          PIC 9(08).
       01  WS-INPUT-CURRENCY            PIC X(03).
       01  WS-INPUT-AMOUNT              PIC 9(18)V99.
       01  WS-INPUT-SIDE                PIC X(01).
       01  WS-INPUT-CONFIRM             PIC 9(01).
       01  WS-TAKE-ON-AMOUNT            PIC S9(18)V99.
       01  WS-AMOUNT-DISPLAY            PIC -ZZZZZZZZZZZZZZZZZ9.99.
       01  WS-ROW-FOUND-FLAG            PIC X(01).
           88 WS-ROW-IS-FOUND               VALUE "Y".
           88 WS-ROW-NOT-FOUND              VALUE "N".
       01  WS-REQUIRED-ROLE             PIC X(01) VALUE "S".
       01  WS-OPERATOR-ID               PIC X(08).
       01  WS-SIGNON-RESULT             PIC X(01).
       01  WS-SEC-EVENT-CBU             PIC 9(22) VALUE ZERO.
       01  WS-SEC-EVENT-TYPE            PIC X(16).
       01  WS-SEC-TERMINAL-ID           PIC X(06) VALUE "OPS   ".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "GL-BALANCE-SET - GL ACCOUNT TAKE-ON BALANCE"

           CALL 'OPERATOR-SIGNON' USING WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT = "N"
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY

           DISPLAY "ENTER THE 8-DIGIT GL ACCOUNT"
           ACCEPT WS-INPUT-GL-ACCOUNT
           DISPLAY "ENTER THE CURRENCY CODE (BLANK FOR ARS)"
           ACCEPT WS-INPUT-CURRENCY
           IF WS-INPUT-CURRENCY = SPACES
               MOVE "ARS" TO WS-INPUT-CURRENCY
           END-IF
           DISPLAY "ENTER THE TAKE-ON BALANCE"
           ACCEPT WS-INPUT-AMOUNT
           DISPLAY "IS IT A DEBIT (D) OR A CREDIT (C) BALANCE?"
           ACCEPT WS-INPUT-SIDE
           EVALUATE WS-INPUT-SIDE
               WHEN "D"
                   MOVE WS-INPUT-AMOUNT TO WS-TAKE-ON-AMOUNT
               WHEN "C"
                   COMPUTE WS-TAKE-ON-AMOUNT = 0 - WS-INPUT-AMOUNT
               WHEN OTHER
                   DISPLAY "INVALID SIDE - NOTHING CHANGED"
                   STOP RUN
           END-EVALUATE

      *    GL-BALANCE.DAT may not exist yet on a brand new install.
           OPEN I-O GL-BALANCE-FILE
           IF GLBALF-STATUS = 35
               OPEN OUTPUT GL-BALANCE-FILE
               CLOSE GL-BALANCE-FILE
               OPEN I-O GL-BALANCE-FILE
           END-IF
           IF GLBALF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN GL-BALANCE.DAT"
               DISPLAY "FS-STATUS: " GLBALF-STATUS
               STOP RUN
           END-IF

           MOVE WS-INPUT-GL-ACCOUNT TO GB-GL-ACCOUNT
           MOVE WS-INPUT-CURRENCY TO GB-CURRENCY-CODE
           SET WS-ROW-IS-FOUND TO TRUE
           READ GL-BALANCE-FILE
               INVALID KEY
                   SET WS-ROW-NOT-FOUND TO TRUE
           END-READ
           IF WS-ROW-IS-FOUND AND GB-TAKE-ON-DATE NOT = SPACES
               DISPLAY "THIS ROW WAS ALREADY TAKEN ON, ON "
                   GB-TAKE-ON-DATE " - CORRECT IT THROUGH THE "
                   "JOURNAL"
               CLOSE GL-BALANCE-FILE
               STOP RUN
           END-IF

           MOVE WS-TAKE-ON-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "GL " WS-INPUT-GL-ACCOUNT " " WS-INPUT-CURRENCY
               " TAKE-ON " WS-AMOUNT-DISPLAY
           DISPLAY "CONFIRM? 1-YES 2-NO"
           ACCEPT WS-INPUT-CONFIRM
           IF WS-INPUT-CONFIRM NOT = 1
               DISPLAY "NOTHING CHANGED"
               CLOSE GL-BALANCE-FILE
               STOP RUN
           END-IF

           IF WS-ROW-NOT-FOUND
               MOVE WS-INPUT-GL-ACCOUNT TO GB-GL-ACCOUNT
               MOVE WS-INPUT-CURRENCY TO GB-CURRENCY-CODE
               MOVE WS-TODAY TO GB-BUSINESS-DATE
               MOVE WS-TAKE-ON-AMOUNT TO GB-OPENING-BALANCE
               MOVE 0 TO GB-DAY-DEBITS
               MOVE 0 TO GB-DAY-CREDITS
               MOVE WS-TAKE-ON-AMOUNT TO GB-CLOSING-BALANCE
               MOVE WS-TODAY TO GB-OPENED-DATE
               MOVE WS-TODAY TO GB-TAKE-ON-DATE
               WRITE GL-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "SYSTEM FAILURE. TRY LATER"
                       CLOSE GL-BALANCE-FILE
                       STOP RUN
               END-WRITE
           ELSE
               ADD WS-TAKE-ON-AMOUNT TO GB-OPENING-BALANCE
               ADD WS-TAKE-ON-AMOUNT TO GB-CLOSING-BALANCE
               MOVE WS-TODAY TO GB-TAKE-ON-DATE
               REWRITE GL-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "SYSTEM FAILURE. TRY LATER"
                       CLOSE GL-BALANCE-FILE
                       STOP RUN
               END-REWRITE
           END-IF
           CLOSE GL-BALANCE-FILE

           MOVE "GL-TAKE-ON" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING WS-SEC-EVENT-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID
           DISPLAY "TAKE-ON BALANCE RECORDED"
           STOP RUN.
       END PROGRAM GL-BALANCE-SET.
