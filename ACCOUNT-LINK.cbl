       01  WS-ALREADY-LINKED           PIC X(01) VALUE "N".
           88 WS-ACCOUNTS-ALREADY-LINKED VALUE "Y".
       01  WS-LINK-IDX                 PIC 9(01).
       01  WS-CBU-CHECK-FUNCTION       PIC X(01) VALUE "V".
       01  WS-CBU-CHECK-RESULT         PIC X(01).
           88 WS-CBU-IS-VALID              VALUE "Y".
           88 WS-CBU-NOT-VALID             VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               STOP RUN
           END-IF

      *    A mistyped CBU is refused on its check digits before
      *    either account is looked up.
           CALL 'CBU-CHECK' USING WS-INPUT-CBU-A
               WS-CBU-CHECK-FUNCTION WS-CBU-CHECK-RESULT
           IF WS-CBU-NOT-VALID
               DISPLAY "NOT A VALID CBU: " WS-INPUT-CBU-A
               STOP RUN
           END-IF
           CALL 'CBU-CHECK' USING WS-INPUT-CBU-B
               WS-CBU-CHECK-FUNCTION WS-CBU-CHECK-RESULT
           IF WS-CBU-NOT-VALID
               DISPLAY "NOT A VALID CBU: " WS-INPUT-CBU-B
               STOP RUN
           END-IF

           OPEN I-O ACCOUNTS-FILE
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN ACCOUNTS-FILE"
