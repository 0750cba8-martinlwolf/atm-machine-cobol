       01  WS-PRIMARY-CURRENCY         PIC X(03).
       01  WS-SOURCE-CURRENCY          PIC X(03).
       01  WS-LINK-IDX                 PIC 9(01).
       01  WS-CBU-CHECK-FUNCTION       PIC X(01) VALUE "V".
       01  WS-CBU-CHECK-RESULT         PIC X(01).
           88 WS-CBU-IS-VALID              VALUE "Y".
           88 WS-CBU-NOT-VALID             VALUE "N".
       01  WS-LINK-OK-FLAG             PIC X(01).
           88 WS-LINK-IS-OK                VALUE "Y".
           88 WS-LINK-NOT-OK               VALUE "N".
               DISPLAY "AN ACCOUNT CANNOT SWEEP FROM ITSELF"
               STOP RUN
           END-IF
           CALL 'CBU-CHECK' USING WS-INPUT-CBU
               WS-CBU-CHECK-FUNCTION WS-CBU-CHECK-RESULT
           IF WS-CBU-NOT-VALID
               DISPLAY "NOT A VALID CBU: " WS-INPUT-CBU
               STOP RUN
           END-IF
           CALL 'CBU-CHECK' USING WS-INPUT-SOURCE-CBU
               WS-CBU-CHECK-FUNCTION WS-CBU-CHECK-RESULT
           IF WS-CBU-NOT-VALID
               DISPLAY "NOT A VALID CBU: " WS-INPUT-SOURCE-CBU
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNTS-FILE
           IF ACCOUNTSF-STATUS NOT = 00
