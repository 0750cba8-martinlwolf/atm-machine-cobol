      *          the regulatory response window. Opening a case and
      *          running the report are teller work; anything that
      *          moves money needs a supervisor. Every action is
      *          logged under the operator. Each case opened counts
      *          against the account owner's dispute history, which
      *          KYC-RISK turns into a medium risk rating once it
      *          reaches the repeat limit.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-SIGNON-RESULT             PIC X(01).
       01  WS-SEC-EVENT-TYPE            PIC X(16).
       01  WS-SEC-TERMINAL-ID           PIC X(06) VALUE "OPS   ".
      *    KYC-RISK call counting a dispute against the customer.
       01  WS-KYC-FUNCTION              PIC X(01) VALUE "R".
       01  WS-KYC-CUSTOMER-ID           PIC 9(08).
       01  WS-KYC-EVENT-TYPE            PIC X(08) VALUE SPACES.
       01  WS-KYC-REASON                PIC X(10) VALUE "DISPUTE".
       01  WS-KYC-RATING                PIC X(01).
       01  WS-KYC-FROM-DATE             PIC X(08) VALUE SPACES.
       01  WS-KYC-NEXT-DATE             PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "DISPUTE-OPENED" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING DP-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID
           DISPLAY "CASE OPENED"
           PERFORM 110-COUNT-DISPUTE THRU 110-END.
       100-END.EXIT.

      *    The dispute goes on the owning customer's history; an
      *    account with no customer on file has none to count on.
       110-COUNT-DISPUTE.
           OPEN INPUT ACCOUNTS-FILE
           IF ACCOUNTSF-STATUS NOT = 00
               GO TO 110-END
           END-IF
           MOVE DP-CBU TO FS-CBU
           READ ACCOUNTS-FILE
               INVALID KEY
                   MOVE 0 TO FS-CUSTOMER-ID
           END-READ
           MOVE FS-CUSTOMER-ID TO WS-KYC-CUSTOMER-ID
           CLOSE ACCOUNTS-FILE
           IF WS-KYC-CUSTOMER-ID = 0
               GO TO 110-END
           END-IF
           CALL 'KYC-RISK' USING WS-KYC-FUNCTION WS-KYC-CUSTOMER-ID
               WS-KYC-EVENT-TYPE WS-KYC-REASON WS-KYC-RATING
               WS-KYC-FROM-DATE WS-KYC-NEXT-DATE WS-OPERATOR-ID.
       110-END.EXIT.

      *    One pass over the dispute file: the identified case gets
      *    its money movement posted first, and only a successful
      *    posting flips the status on the rewrite - a failed credit
