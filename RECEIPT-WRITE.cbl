               OR RF-CURRENCY-CODE = LOW-VALUES
               MOVE "ARS" TO RF-CURRENCY-CODE
           END-IF
      *    Only counter postings name an operator; a work area the
      *    caller never touched reads as none.
           IF RF-OPERATOR-ID = LOW-VALUES
               MOVE SPACES TO RF-OPERATOR-ID
           END-IF

      *    Claim the next free sequence under this CBU and date: a
      *    duplicate-key refusal just means that slot is taken, so
