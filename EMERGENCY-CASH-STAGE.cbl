                   STOP RUN
           END-READ
           IF FS-ACCOUNT-IS-LOCKED OR FS-ACCOUNT-FROZEN
               OR FS-ACCOUNT-CLOSED OR FS-ACCOUNT-RESTRICTED
               DISPLAY "THAT ACCOUNT CANNOT TRANSACT - NOT STAGED"
               CLOSE ACCOUNTS-FILE
               STOP RUN
