                       MOVE OH-DEPOSIT-DATE TO HF-DEPOSIT-DATE
                       MOVE OH-RELEASE-DATE TO HF-RELEASE-DATE
                       MOVE OH-HOLD-STATUS TO HF-HOLD-STATUS
                       MOVE SPACES TO HF-VALUE-DATE
                       WRITE HOLD-RECORD
                       ADD 1 TO WS-HOLDS-CONVERTED
               END-READ
