      *          HF-RELEASE-DATE has arrived gets its amount moved out
      *          of FS-PENDING-BALANCE and into FS-BALANCE on
      *          ACCOUNTS.DAT, a RECEIPTS-FILE row is posted, and the
      *          hold is rewritten as released. A hold never
      *          releases before its value date (HF-VALUE-DATE) - the
      *          hold period counts from the business day the deposit
      *          took value, not from a holiday or after-cut-off
      *          keying date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 HFO-DEPOSIT-DATE          PIC X(08).
           05 HFO-RELEASE-DATE          PIC X(08).
           05 HFO-HOLD-STATUS           PIC X(01).
           05 HFO-VALUE-DATE            PIC X(08).

       FD  ACCOUNTS-FILE.
           COPY ACCTREC.
       01  WS-TODAY                    PIC X(08).
       01  WS-RELEASED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-HOLD-DUE-DATE             PIC X(08).
       01  WS-DELETE-STATUS             PIC S9(9) COMP-5.
       01  WS-RENAME-STATUS             PIC S9(9) COMP-5.
       01  WS-CONTROL-JOB-NAME          PIC X(20)
           END-PERFORM.
       020-END.EXIT.

      *    The later of the release date and the value date; a
      *    row from before value dating has only its release date.
       030-APPLY-HOLD.
           MOVE HF-RELEASE-DATE TO WS-HOLD-DUE-DATE
           IF HF-VALUE-DATE NOT = SPACES
               AND HF-VALUE-DATE > WS-HOLD-DUE-DATE
               MOVE HF-VALUE-DATE TO WS-HOLD-DUE-DATE
           END-IF
           IF HF-IS-PENDING AND WS-HOLD-DUE-DATE NOT > WS-TODAY
               MOVE HF-CBU TO FS-CBU
               READ ACCOUNTS-FILE WITH LOCK
                   INVALID KEY
           MOVE HF-DEPOSIT-DATE TO HFO-DEPOSIT-DATE
           MOVE HF-RELEASE-DATE TO HFO-RELEASE-DATE
           MOVE HF-HOLD-STATUS TO HFO-HOLD-STATUS
           MOVE HF-VALUE-DATE TO HFO-VALUE-DATE
           WRITE HOLD-RECORD-OUT.
       030-END.EXIT.

