      *          statement and GL-JOURNAL can book the interest
      *          income line (map CL-INT with GL-MAP-SET). Simple
      *          daily interest at the line's annual rate / 365.
      *          Restartable: every CHECKPOINT-INTERVAL.txt lines
      *          (default 100) the last CBU done and the running
      *          totals are committed through BATCH-CHECKPOINT, so a
      *          rerun after a failure resumes after that CBU under
      *          the original run date. Lines accrued between that
      *          commit and the failure are recognised by their CL-INT
      *          receipt for the run date and are not accrued twice.
      *          Writes CREDIT-INTEREST-CONTROL-<run date>.txt with
      *          the lines processed before and after the restart.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CBU
               FILE STATUS IS ACCOUNTSF-STATUS.
      *    Read only on a resumed run, to find the lines accrued
      *    after the last commit and before the failure.
           SELECT RECEIPTS-FILE ASSIGN TO "RECEIPTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-KEY
               FILE STATUS IS RECEIPTSF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
           COPY ACCTREC.

       FD  RECEIPTS-FILE.
           COPY RECEIPTREC.

       WORKING-STORAGE SECTION.
       01  CREDITF-STATUS               PIC 9(2).
       01  ACCOUNTSF-STATUS             PIC 9(2).
       01  RECEIPTSF-STATUS             PIC 9(2).
      *    Work image of the keyed receipt row, handed to the
      *    RECEIPT-WRITE subprogram, which assigns the sequence
      *    number and writes it.
       01  WS-CONTROL-FUNCTION          PIC X(01).
       01  WS-CONTROL-RESULT            PIC X(01).
       01  WS-WINDOW-RESULT             PIC X(01).
      *    This run's restart point, committed through
      *    BATCH-CHECKPOINT. WK-COUNT-1 and WK-TOTAL-1 are the lines
      *    accrued and the interest accrued over the whole run,
      *    restarts included.
           COPY CHKPTREC
               REPLACING ==BATCH-CHECKPOINT-RECORD==
                   BY ==WS-CHECKPOINT-WORK==
               LEADING ==RK== BY ==WK==.
       01  WS-CHECKPOINT-FUNCTION       PIC X(01).
       01  WS-CHECKPOINT-RESULT         PIC X(01).
           88 WS-RUN-RESUMED                VALUE "Y".
           88 WS-CHECKPOINT-FAILED          VALUE "X".
       01  WS-SINCE-CHECKPOINT          PIC 9(05).
       01  WS-SKIPPED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-RESTART-WINDOW-FLAG       PIC X(01).
           88 WS-IN-RESTART-WINDOW          VALUE "Y".
           88 WS-PAST-RESTART-WINDOW        VALUE "N".
       01  WS-ALREADY-POSTED-FLAG       PIC X(01).
           88 WS-ALREADY-POSTED             VALUE "Y".
           88 WS-NOT-YET-POSTED             VALUE "N".
       01  WS-SWEEP-FLAG                PIC X(01) VALUE "N".
           88 WS-SWEEP-ABANDONED            VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY

           PERFORM 010-OPEN-FILES THRU 010-END
           PERFORM 015-BEGIN-CHECKPOINT THRU 015-END
           PERFORM 020-ACCRUE-LINES THRU 020-END
           CLOSE CREDIT-LINES-FILE
           CLOSE ACCOUNTS-FILE
           IF WS-IN-RESTART-WINDOW
               CLOSE RECEIPTS-FILE
           END-IF
           DISPLAY "CREDIT LINES ACCRUED THIS RUN: " WS-ACCRUED-COUNT
           IF WS-SKIPPED-COUNT > 0
               DISPLAY "ALREADY ACCRUED BEFORE THE FAILURE: "
                   WS-SKIPPED-COUNT
           END-IF

      *    An abandoned sweep commits how far it got and stays in
      *    progress, unstamped, for the rerun to resume.
           IF WS-SWEEP-ABANDONED
               MOVE "W" TO WS-CHECKPOINT-FUNCTION
               CALL 'BATCH-CHECKPOINT' USING WS-CHECKPOINT-WORK
                   WS-CHECKPOINT-FUNCTION WS-CHECKPOINT-RESULT
               DISPLAY "CREDIT-INTEREST INCOMPLETE - RERUN TO "
                   "RESUME AFTER CBU " WK-LAST-CBU
               GOBACK
           END-IF

           MOVE "E" TO WS-CHECKPOINT-FUNCTION
           CALL 'BATCH-CHECKPOINT' USING WS-CHECKPOINT-WORK
               WS-CHECKPOINT-FUNCTION WS-CHECKPOINT-RESULT
           MOVE "S" TO WS-CONTROL-FUNCTION
           CALL 'BATCH-CONTROL' USING WS-CONTROL-JOB-NAME
               WS-CONTROL-FUNCTION WS-CONTROL-RESULT
           END-IF.
       010-END.EXIT.

      *    Opens this run's restart point, or picks up the one a
      *    failed run left in progress: the walk then starts after
      *    its last committed CBU, its totals carry on, and receipts
      *    keep the failed run's date.
       015-BEGIN-CHECKPOINT.
           MOVE SPACES TO WS-CHECKPOINT-WORK
           MOVE WS-CONTROL-JOB-NAME TO WK-JOB-NAME
           MOVE WS-TODAY TO WK-RUN-PARAMETER
           MOVE "LINES ACCRUED" TO WK-COUNT-1-NAME
           MOVE "INTEREST ACCRUED" TO WK-TOTAL-1-NAME
           MOVE "B" TO WS-CHECKPOINT-FUNCTION
           CALL 'BATCH-CHECKPOINT' USING WS-CHECKPOINT-WORK
               WS-CHECKPOINT-FUNCTION WS-CHECKPOINT-RESULT
           IF WS-CHECKPOINT-FAILED
               DISPLAY "NO RESTART POINT - CREDIT-INTEREST WILL NOT "
                   "RUN"
               CLOSE CREDIT-LINES-FILE
               CLOSE ACCOUNTS-FILE
               GOBACK
           END-IF

           MOVE 0 TO WS-SINCE-CHECKPOINT
           SET WS-PAST-RESTART-WINDOW TO TRUE
           IF NOT WS-RUN-RESUMED
               GO TO 015-END
           END-IF

           MOVE WK-RUN-DATE TO WS-TODAY
           DISPLAY "POSTING UNDER THE ORIGINAL RUN DATE " WS-TODAY
           MOVE WK-LAST-CBU TO CL-CBU
           START CREDIT-LINES-FILE KEY IS GREATER THAN CL-CBU
               INVALID KEY
                   MOVE 10 TO CREDITF-STATUS
           END-START
           OPEN INPUT RECEIPTS-FILE
           IF RECEIPTSF-STATUS = 00
               SET WS-IN-RESTART-WINDOW TO TRUE
           END-IF.
       015-END.EXIT.

      *    On a resumed run, the lines straight after the last
      *    commit may already have been accrued before the failure.
      *    Each is recognised by its CL-INT receipt for the run date
      *    and counted into the totals from it instead of accrued
      *    again. The first line due an accrual without one closes
      *    the window - the walk is in key order, so nothing after
      *    it was accrued.
       017-CHECK-ALREADY-POSTED.
           SET WS-NOT-YET-POSTED TO TRUE
           MOVE CL-CBU TO RF-CBU
           MOVE WS-TODAY TO RF-DATE
           MOVE 0 TO RF-SEQ
           START RECEIPTS-FILE KEY IS NOT LESS THAN RF-KEY
               INVALID KEY
                   MOVE 10 TO RECEIPTSF-STATUS
           END-START
           PERFORM UNTIL RECEIPTSF-STATUS NOT = 00
               READ RECEIPTS-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO RECEIPTSF-STATUS
                   NOT AT END
                       IF RF-CBU NOT = CL-CBU
                           OR RF-DATE NOT = WS-TODAY
                           MOVE 10 TO RECEIPTSF-STATUS
                       ELSE
                           IF RF-TRANS-TYPE = "CL-INT"
                               SET WS-ALREADY-POSTED TO TRUE
                               ADD 1 TO WK-COUNT-1
                               ADD RF-AMOUNT TO WK-TOTAL-1
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 00 TO RECEIPTSF-STATUS

           IF WS-ALREADY-POSTED
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "ACCRUED BEFORE THE FAILURE, NOT ACCRUED "
                   "AGAIN: CBU " CL-CBU
           ELSE
               CLOSE RECEIPTS-FILE
               SET WS-PAST-RESTART-WINDOW TO TRUE
           END-IF.
       017-END.EXIT.

      *    Counts the line just finished into the restart point and
      *    commits it every WK-INTERVAL lines. A commit that fails
      *    stops the sweep - going on would leave nothing to restart
      *    from.
       018-COUNT-CHECKPOINT.
           ADD 1 TO WK-RECORDS-DONE
           MOVE CL-CBU TO WK-LAST-CBU
           ADD 1 TO WS-SINCE-CHECKPOINT
           IF WS-SINCE-CHECKPOINT < WK-INTERVAL
               GO TO 018-END
           END-IF
           MOVE 0 TO WS-SINCE-CHECKPOINT
           MOVE "W" TO WS-CHECKPOINT-FUNCTION
           CALL 'BATCH-CHECKPOINT' USING WS-CHECKPOINT-WORK
               WS-CHECKPOINT-FUNCTION WS-CHECKPOINT-RESULT
           IF WS-CHECKPOINT-FAILED
               DISPLAY "CHECKPOINT NOT COMMITTED, SWEEP STOPPED "
                   "AFTER CBU " CL-CBU
               SET WS-SWEEP-ABANDONED TO TRUE
               MOVE 10 TO CREDITF-STATUS
           END-IF.
       018-END.EXIT.

       020-ACCRUE-LINES.
           PERFORM UNTIL CREDITF-STATUS = 10
               READ CREDIT-LINES-FILE NEXT RECORD
                       IF CL-DRAWN-AMOUNT > 0
                           PERFORM 030-ACCRUE-ONE THRU 030-END
                       END-IF
                       PERFORM 018-COUNT-CHECKPOINT THRU 018-END
               END-READ
      *    A read error takes neither branch above - abort the sweep
      *    rather than spinning on the same record forever.
                   AND CREDITF-STATUS NOT = 10
                   DISPLAY "READ ERROR, SWEEP ABANDONED. FS-STATUS: "
                       CREDITF-STATUS
                   SET WS-SWEEP-ABANDONED TO TRUE
                   MOVE 10 TO CREDITF-STATUS
               END-IF
           END-PERFORM.
               GO TO 030-END
           END-IF

           IF WS-IN-RESTART-WINDOW
               PERFORM 017-CHECK-ALREADY-POSTED THRU 017-END
               IF WS-ALREADY-POSTED
                   GO TO 030-END
               END-IF
           END-IF

           ADD WS-INTEREST-AMOUNT TO CL-DRAWN-AMOUNT
           REWRITE CREDIT-LINE-RECORD
               INVALID KEY
                   GO TO 030-END
           END-REWRITE
           ADD 1 TO WS-ACCRUED-COUNT
           ADD 1 TO WK-COUNT-1
           ADD WS-INTEREST-AMOUNT TO WK-TOTAL-1

      *    The balance is untouched by an accrual - the receipt's
      *    resulting balance is simply the account's balance as it
