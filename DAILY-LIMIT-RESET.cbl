      * Purpose: Nightly batch job that zeros FS-DAILY-WITHDRAWN-TOTAL
      *          on every account, so 090-WITHDRAW's daily cumulative
      *          withdrawal ceiling resets for the next business day.
      *          Restartable: every CHECKPOINT-INTERVAL.txt accounts
      *          (default 100) the last CBU done is committed through
      *          BATCH-CHECKPOINT, so a rerun after a failure resumes
      *          after that CBU (resetting an account twice is
      *          harmless, so the few done since the commit need no
      *          special care). Writes
      *          DAILY-LIMIT-RESET-CONTROL-<run date>.txt with the
      *          accounts processed before and after the restart.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-CONTROL-FUNCTION          PIC X(01).
       01  WS-CONTROL-RESULT            PIC X(01).
       01  WS-WINDOW-RESULT             PIC X(01).
      *    This run's restart point, committed through
      *    BATCH-CHECKPOINT.
           COPY CHKPTREC
               REPLACING ==BATCH-CHECKPOINT-RECORD==
                   BY ==WS-CHECKPOINT-WORK==
               LEADING ==RK== BY ==WK==.
       01  WS-CHECKPOINT-FUNCTION       PIC X(01).
       01  WS-CHECKPOINT-RESULT         PIC X(01).
           88 WS-RUN-RESUMED                VALUE "Y".
           88 WS-CHECKPOINT-FAILED          VALUE "X".
       01  WS-SINCE-CHECKPOINT          PIC 9(05).
       01  WS-SWEEP-FLAG                PIC X(01) VALUE "N".
           88 WS-SWEEP-ABANDONED            VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF

           PERFORM 010-OPEN-FILES THRU 010-END
           PERFORM 015-BEGIN-CHECKPOINT THRU 015-END
           PERFORM 020-RESET-ACCOUNTS THRU 020-END
           CLOSE ACCOUNTS-FILE
           DISPLAY "ACCOUNTS RESET THIS RUN: " WS-ACCOUNTS-RESET

      *    An abandoned sweep commits how far it got and stays in
      *    progress, unstamped, for the rerun to resume.
           IF WS-SWEEP-ABANDONED
               MOVE "W" TO WS-CHECKPOINT-FUNCTION
               CALL 'BATCH-CHECKPOINT' USING WS-CHECKPOINT-WORK
                   WS-CHECKPOINT-FUNCTION WS-CHECKPOINT-RESULT
               DISPLAY "DAILY-LIMIT-RESET INCOMPLETE - RERUN TO "
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
      *    failed run left in progress and starts the walk after its
      *    last committed CBU.
       015-BEGIN-CHECKPOINT.
           MOVE SPACES TO WS-CHECKPOINT-WORK
           MOVE WS-CONTROL-JOB-NAME TO WK-JOB-NAME
           MOVE "B" TO WS-CHECKPOINT-FUNCTION
           CALL 'BATCH-CHECKPOINT' USING WS-CHECKPOINT-WORK
               WS-CHECKPOINT-FUNCTION WS-CHECKPOINT-RESULT
           IF WS-CHECKPOINT-FAILED
               DISPLAY "NO RESTART POINT - DAILY-LIMIT-RESET WILL "
                   "NOT RUN"
               CLOSE ACCOUNTS-FILE
               GOBACK
           END-IF

           MOVE 0 TO WS-SINCE-CHECKPOINT
           IF NOT WS-RUN-RESUMED
               GO TO 015-END
           END-IF
           MOVE WK-LAST-CBU TO FS-CBU
           START ACCOUNTS-FILE KEY IS GREATER THAN FS-CBU
               INVALID KEY
                   MOVE 10 TO ACCOUNTSF-STATUS
           END-START.
       015-END.EXIT.

      *    Counts the account just finished into the restart point
      *    and commits it every WK-INTERVAL accounts. A commit that
      *    fails stops the sweep - going on would leave nothing to
      *    restart from.
       018-COUNT-CHECKPOINT.
           ADD 1 TO WK-RECORDS-DONE
           MOVE FS-CBU TO WK-LAST-CBU
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
                   "AFTER CBU " FS-CBU
               SET WS-SWEEP-ABANDONED TO TRUE
               MOVE 10 TO ACCOUNTSF-STATUS
           END-IF.
       018-END.EXIT.

       020-RESET-ACCOUNTS.
           PERFORM UNTIL ACCOUNTSF-STATUS = 10
               READ ACCOUNTS-FILE NEXT RECORD WITH LOCK
                       END-REWRITE
                       UNLOCK ACCOUNTS-FILE
                       ADD 1 TO WS-ACCOUNTS-RESET
                       PERFORM 018-COUNT-CHECKPOINT THRU 018-END
               END-READ
      *    A read error (including a persistently locked record,
      *    file status 51) takes neither branch above - abort the
                   AND ACCOUNTSF-STATUS NOT = 10
                   DISPLAY "READ ERROR, SWEEP ABANDONED. FS-STATUS: "
                       ACCOUNTSF-STATUS
                   SET WS-SWEEP-ABANDONED TO TRUE
                   MOVE 10 TO ACCOUNTSF-STATUS
               END-IF
           END-PERFORM.
