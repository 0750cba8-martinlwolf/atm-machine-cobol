      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared subprogram giving the whole-file posting
      *          batches (MONTHLY-MAINTENANCE, CREDIT-INTEREST,
      *          DAILY-LIMIT-RESET, STATEMENT-RUN) a restart point.
      *          Each job CALLs it with its row of
      *          BATCH-CHECKPOINT.txt (CHKPTREC.cpy):
      *          function B (begin) at start-up - a row still in
      *          progress means the last run never finished, so it is
      *          handed back as it was last committed (result Y) and
      *          the job resumes after RK-LAST-CBU with its totals
      *          restored; otherwise a fresh in-progress row is opened
      *          for today (result N). Either way RK-INTERVAL comes
      *          back from CHECKPOINT-INTERVAL.txt (default 100).
      *          Function W (write) commits the row as the job has
      *          it, every RK-INTERVAL records. Function E (end)
      *          marks the run complete and writes the end-of-run
      *          control report <job>-CONTROL-<run date>.txt with
      *          the accounts processed before and after the latest
      *          restart and the job's own totals. The file is
      *          rewritten whole through BATCH-CHECKPOINT.txt.new and
      *          a rename, so a failure part way through a commit
      *          leaves the previous commit readable. Result X means
      *          the checkpoint could not be written, and the job
      *          must not carry on without its restart point.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-CHECKPOINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKPOINT-FILE ASSIGN TO WS-CHECKPOINT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINTF-STATUS.
           SELECT CHECKPOINT-NEW-FILE
               ASSIGN TO "BATCH-CHECKPOINT.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKNEWF-STATUS.
           SELECT INTERVAL-FILE ASSIGN TO "CHECKPOINT-INTERVAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTERVALF-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORTF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE.
           COPY CHKPTREC.

       FD  CHECKPOINT-NEW-FILE.
       01  CHECKPOINT-NEW-RECORD       PIC X(221).

       FD  INTERVAL-FILE.
       01  INTERVAL-RECORD.
           05 CI-INTERVAL-TEXT         PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  CHECKPOINTF-STATUS          PIC 9(2).
       01  CHECKNEWF-STATUS            PIC 9(2).
       01  INTERVALF-STATUS            PIC 9(2).
       01  REPORTF-STATUS              PIC 9(2).
       01  WS-CHECKPOINT-FILENAME      PIC X(40).
       01  WS-REPORT-FILENAME          PIC X(60).
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TODAY                    PIC X(08).
       01  WS-NOW-TIME                 PIC X(06).
       01  WS-DELETE-STATUS            PIC S9(9) COMP-5.
       01  WS-RENAME-STATUS            PIC S9(9) COMP-5.
       01  WS-DEFAULT-INTERVAL         PIC 9(05) VALUE 100.
      *    Every job's row, as read, in file order.
       01  WS-ROW-TABLE.
           05 WS-ROW-IMAGE OCCURS 50 TIMES
               INDEXED BY IDX-ROW      PIC X(221).
       01  WS-ROW-COUNT                PIC 9(2) VALUE ZERO.
       01  WS-FOUND-IDX                PIC 9(2) VALUE ZERO.
           COPY CHKPTREC
               REPLACING ==BATCH-CHECKPOINT-RECORD==
                   BY ==WS-CHECKPOINT-WORK==
               LEADING ==RK== BY ==WK==.
       01  WS-COUNT-DISPLAY            PIC Z(8)9.
       01  WS-AMOUNT-DISPLAY           PIC Z(17)9.99.
       01  WS-AFTER-RESTART            PIC 9(09).

       LINKAGE SECTION.
           COPY CHKPTREC
               REPLACING ==BATCH-CHECKPOINT-RECORD==
                   BY ==LK-CHECKPOINT==
               LEADING ==RK== BY ==LK==.
       01  LK-FUNCTION                 PIC X(01).
           88 LK-FUNC-BEGIN                VALUE "B".
           88 LK-FUNC-WRITE                VALUE "W".
           88 LK-FUNC-END                  VALUE "E".
       01  LK-RESULT                   PIC X(01).
           88 LK-RUN-RESUMED               VALUE "Y".
           88 LK-RUN-FRESH                 VALUE "N".
           88 LK-CHECKPOINT-FAILED         VALUE "X".

       PROCEDURE DIVISION USING LK-CHECKPOINT LK-FUNCTION LK-RESULT.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-NOW-TIME

           MOVE "N" TO LK-RESULT
           PERFORM 010-LOAD-CHECKPOINTS THRU 010-END
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING IDX-ROW FROM 1 BY 1
               UNTIL IDX-ROW > WS-ROW-COUNT
               MOVE WS-ROW-IMAGE(IDX-ROW) TO WS-CHECKPOINT-WORK
               IF WK-JOB-NAME = LK-JOB-NAME
                   SET WS-FOUND-IDX TO IDX-ROW
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN LK-FUNC-BEGIN
                   PERFORM 020-BEGIN-RUN THRU 020-END
               WHEN LK-FUNC-WRITE
                   PERFORM 060-SAVE-ROW THRU 060-END
               WHEN LK-FUNC-END
                   PERFORM 040-END-RUN THRU 040-END
               WHEN OTHER
                   DISPLAY "BATCH-CHECKPOINT: UNKNOWN FUNCTION "
                       LK-FUNCTION
                   SET LK-CHECKPOINT-FAILED TO TRUE
           END-EVALUATE
           EXIT PROGRAM.

      *    No checkpoint file yet means no job has ever run under
      *    one. A missing file with the .new copy still on disk is a
      *    commit that stopped between the delete and the rename -
      *    the .new copy is the latest commit.
       010-LOAD-CHECKPOINTS.
           MOVE 0 TO WS-ROW-COUNT
           MOVE "BATCH-CHECKPOINT.txt" TO WS-CHECKPOINT-FILENAME
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINTF-STATUS NOT = 00
               MOVE "BATCH-CHECKPOINT.txt.new"
                   TO WS-CHECKPOINT-FILENAME
               OPEN INPUT CHECKPOINT-FILE
               IF CHECKPOINTF-STATUS NOT = 00
                   GO TO 010-END
               END-IF
           END-IF
           PERFORM UNTIL CHECKPOINTF-STATUS = 10
               READ CHECKPOINT-FILE
                   AT END
                       MOVE 10 TO CHECKPOINTF-STATUS
                   NOT AT END
                       IF WS-ROW-COUNT < 50
                           ADD 1 TO WS-ROW-COUNT
                           MOVE BATCH-CHECKPOINT-RECORD
                               TO WS-ROW-IMAGE(WS-ROW-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE.
       010-END.EXIT.

      *    The caller has set the job name, its run parameter and
      *    the names of its counts and totals.
       020-BEGIN-RUN.
           IF WS-FOUND-IDX > 0
               MOVE WS-ROW-IMAGE(WS-FOUND-IDX) TO WS-CHECKPOINT-WORK
               IF WK-RUN-IN-PROGRESS
                   MOVE WS-CHECKPOINT-WORK TO LK-CHECKPOINT
                   ADD 1 TO LK-RESTART-COUNT
                   MOVE LK-RECORDS-DONE TO LK-DONE-BEFORE-RESTART
                   PERFORM 050-LOAD-INTERVAL THRU 050-END
                   DISPLAY "BATCH-CHECKPOINT: " LK-JOB-NAME
                   DISPLAY "RUN OF " LK-RUN-DATE
                       " NEVER COMPLETED - RESUMING AFTER CBU "
                       LK-LAST-CBU
                   DISPLAY "ACCOUNTS ALREADY PROCESSED: "
                       LK-RECORDS-DONE
                   PERFORM 060-SAVE-ROW THRU 060-END
                   IF NOT LK-CHECKPOINT-FAILED
                       SET LK-RUN-RESUMED TO TRUE
                   END-IF
                   GO TO 020-END
               END-IF
           END-IF

           MOVE WS-TODAY TO LK-RUN-DATE
           SET LK-RUN-IN-PROGRESS TO TRUE
           MOVE 0 TO LK-LAST-CBU
           MOVE 0 TO LK-RECORDS-DONE
           MOVE 0 TO LK-DONE-BEFORE-RESTART
           MOVE 0 TO LK-RESTART-COUNT
           MOVE 0 TO LK-COUNT-1
           MOVE 0 TO LK-COUNT-2
           MOVE 0 TO LK-TOTAL-1
           MOVE 0 TO LK-TOTAL-2
           PERFORM 050-LOAD-INTERVAL THRU 050-END
           PERFORM 060-SAVE-ROW THRU 060-END.
       020-END.EXIT.

       040-END-RUN.
           SET LK-RUN-COMPLETE TO TRUE
           PERFORM 060-SAVE-ROW THRU 060-END

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING LK-JOB-NAME DELIMITED BY SPACE
               "-CONTROL-" LK-RUN-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           IF REPORTF-STATUS NOT = 00
               DISPLAY "BATCH-CHECKPOINT: UNABLE TO WRITE "
                   WS-REPORT-FILENAME
               GO TO 040-END
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "CONTROL REPORT  " LK-JOB-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RUN DATE        " LK-RUN-DATE
               "   PARAMETER " LK-RUN-PARAMETER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "COMPLETED       " LK-STAMP-DATE " " LK-STAMP-TIME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RESTARTS        " LK-RESTART-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           COMPUTE WS-AFTER-RESTART =
               LK-RECORDS-DONE - LK-DONE-BEFORE-RESTART
           MOVE LK-DONE-BEFORE-RESTART TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS PROCESSED BEFORE RESTART  "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-AFTER-RESTART TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS PROCESSED AFTER RESTART   "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LK-RECORDS-DONE TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS PROCESSED IN TOTAL        "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

      *    The job's own figures, for the whole run.
           IF LK-COUNT-1-NAME NOT = SPACES
               MOVE LK-COUNT-1 TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING LK-COUNT-1-NAME "                   "
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF LK-COUNT-2-NAME NOT = SPACES
               MOVE LK-COUNT-2 TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING LK-COUNT-2-NAME "                   "
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF LK-TOTAL-1-NAME NOT = SPACES
               MOVE LK-TOTAL-1 TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING LK-TOTAL-1-NAME "       "
                   WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF LK-TOTAL-2-NAME NOT = SPACES
               MOVE LK-TOTAL-2 TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING LK-TOTAL-2-NAME "       "
                   WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "CONTROL REPORT: " WS-REPORT-FILENAME.
       040-END.EXIT.

      *    Operator-configured commit interval, when set.
       050-LOAD-INTERVAL.
           MOVE WS-DEFAULT-INTERVAL TO LK-INTERVAL
           OPEN INPUT INTERVAL-FILE
           IF INTERVALF-STATUS NOT = 00
               GO TO 050-END
           END-IF
           READ INTERVAL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FUNCTION NUMVAL(CI-INTERVAL-TEXT) > 0
                       AND FUNCTION NUMVAL(CI-INTERVAL-TEXT) < 100000
                       COMPUTE LK-INTERVAL =
                           FUNCTION NUMVAL(CI-INTERVAL-TEXT)
                   END-IF
           END-READ
           CLOSE INTERVAL-FILE.
       050-END.EXIT.

      *    Commits the caller's row: the table with that row replaced
      *    (or added) goes to the .new file, which then takes the
      *    place of the old one.
       060-SAVE-ROW.
           MOVE WS-TODAY TO LK-STAMP-DATE
           MOVE WS-NOW-TIME TO LK-STAMP-TIME
           IF WS-FOUND-IDX = 0
               IF WS-ROW-COUNT < 50
                   ADD 1 TO WS-ROW-COUNT
                   MOVE WS-ROW-COUNT TO WS-FOUND-IDX
               ELSE
                   DISPLAY "BATCH-CHECKPOINT: CHECKPOINT TABLE FULL, "
                       "NO RESTART POINT FOR " LK-JOB-NAME
                   SET LK-CHECKPOINT-FAILED TO TRUE
                   GO TO 060-END
               END-IF
           END-IF
           MOVE LK-CHECKPOINT TO WS-ROW-IMAGE(WS-FOUND-IDX)

           OPEN OUTPUT CHECKPOINT-NEW-FILE
           IF CHECKNEWF-STATUS NOT = 00
               DISPLAY "BATCH-CHECKPOINT: UNABLE TO WRITE "
                   "BATCH-CHECKPOINT.txt.new"
               SET LK-CHECKPOINT-FAILED TO TRUE
               GO TO 060-END
           END-IF
           PERFORM VARYING IDX-ROW FROM 1 BY 1
               UNTIL IDX-ROW > WS-ROW-COUNT
               MOVE WS-ROW-IMAGE(IDX-ROW) TO CHECKPOINT-NEW-RECORD
               WRITE CHECKPOINT-NEW-RECORD
           END-PERFORM
           CLOSE CHECKPOINT-NEW-FILE

      *    The delete fails harmlessly on the very first commit,
      *    when there is no old file yet.
           CALL "CBL_DELETE_FILE" USING "BATCH-CHECKPOINT.txt"
               GIVING WS-DELETE-STATUS
           CALL "CBL_RENAME_FILE" USING
               "BATCH-CHECKPOINT.txt.new" "BATCH-CHECKPOINT.txt"
               GIVING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               DISPLAY "BATCH-CHECKPOINT: UNABLE TO RENAME "
                   "BATCH-CHECKPOINT.txt.new INTO PLACE"
               SET LK-CHECKPOINT-FAILED TO TRUE
           END-IF.
       060-END.EXIT.
       END PROGRAM BATCH-CHECKPOINT.
