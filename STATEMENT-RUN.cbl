      *          counter, this batch walks every open
      *          ACCOUNTS-RECORD, STARTs RECEIPTS.DAT at each CBU for
      *          the statement month, and writes one formatted
      *          statement per account and owner - mailing name and
      *          address joined from CUSTOMERS.DAT via
      *          FS-CUSTOMER-ID, and a copy of its own to every
      *          joint owner on the account in ACCOUNT-PARTIES.DAT
      *          (signatories operate the account but are not
      *          mailed), opening balance, every movement with the
      *          running balance off the ledger's own
      *          resulting-balance column, and the closing balance -
      *          into a single print file STATEMENTS-YYYYMM.txt the
      *          mail house can take, with a control total of
      *          statements produced.
      *          The opening balance is derived by undoing the first
      *          movement's effect on its resulting balance, so the
      *          statement needs no second source of truth.
      *          Restartable: every CHECKPOINT-INTERVAL.txt accounts
      *          (default 100) the last CBU done, the statements
      *          produced and the lines printed are committed through
      *          BATCH-CHECKPOINT. A rerun after a failure goes on
      *          with the failed run's month, cuts the print file
      *          back to the lines committed - dropping the
      *          statements printed since, which are produced again -
      *          and resumes after the committed CBU. Writes
      *          STATEMENT-RUN-CONTROL-<run date>.txt with the
      *          accounts processed before and after the restart.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS CUSTF-STATUS.
           SELECT ACCOUNT-PARTIES-FILE ASSIGN TO "ACCOUNT-PARTIES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               ALTERNATE RECORD KEY IS AP-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS PARTYF-STATUS.
           SELECT PRINT-FILE ASSIGN TO WS-PRINT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINTF-STATUS.
           SELECT MONTH-FILE ASSIGN TO "STATEMENT-MONTH.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MONTHF-STATUS.
      *    The failed run's print file, set aside on a resumed run
      *    while its committed lines are copied back.
           SELECT RESTART-FILE ASSIGN TO WS-RESTART-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTARTF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMERS-FILE.
           COPY CUSTREC.

       FD  ACCOUNT-PARTIES-FILE.
           COPY PARTYREC.

       FD  PRINT-FILE.
       01  PRINT-LINE                  PIC X(100).

       01  MONTH-RECORD.
           05 SM-MONTH-TEXT            PIC X(20).

       FD  RESTART-FILE.
       01  RESTART-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  ACCOUNTSF-STATUS             PIC 9(2).
       01  RECEIPTSF-STATUS             PIC 9(2).
       01  CUSTF-STATUS                 PIC 9(2).
       01  PARTYF-STATUS                PIC 9(2).
       01  PRINTF-STATUS                PIC 9(2).
       01  MONTHF-STATUS                PIC 9(2).
       01  RESTARTF-STATUS              PIC 9(2).

       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-STATEMENT-MONTH           PIC X(06).
       01  WS-DISPLAY-BALANCE           PIC $ZZZZZZZZZZZZZZZZZZ.99.
       01  WS-COUNT-DISPLAY             PIC Z(6)9.
       01  WS-SAVED-CBU                 PIC 9(22).
       01  WS-TODAY                     PIC X(08).
       01  WS-PARTIES-FLAG              PIC X(01).
           88 WS-PARTIES-OPEN               VALUE "Y".
           88 WS-PARTIES-MISSING            VALUE "N".
      *    Everyone the account's statement is mailed to: the
      *    primary owner first (zero for an account from before the
      *    customer master), then each current joint owner.
       01  WS-OWNER-TABLE.
           05 WS-OWNER-COUNT            PIC 9(02).
           05 WS-OWNER-ID               PIC 9(08) OCCURS 10 TIMES
               INDEXED BY IDX-OWNER.
       01  WS-MAIL-CUSTOMER-ID          PIC 9(08).
       01  WS-COPY-NUMBER               PIC 9(02).
       01  WS-COPY-DISPLAY              PIC Z9.
       01  WS-COPIES-DISPLAY            PIC Z9.
      *    This run's restart point, committed through
      *    BATCH-CHECKPOINT. WK-RUN-PARAMETER is the statement month,
      *    WK-COUNT-1 the statements produced and WK-COUNT-2 the
      *    lines on the print file, over the whole run.
           COPY CHKPTREC
               REPLACING ==BATCH-CHECKPOINT-RECORD==
                   BY ==WS-CHECKPOINT-WORK==
               LEADING ==RK== BY ==WK==.
       01  WS-CHECKPOINT-FUNCTION       PIC X(01).
       01  WS-CHECKPOINT-RESULT         PIC X(01).
           88 WS-RUN-RESUMED                VALUE "Y".
           88 WS-CHECKPOINT-FAILED          VALUE "X".
       01  WS-SINCE-CHECKPOINT          PIC 9(05).
       01  WS-RUN-FLAG                  PIC X(01) VALUE "N".
           88 WS-RUN-ABANDONED              VALUE "Y".
       01  WS-RESTART-FILENAME          PIC X(48).
       01  WS-LINES-COPIED              PIC 9(09).
       01  WS-DELETE-STATUS             PIC S9(9) COMP-5.
       01  WS-RENAME-STATUS             PIC S9(9) COMP-5.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "STATEMENT-RUN - MONTHLY STATEMENT PRODUCTION"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY

      *    The run is normally chained unattended at month-end, so
      *    nothing is prompted for: the current month is produced
               END-READ
               CLOSE MONTH-FILE
           END-IF
           PERFORM 015-BEGIN-CHECKPOINT THRU 015-END
           DISPLAY "STATEMENT MONTH: " WS-STATEMENT-MONTH
           STRING WS-STATEMENT-MONTH "01"
               DELIMITED BY SIZE INTO WS-FROM-DATE
           PERFORM 010-OPEN-FILES THRU 010-END
           PERFORM 020-WALK-ACCOUNTS THRU 020-END

      *    An abandoned walk commits how far it got and stays in
      *    progress for the rerun to resume - no control total yet.
           IF WS-RUN-ABANDONED
               CLOSE ACCOUNTS-FILE
               CLOSE RECEIPTS-FILE
               CLOSE CUSTOMERS-FILE
               IF WS-PARTIES-OPEN
                   CLOSE ACCOUNT-PARTIES-FILE
               END-IF
               CLOSE PRINT-FILE
               MOVE "W" TO WS-CHECKPOINT-FUNCTION
               CALL 'BATCH-CHECKPOINT' USING WS-CHECKPOINT-WORK
                   WS-CHECKPOINT-FUNCTION WS-CHECKPOINT-RESULT
               DISPLAY "STATEMENT-RUN INCOMPLETE - RERUN TO RESUME "
                   "AFTER CBU " WK-LAST-CBU
               GOBACK
           END-IF

           MOVE WS-STATEMENTS-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING "*** CONTROL TOTAL - STATEMENTS PRODUCED: "
               WS-COUNT-DISPLAY " ***"
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 090-PRINT-LINE THRU 090-END

           CLOSE ACCOUNTS-FILE
           CLOSE RECEIPTS-FILE
           CLOSE CUSTOMERS-FILE
           IF WS-PARTIES-OPEN
               CLOSE ACCOUNT-PARTIES-FILE
           END-IF
           CLOSE PRINT-FILE

           MOVE WS-STATEMENTS-COUNT TO WK-COUNT-1
           MOVE "E" TO WS-CHECKPOINT-FUNCTION
           CALL 'BATCH-CHECKPOINT' USING WS-CHECKPOINT-WORK
               WS-CHECKPOINT-FUNCTION WS-CHECKPOINT-RESULT
           DISPLAY "STATEMENTS PRODUCED: " WS-STATEMENTS-COUNT
           DISPLAY "PRINT FILE: " WS-PRINT-FILENAME
           GOBACK.
               DISPLAY "FS-STATUS: " CUSTF-STATUS
               GOBACK
           END-IF
      *    No party file yet means every account has its one owner.
           SET WS-PARTIES-MISSING TO TRUE
           OPEN INPUT ACCOUNT-PARTIES-FILE
           IF PARTYF-STATUS = 00
               SET WS-PARTIES-OPEN TO TRUE
           END-IF
           IF WS-RUN-RESUMED
               PERFORM 012-REBUILD-PRINT-FILE THRU 012-END
           ELSE
               OPEN OUTPUT PRINT-FILE
           END-IF
           IF PRINTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN THE PRINT FILE"
               GOBACK
           END-IF

           IF WS-RUN-RESUMED
               MOVE WK-LAST-CBU TO FS-CBU
               START ACCOUNTS-FILE KEY IS GREATER THAN FS-CBU
                   INVALID KEY
                       MOVE 10 TO ACCOUNTSF-STATUS
               END-START
           END-IF.
       010-END.EXIT.

      *    The failed run's print file is set aside and its first
      *    WK-COUNT-2 lines - everything up to the last commit -
      *    copied back, so the statements printed after the commit
      *    are not mailed twice. A set-aside copy already on disk
      *    is from a cut-back that never finished, and is still the
      *    failed run's file. With no print file left to cut back,
      *    the month is produced again from the start.
       012-REBUILD-PRINT-FILE.
           MOVE SPACES TO WS-RESTART-FILENAME
           STRING WS-PRINT-FILENAME DELIMITED BY SPACE
               ".restart" DELIMITED BY SIZE
               INTO WS-RESTART-FILENAME
           MOVE 0 TO WS-RENAME-STATUS
           OPEN INPUT RESTART-FILE
           IF RESTARTF-STATUS = 00
               CLOSE RESTART-FILE
           ELSE
               CALL "CBL_RENAME_FILE" USING
                   WS-PRINT-FILENAME WS-RESTART-FILENAME
                   GIVING WS-RENAME-STATUS
           END-IF
           IF WS-RENAME-STATUS NOT = 0
               DISPLAY "NO PRINT FILE TO RESUME - STATEMENTS FOR "
                   WS-STATEMENT-MONTH " PRODUCED FROM THE START"
               MOVE 0 TO WK-LAST-CBU
               MOVE 0 TO WK-RECORDS-DONE
               MOVE 0 TO WK-DONE-BEFORE-RESTART
               MOVE 0 TO WK-COUNT-1
               MOVE 0 TO WK-COUNT-2
               MOVE 0 TO WS-STATEMENTS-COUNT
               OPEN OUTPUT PRINT-FILE
               GO TO 012-END
           END-IF

           OPEN INPUT RESTART-FILE
           OPEN OUTPUT PRINT-FILE
           IF RESTARTF-STATUS NOT = 00
               OR PRINTF-STATUS NOT = 00
               DISPLAY "UNABLE TO CUT BACK THE PRINT FILE - IT IS "
                   "KEPT AS " WS-RESTART-FILENAME
               MOVE 99 TO PRINTF-STATUS
               GO TO 012-END
           END-IF
           MOVE 0 TO WS-LINES-COPIED
           PERFORM UNTIL RESTARTF-STATUS NOT = 00
               OR WS-LINES-COPIED NOT < WK-COUNT-2
               READ RESTART-FILE
                   AT END
                       MOVE 10 TO RESTARTF-STATUS
                   NOT AT END
                       WRITE PRINT-LINE FROM RESTART-LINE
                       ADD 1 TO WS-LINES-COPIED
               END-READ
           END-PERFORM
           CLOSE RESTART-FILE
           IF WS-LINES-COPIED < WK-COUNT-2
               DISPLAY "PRINT FILE SHORTER THAN ITS CHECKPOINT - "
                   WS-LINES-COPIED " OF " WK-COUNT-2 " LINES FOUND"
               MOVE WS-LINES-COPIED TO WK-COUNT-2
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-RESTART-FILENAME
               GIVING WS-DELETE-STATUS.
       012-END.EXIT.

      *    Opens this run's restart point, or picks up the one a
      *    failed run left in progress - which then decides the
      *    month, whatever STATEMENT-MONTH.txt now says.
       015-BEGIN-CHECKPOINT.
           MOVE SPACES TO WS-CHECKPOINT-WORK
           MOVE "STATEMENT-RUN" TO WK-JOB-NAME
           MOVE WS-STATEMENT-MONTH TO WK-RUN-PARAMETER
           MOVE "STATEMENTS" TO WK-COUNT-1-NAME
           MOVE "PRINT LINES" TO WK-COUNT-2-NAME
           MOVE "B" TO WS-CHECKPOINT-FUNCTION
           CALL 'BATCH-CHECKPOINT' USING WS-CHECKPOINT-WORK
               WS-CHECKPOINT-FUNCTION WS-CHECKPOINT-RESULT
           IF WS-CHECKPOINT-FAILED
               DISPLAY "NO RESTART POINT - STATEMENT-RUN WILL NOT RUN"
               GOBACK
           END-IF
           MOVE 0 TO WS-SINCE-CHECKPOINT
           IF WS-RUN-RESUMED
               MOVE WK-RUN-PARAMETER(1:6) TO WS-STATEMENT-MONTH
               MOVE WK-COUNT-1 TO WS-STATEMENTS-COUNT
           END-IF.
       015-END.EXIT.

      *    Counts the account just finished into the restart point
      *    and commits it every WK-INTERVAL accounts. A commit that
      *    fails stops the run - going on would leave nothing to
      *    restart from.
       018-COUNT-CHECKPOINT.
           ADD 1 TO WK-RECORDS-DONE
           MOVE FS-CBU TO WK-LAST-CBU
           MOVE WS-STATEMENTS-COUNT TO WK-COUNT-1
           ADD 1 TO WS-SINCE-CHECKPOINT
           IF WS-SINCE-CHECKPOINT < WK-INTERVAL
               GO TO 018-END
           END-IF
           MOVE 0 TO WS-SINCE-CHECKPOINT
           MOVE "W" TO WS-CHECKPOINT-FUNCTION
           CALL 'BATCH-CHECKPOINT' USING WS-CHECKPOINT-WORK
               WS-CHECKPOINT-FUNCTION WS-CHECKPOINT-RESULT
           IF WS-CHECKPOINT-FAILED
               DISPLAY "CHECKPOINT NOT COMMITTED, RUN STOPPED "
                   "AFTER CBU " FS-CBU
               SET WS-RUN-ABANDONED TO TRUE
               MOVE 10 TO ACCOUNTSF-STATUS
           END-IF.
       018-END.EXIT.

       020-WALK-ACCOUNTS.
           PERFORM UNTIL ACCOUNTSF-STATUS = 10
               READ ACCOUNTS-FILE NEXT RECORD
                       IF NOT FS-ACCOUNT-CLOSED
                           PERFORM 030-ONE-STATEMENT THRU 030-END
                       END-IF
                       PERFORM 018-COUNT-CHECKPOINT THRU 018-END
               END-READ
      *    A read error takes neither branch above - abort the walk
      *    rather than spinning on the same record forever.
                   AND ACCOUNTSF-STATUS NOT = 10
                   DISPLAY "READ ERROR, RUN ABANDONED. FS-STATUS: "
                       ACCOUNTSF-STATUS
                   SET WS-RUN-ABANDONED TO TRUE
                   MOVE 10 TO ACCOUNTSF-STATUS
               END-IF
           END-PERFORM.

       030-ONE-STATEMENT.
           MOVE FS-CBU TO WS-SAVED-CBU
           PERFORM 035-COLLECT-OWNERS THRU 035-END
           PERFORM VARYING IDX-OWNER FROM 1 BY 1
               UNTIL IDX-OWNER > WS-OWNER-COUNT
               MOVE WS-OWNER-ID(IDX-OWNER) TO WS-MAIL-CUSTOMER-ID
               PERFORM 032-ONE-COPY THRU 032-END
           END-PERFORM.
       030-END.EXIT.

      *    The full statement, addressed to WS-MAIL-CUSTOMER-ID.
       032-ONE-COPY.
           PERFORM 040-WRITE-HEADING THRU 040-END

      *    Until the first movement says otherwise, the whole month
               PERFORM 045-WRITE-OPENING THRU 045-END
               MOVE SPACES TO PRINT-LINE
               MOVE "   NO MOVEMENTS THIS MONTH" TO PRINT-LINE
               PERFORM 090-PRINT-LINE THRU 090-END
           END-IF

           MOVE WS-CLOSING-BALANCE TO WS-DISPLAY-BALANCE
           MOVE SPACES TO PRINT-LINE
           STRING "   CLOSING BALANCE: " WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 090-PRINT-LINE THRU 090-END
           MOVE ALL "=" TO PRINT-LINE
           PERFORM 090-PRINT-LINE THRU 090-END
           ADD 1 TO WS-STATEMENTS-COUNT.
       032-END.EXIT.

       035-COLLECT-OWNERS.
           MOVE 1 TO WS-OWNER-COUNT
           MOVE FS-CUSTOMER-ID TO WS-OWNER-ID(1)
           IF WS-PARTIES-MISSING
               GO TO 035-END
           END-IF
           MOVE WS-SAVED-CBU TO AP-CBU
           MOVE 0 TO AP-CUSTOMER-ID
           START ACCOUNT-PARTIES-FILE KEY IS NOT LESS THAN AP-KEY
               INVALID KEY
                   MOVE 10 TO PARTYF-STATUS
           END-START
           PERFORM UNTIL PARTYF-STATUS NOT = 00
               READ ACCOUNT-PARTIES-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO PARTYF-STATUS
                   NOT AT END
                       IF AP-CBU NOT = WS-SAVED-CBU
                           MOVE 10 TO PARTYF-STATUS
                       ELSE
                           IF AP-JOINT-OWNER
                               AND AP-CUSTOMER-ID NOT = FS-CUSTOMER-ID
                               AND AP-START-DATE <= WS-TODAY
                               AND (AP-END-DATE = SPACES
                                   OR AP-END-DATE > WS-TODAY)
                               AND WS-OWNER-COUNT < 10
                               ADD 1 TO WS-OWNER-COUNT
                               MOVE AP-CUSTOMER-ID
                                   TO WS-OWNER-ID(WS-OWNER-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 00 TO PARTYF-STATUS.
       035-END.EXIT.

       040-WRITE-HEADING.
           MOVE ALL "=" TO PRINT-LINE
           PERFORM 090-PRINT-LINE THRU 090-END
           MOVE SPACES TO PRINT-LINE
           STRING "STATEMENT " WS-STATEMENT-MONTH
               "   CBU " FS-CBU
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 090-PRINT-LINE THRU 090-END
           IF WS-OWNER-COUNT > 1
               SET WS-COPY-NUMBER TO IDX-OWNER
               MOVE WS-COPY-NUMBER TO WS-COPY-DISPLAY
               MOVE WS-OWNER-COUNT TO WS-COPIES-DISPLAY
               MOVE SPACES TO PRINT-LINE
               STRING "JOINT ACCOUNT - OWNER COPY " WS-COPY-DISPLAY
                   " OF " WS-COPIES-DISPLAY
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 090-PRINT-LINE THRU 090-END
           END-IF

      *    Mailing identity from the customer master; accounts from
      *    before the master existed fall back to the account name.
           MOVE SPACES TO PRINT-LINE
           IF WS-MAIL-CUSTOMER-ID = 0
               STRING "   " FS-USERNAME
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 090-PRINT-LINE THRU 090-END
               MOVE "   NO MAILING ADDRESS ON FILE" TO PRINT-LINE
               PERFORM 090-PRINT-LINE THRU 090-END
           ELSE
               MOVE WS-MAIL-CUSTOMER-ID TO CU-CUSTOMER-ID
               READ CUSTOMERS-FILE
                   INVALID KEY
                       MOVE 23 TO CUSTF-STATUS
               IF CUSTF-STATUS = 00
                   STRING "   " CU-FULL-NAME
                       DELIMITED BY SIZE INTO PRINT-LINE
                   PERFORM 090-PRINT-LINE THRU 090-END
                   MOVE SPACES TO PRINT-LINE
                   STRING "   " CU-ADDRESS
                       DELIMITED BY SIZE INTO PRINT-LINE
                   PERFORM 090-PRINT-LINE THRU 090-END
               ELSE
                   MOVE 00 TO CUSTF-STATUS
                   STRING "   " FS-USERNAME
                       DELIMITED BY SIZE INTO PRINT-LINE
                   PERFORM 090-PRINT-LINE THRU 090-END
                   MOVE "   NO MAILING ADDRESS ON FILE"
                       TO PRINT-LINE
                   PERFORM 090-PRINT-LINE THRU 090-END
               END-IF
           END-IF
           MOVE ALL "-" TO PRINT-LINE
           PERFORM 090-PRINT-LINE THRU 090-END.
       040-END.EXIT.

       045-WRITE-OPENING.
           MOVE SPACES TO PRINT-LINE
           STRING "   OPENING BALANCE: " WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 090-PRINT-LINE THRU 090-END.
       045-END.EXIT.

      *    Undo the first movement's effect on its own resulting
                   OR RF-TRANS-TYPE = "SWEEP-IN"
                   OR RF-TRANS-TYPE = "DSP-PROV"
                   OR RF-TRANS-TYPE = "DSP-CRED"
                   OR RF-TRANS-TYPE = "LN-DISB"
                   OR RF-TRANS-TYPE = "SUSP-POST"
                   OR RF-TRANS-TYPE = "PAY-CREDIT"
                   OR RF-TRANS-TYPE = "PAY-RET"
                   OR RF-TRANS-TYPE = "NOTE-GENU"
                   COMPUTE WS-OPENING-BALANCE =
                       RF-RESULTING-BALANCE - RF-AMOUNT
               WHEN RF-TRANS-TYPE = "WITHDRAWAL"
                   OR RF-TRANS-TYPE = "STANDIN-WD"
                   OR RF-TRANS-TYPE = "DSP-CLAW"
                   OR RF-TRANS-TYPE = "CL-PAY"
                   OR RF-TRANS-TYPE = "LN-PRIN"
                   OR RF-TRANS-TYPE = "LN-INT"
                   OR RF-TRANS-TYPE = "TAX-DBCR"
                   OR RF-TRANS-TYPE = "TAX-WHT"
                   OR RF-TRANS-TYPE = "SUSP-COLL"
                   OR RF-TRANS-TYPE = "PAY-DEBIT"
                   OR RF-TRANS-TYPE = "DD-DEBIT"
                   OR RF-TRANS-TYPE = "CLOSE-PAY"
                   COMPUTE WS-OPENING-BALANCE =
                       RF-RESULTING-BALANCE + RF-AMOUNT
               WHEN OTHER
               " " WS-DISPLAY-AMOUNT
               "  BALANCE " WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 090-PRINT-LINE THRU 090-END
      *    Correcting entries carry the date of the movement they
      *    undo, the same note the counter statement prints.
           IF RF-REF-DATE NOT = SPACES
               MOVE SPACES TO PRINT-LINE
               STRING "      REVERSES THE MOVEMENT OF " RF-REF-DATE
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 090-PRINT-LINE THRU 090-END
           END-IF.
       060-END.EXIT.

      *    Every line of the print file goes through here, so the
      *    restart point knows how far the file got.
       090-PRINT-LINE.
           WRITE PRINT-LINE
           ADD 1 TO WK-COUNT-2.
       090-END.EXIT.
       END PROGRAM STATEMENT-RUN.
