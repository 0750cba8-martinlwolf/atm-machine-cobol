      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly trial balance, run straight after GL-JOURNAL
      *          has posted the day into the GL balance master
      *          (GL-BALANCE.DAT). Rolls every balance row to today
      *          (rows with no movement today carry their closing
      *          forward as tonight's opening) and writes the dated
      *          trial balance GL-TRIAL-BALANCE-YYYYMMDD.txt: per GL
      *          account and currency the opening balance, the day's
      *          debits and credits and the closing balance, then a
      *          total per currency that must net to zero. Every
      *          account GL-MAP.DAT maps to is listed, posted or not;
      *          a balance row for an account no longer mapped is
      *          listed and flagged. It then proves the two control
      *          accounts against the books they control:
      *            - the customer-deposit account (the GL account
      *              GL-MAP.DAT credits for a DEPOSIT) against the
      *              total of every FS-BALANCE on tonight's
      *              GL-EXTRACT-YYYYMMDD.txt, per currency;
      *            - the credit-line receivable (the GL account it
      *              debits for a CL-DRAW) against the total
      *              CL-DRAWN-AMOUNT on CREDIT-LINES.DAT, per
      *              currency of the account the line serves.
      *          A difference prints as a break together with the
      *          date it first appeared; the open breaks are carried
      *          night to night on GL-BREAKS.txt, so a break keeps
      *          its first date until the day it clears. Posts
      *          nothing, so it is safe to rerun after a correction.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-TRIAL-BALANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP-FILE ASSIGN TO "GL-MAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-TRANS-TYPE
               FILE STATUS IS GLMAPF-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "GL-BALANCE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY
               FILE STATUS IS GLBALF-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACTF-STATUS.
           SELECT CREDIT-LINES-FILE ASSIGN TO "CREDIT-LINES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CBU
               FILE STATUS IS CREDITF-STATUS.
           SELECT ACCOUNTS-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CBU
               FILE STATUS IS ACCOUNTSF-STATUS.
           SELECT BREAKS-FILE ASSIGN TO "GL-BREAKS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREAKSF-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORTF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAP-FILE.
           COPY GLMAPREC.

       FD  GL-BALANCE-FILE.
           COPY GLBALREC.

      *    GL-EXTRACT's dated snapshot layout.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           05 EF-CBU                   PIC 9(22).
           05 EF-USERNAME              PIC A(35).
           05 EF-BALANCE               PIC 9(18)V99.
           05 EF-CURRENCY-CODE         PIC X(03).

       FD  CREDIT-LINES-FILE.
           COPY CREDITREC.

       FD  ACCOUNTS-FILE.
           COPY ACCTREC.

      *    One row per control check still out of agreement, with
      *    the date the difference was first seen.
       FD  BREAKS-FILE.
       01  BREAK-RECORD.
           05 BK-CHECK                 PIC X(10).
           05 BK-CURRENCY-CODE         PIC X(03).
           05 BK-FIRST-DATE            PIC X(08).
           05 BK-DIFFERENCE            PIC S9(18)V99
                                       SIGN LEADING SEPARATE.

      *    Three line shapes share the report: ACC per GL account and
      *    currency, TOT per currency, REC per control check.
       FD  REPORT-FILE.
       01  TB-ACCOUNT-LINE.
           05 TB-ROW-TYPE              PIC X(03).
           05 TB-DATE                  PIC X(08).
           05 TB-GL-ACCOUNT            PIC 9(08).
           05 TB-CURRENCY-CODE         PIC X(03).
           05 TB-OPENING               PIC S9(18)V99
                                       SIGN LEADING SEPARATE.
           05 TB-DEBITS                PIC 9(18)V99.
           05 TB-CREDITS               PIC 9(18)V99.
           05 TB-CLOSING               PIC S9(18)V99
                                       SIGN LEADING SEPARATE.
           05 TB-NOTE                  PIC X(12).
       01  TB-TOTAL-LINE.
           05 TT-ROW-TYPE              PIC X(03).
           05 TT-DATE                  PIC X(08).
           05 TT-CURRENCY-CODE         PIC X(03).
           05 TT-DEBITS                PIC 9(18)V99.
           05 TT-CREDITS               PIC 9(18)V99.
           05 TT-NET-CLOSING           PIC S9(18)V99
                                       SIGN LEADING SEPARATE.
           05 TT-RESULT                PIC X(12).
       01  TB-RECON-LINE.
           05 TR-ROW-TYPE              PIC X(03).
           05 TR-DATE                  PIC X(08).
           05 TR-CHECK                 PIC X(10).
           05 TR-GL-ACCOUNT            PIC 9(08).
           05 TR-CURRENCY-CODE         PIC X(03).
           05 TR-LEDGER                PIC S9(18)V99
                                       SIGN LEADING SEPARATE.
           05 TR-SUBLEDGER             PIC 9(18)V99.
           05 TR-DIFFERENCE            PIC S9(18)V99
                                       SIGN LEADING SEPARATE.
           05 TR-RESULT                PIC X(06).
           05 TR-FIRST-DATE            PIC X(08).
           05 TR-DAYS-OPEN             PIC 9(05).

       WORKING-STORAGE SECTION.
       01  GLMAPF-STATUS                PIC 9(2).
       01  GLBALF-STATUS                PIC 9(2).
       01  EXTRACTF-STATUS              PIC 9(2).
       01  CREDITF-STATUS               PIC 9(2).
       01  ACCOUNTSF-STATUS             PIC 9(2).
       01  BREAKSF-STATUS               PIC 9(2).
       01  REPORTF-STATUS               PIC 9(2).

       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-TODAY                     PIC X(08).
       01  WS-EXTRACT-FILENAME          PIC X(40).
       01  WS-REPORT-FILENAME           PIC X(40).
       01  WS-ACCOUNT-LINES             PIC 9(5) VALUE ZERO.
       01  WS-BREAK-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-OUT-OF-BALANCE-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-AMOUNT-DISPLAY            PIC -ZZZZZZZZZZZZZZZZZ9.99.
       01  WS-DAYS-OPEN                 PIC S9(08).
       01  WS-ROW-CURRENCY              PIC X(03).
       01  WS-FOUND-IDX                 PIC 9(3).

      *    The control accounts, read off GL-MAP.DAT: where a
      *    DEPOSIT credits and where a CL-DRAW debits.
       01  WS-DEPOSIT-GL                PIC 9(08) VALUE ZERO.
       01  WS-RECEIVABLE-GL             PIC 9(08) VALUE ZERO.
       01  WS-EXTRACT-FLAG              PIC X(01).
           88 WS-EXTRACT-ON-FILE            VALUE "Y".
           88 WS-NO-EXTRACT                 VALUE "N".
       01  WS-CREDIT-LINES-FLAG         PIC X(01).
           88 WS-CREDIT-LINES-ON-FILE       VALUE "Y".
           88 WS-NO-CREDIT-LINES            VALUE "N".

      *    Every GL account the map books to, so an account with no
      *    postings yet still shows on the trial balance.
       01  WS-MAP-TABLE.
           05 WS-MAP-COUNT              PIC 9(3) VALUE ZERO.
           05 WS-MAP-ENTRY OCCURS 500 TIMES
               INDEXED BY IDX-MAP.
               10 WS-MAP-GL-ACCOUNT     PIC 9(08).
               10 WS-MAP-SEEN-FLAG      PIC X(01).
       01  WS-LOOKUP-GL                 PIC 9(08).
       01  WS-MAPPED-FLAG               PIC X(01).
           88 WS-GL-IS-MAPPED               VALUE "Y".
           88 WS-GL-NOT-MAPPED              VALUE "N".

      *    Per-currency figures: trial balance totals and both sides
      *    of both control checks.
       01  WS-CURRENCY-TABLE.
           05 WS-CUR-COUNT              PIC 9(2) VALUE ZERO.
           05 WS-CUR-ENTRY OCCURS 30 TIMES
               INDEXED BY IDX-CUR.
               10 WS-CUR-CODE           PIC X(03).
               10 WS-CUR-DEBITS         PIC 9(18)V99.
               10 WS-CUR-CREDITS        PIC 9(18)V99.
               10 WS-CUR-NET-CLOSING    PIC S9(18)V99.
               10 WS-CUR-DEP-LEDGER     PIC S9(18)V99.
               10 WS-CUR-DEP-ROW-FLAG   PIC X(01).
               10 WS-CUR-EXTRACT-TOTAL  PIC 9(18)V99.
               10 WS-CUR-RCV-LEDGER     PIC S9(18)V99.
               10 WS-CUR-RCV-ROW-FLAG   PIC X(01).
               10 WS-CUR-DRAWN-TOTAL    PIC 9(18)V99.

      *    Last night's open breaks, for their first-seen dates.
       01  WS-PRIOR-BREAK-TABLE.
           05 WS-PRIOR-COUNT            PIC 9(3) VALUE ZERO.
           05 WS-PRIOR-ENTRY OCCURS 100 TIMES
               INDEXED BY IDX-PRIOR.
               10 WS-PRIOR-CHECK        PIC X(10).
               10 WS-PRIOR-CURRENCY     PIC X(03).
               10 WS-PRIOR-FIRST-DATE   PIC X(08).

      *    Tonight's open breaks, written back to GL-BREAKS.txt.
       01  WS-BREAK-TABLE.
           05 WS-BREAK-ENTRY OCCURS 100 TIMES
               INDEXED BY IDX-BREAK.
               10 WS-BREAK-CHECK        PIC X(10).
               10 WS-BREAK-CURRENCY     PIC X(03).
               10 WS-BREAK-FIRST-DATE   PIC X(08).
               10 WS-BREAK-DIFFERENCE   PIC S9(18)V99.

       01  WS-CHECK-NAME                PIC X(10).
       01  WS-CHECK-GL                  PIC 9(08).
       01  WS-CHECK-LEDGER              PIC S9(18)V99.
       01  WS-CHECK-SUBLEDGER           PIC 9(18)V99.
       01  WS-CHECK-DIFFERENCE          PIC S9(18)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY
           STRING "GL-EXTRACT-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-EXTRACT-FILENAME
           STRING "GL-TRIAL-BALANCE-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME

           PERFORM 010-LOAD-MAP THRU 010-END
           OPEN OUTPUT REPORT-FILE
           IF REPORTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN TRIAL BALANCE REPORT"
               DISPLAY "FS-STATUS: " REPORTF-STATUS
               GOBACK
           END-IF
           PERFORM 020-TRIAL-BALANCE THRU 020-END
           PERFORM 030-UNPOSTED-ACCOUNTS THRU 030-END
           PERFORM 040-CURRENCY-TOTALS THRU 040-END
           PERFORM 050-TOTAL-EXTRACT THRU 050-END
           PERFORM 055-TOTAL-CREDIT-LINES THRU 055-END
           PERFORM 060-LOAD-PRIOR-BREAKS THRU 060-END
           PERFORM 070-RECONCILE THRU 070-END
           PERFORM 080-SAVE-BREAKS THRU 080-END
           CLOSE REPORT-FILE

           DISPLAY "GL ACCOUNT LINES: " WS-ACCOUNT-LINES
           IF WS-OUT-OF-BALANCE-COUNT > 0
               DISPLAY "*** TRIAL BALANCE DOES NOT NET TO ZERO IN "
                   WS-OUT-OF-BALANCE-COUNT " CURRENCIES ***"
           END-IF
           DISPLAY "CONTROL ACCOUNT BREAKS: " WS-BREAK-COUNT
           DISPLAY "TRIAL BALANCE: " WS-REPORT-FILENAME
           GOBACK.

      *    The GL accounts the map books to, and the two control
      *    accounts among them.
       010-LOAD-MAP.
           OPEN INPUT GL-MAP-FILE
           IF GLMAPF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN GL-MAP.DAT - RUN GL-MAP-SET "
                   "TO BUILD THE MAPPING TABLE FIRST"
               DISPLAY "FS-STATUS: " GLMAPF-STATUS
               GOBACK
           END-IF
           PERFORM UNTIL GLMAPF-STATUS = 10
               READ GL-MAP-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO GLMAPF-STATUS
                   NOT AT END
                       MOVE GM-DEBIT-ACCOUNT TO WS-LOOKUP-GL
                       PERFORM 015-ADD-MAP-ACCOUNT THRU 015-END
                       MOVE GM-CREDIT-ACCOUNT TO WS-LOOKUP-GL
                       PERFORM 015-ADD-MAP-ACCOUNT THRU 015-END
                       IF GM-TRANS-TYPE = "DEPOSIT"
                           MOVE GM-CREDIT-ACCOUNT TO WS-DEPOSIT-GL
                       END-IF
                       IF GM-TRANS-TYPE = "CL-DRAW"
                           MOVE GM-DEBIT-ACCOUNT TO WS-RECEIVABLE-GL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-MAP-FILE
           IF WS-DEPOSIT-GL = 0
               DISPLAY "NO DEPOSIT MAPPING ON GL-MAP.DAT - CUSTOMER-"
                   "DEPOSIT CONTROL CANNOT BE PROVED"
           END-IF
           IF WS-RECEIVABLE-GL = 0
               DISPLAY "NO CL-DRAW MAPPING ON GL-MAP.DAT - CREDIT-"
                   "LINE RECEIVABLE CANNOT BE PROVED"
           END-IF.
       010-END.EXIT.

       015-ADD-MAP-ACCOUNT.
           PERFORM 017-FIND-MAP-ACCOUNT THRU 017-END
           IF WS-GL-IS-MAPPED
               GO TO 015-END
           END-IF
           IF WS-MAP-COUNT >= 500
               DISPLAY "GL ACCOUNT TABLE FULL - " WS-LOOKUP-GL
                   " LEFT OFF THE UNPOSTED LIST"
               GO TO 015-END
           END-IF
           ADD 1 TO WS-MAP-COUNT
           MOVE WS-LOOKUP-GL TO WS-MAP-GL-ACCOUNT(WS-MAP-COUNT)
           MOVE "N" TO WS-MAP-SEEN-FLAG(WS-MAP-COUNT).
       015-END.EXIT.

       017-FIND-MAP-ACCOUNT.
           SET WS-GL-NOT-MAPPED TO TRUE
           PERFORM VARYING IDX-MAP FROM 1 BY 1
               UNTIL IDX-MAP > WS-MAP-COUNT
               IF WS-MAP-GL-ACCOUNT(IDX-MAP) = WS-LOOKUP-GL
                   SET WS-GL-IS-MAPPED TO TRUE
                   SET WS-FOUND-IDX TO IDX-MAP
                   SET IDX-MAP TO WS-MAP-COUNT
               END-IF
           END-PERFORM.
       017-END.EXIT.

      *    One line per balance row, rolled to today first. The file
      *    reads in key order, so an account's currencies print
      *    together.
       020-TRIAL-BALANCE.
           OPEN I-O GL-BALANCE-FILE
           IF GLBALF-STATUS NOT = 00
               DISPLAY "NO GL BALANCES ON FILE YET - NOTHING POSTED"
               GO TO 020-END
           END-IF
           PERFORM UNTIL GLBALF-STATUS = 10
               READ GL-BALANCE-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO GLBALF-STATUS
                   NOT AT END
                       PERFORM 025-ONE-BALANCE THRU 025-END
               END-READ
           END-PERFORM
           CLOSE GL-BALANCE-FILE.
       020-END.EXIT.

       025-ONE-BALANCE.
           IF GB-BUSINESS-DATE NOT = WS-TODAY
               MOVE GB-CLOSING-BALANCE TO GB-OPENING-BALANCE
               MOVE 0 TO GB-DAY-DEBITS
               MOVE 0 TO GB-DAY-CREDITS
               MOVE WS-TODAY TO GB-BUSINESS-DATE
               REWRITE GL-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR ROLLING GL " GB-GL-ACCOUNT " "
                           GB-CURRENCY-CODE
               END-REWRITE
           END-IF

           MOVE "ACC" TO TB-ROW-TYPE
           MOVE WS-TODAY TO TB-DATE
           MOVE GB-GL-ACCOUNT TO TB-GL-ACCOUNT
           MOVE GB-CURRENCY-CODE TO TB-CURRENCY-CODE
           MOVE GB-OPENING-BALANCE TO TB-OPENING
           MOVE GB-DAY-DEBITS TO TB-DEBITS
           MOVE GB-DAY-CREDITS TO TB-CREDITS
           MOVE GB-CLOSING-BALANCE TO TB-CLOSING
           MOVE SPACES TO TB-NOTE
           MOVE GB-GL-ACCOUNT TO WS-LOOKUP-GL
           PERFORM 017-FIND-MAP-ACCOUNT THRU 017-END
           IF WS-GL-IS-MAPPED
               MOVE "Y" TO WS-MAP-SEEN-FLAG(WS-FOUND-IDX)
           ELSE
               MOVE "NOT MAPPED" TO TB-NOTE
           END-IF
           WRITE TB-ACCOUNT-LINE
           ADD 1 TO WS-ACCOUNT-LINES

           MOVE GB-CURRENCY-CODE TO WS-ROW-CURRENCY
           PERFORM 090-FIND-CURRENCY THRU 090-END
           IF WS-FOUND-IDX = 0
               GO TO 025-END
           END-IF
           ADD GB-DAY-DEBITS TO WS-CUR-DEBITS(WS-FOUND-IDX)
           ADD GB-DAY-CREDITS TO WS-CUR-CREDITS(WS-FOUND-IDX)
           ADD GB-CLOSING-BALANCE TO WS-CUR-NET-CLOSING(WS-FOUND-IDX)
      *    Deposits are a liability: what the ledger says we owe
      *    customers is the credit balance, i.e. the sign turned.
           IF GB-GL-ACCOUNT = WS-DEPOSIT-GL
               COMPUTE WS-CUR-DEP-LEDGER(WS-FOUND-IDX) =
                   0 - GB-CLOSING-BALANCE
               MOVE "Y" TO WS-CUR-DEP-ROW-FLAG(WS-FOUND-IDX)
           END-IF
           IF GB-GL-ACCOUNT = WS-RECEIVABLE-GL
               MOVE GB-CLOSING-BALANCE
                   TO WS-CUR-RCV-LEDGER(WS-FOUND-IDX)
               MOVE "Y" TO WS-CUR-RCV-ROW-FLAG(WS-FOUND-IDX)
           END-IF.
       025-END.EXIT.

      *    Mapped accounts nothing has ever posted to, at zero.
       030-UNPOSTED-ACCOUNTS.
           PERFORM VARYING IDX-MAP FROM 1 BY 1
               UNTIL IDX-MAP > WS-MAP-COUNT
               IF WS-MAP-SEEN-FLAG(IDX-MAP) = "N"
                   MOVE "ACC" TO TB-ROW-TYPE
                   MOVE WS-TODAY TO TB-DATE
                   MOVE WS-MAP-GL-ACCOUNT(IDX-MAP) TO TB-GL-ACCOUNT
                   MOVE SPACES TO TB-CURRENCY-CODE
                   MOVE 0 TO TB-OPENING
                   MOVE 0 TO TB-DEBITS
                   MOVE 0 TO TB-CREDITS
                   MOVE 0 TO TB-CLOSING
                   MOVE "NEVER POSTED" TO TB-NOTE
                   WRITE TB-ACCOUNT-LINE
                   ADD 1 TO WS-ACCOUNT-LINES
               END-IF
           END-PERFORM.
       030-END.EXIT.

      *    Debits equal credits by construction of the journal, so
      *    a currency whose day or closing position does not net is
      *    a posting failure, not a rounding matter.
       040-CURRENCY-TOTALS.
           PERFORM VARYING IDX-CUR FROM 1 BY 1
               UNTIL IDX-CUR > WS-CUR-COUNT
               MOVE "TOT" TO TT-ROW-TYPE
               MOVE WS-TODAY TO TT-DATE
               MOVE WS-CUR-CODE(IDX-CUR) TO TT-CURRENCY-CODE
               MOVE WS-CUR-DEBITS(IDX-CUR) TO TT-DEBITS
               MOVE WS-CUR-CREDITS(IDX-CUR) TO TT-CREDITS
               MOVE WS-CUR-NET-CLOSING(IDX-CUR) TO TT-NET-CLOSING
               IF WS-CUR-DEBITS(IDX-CUR) = WS-CUR-CREDITS(IDX-CUR)
                   AND WS-CUR-NET-CLOSING(IDX-CUR) = 0
                   MOVE "BALANCED" TO TT-RESULT
               ELSE
                   MOVE "OUT OF BAL" TO TT-RESULT
                   ADD 1 TO WS-OUT-OF-BALANCE-COUNT
                   MOVE WS-CUR-NET-CLOSING(IDX-CUR)
                       TO WS-AMOUNT-DISPLAY
                   DISPLAY "OUT OF BALANCE IN " WS-CUR-CODE(IDX-CUR)
                       " NET " WS-AMOUNT-DISPLAY
               END-IF
               WRITE TB-TOTAL-LINE
           END-PERFORM.
       040-END.EXIT.

      *    What customers hold, per currency, off tonight's snapshot.
       050-TOTAL-EXTRACT.
           SET WS-EXTRACT-ON-FILE TO TRUE
           OPEN INPUT EXTRACT-FILE
           IF EXTRACTF-STATUS NOT = 00
               SET WS-NO-EXTRACT TO TRUE
               DISPLAY "NO " WS-EXTRACT-FILENAME " - RUN GL-EXTRACT "
                   "FIRST; DEPOSITS NOT PROVED TONIGHT"
               GO TO 050-END
           END-IF
           PERFORM UNTIL EXTRACTF-STATUS = 10
               READ EXTRACT-FILE
                   AT END
                       MOVE 10 TO EXTRACTF-STATUS
                   NOT AT END
                       MOVE EF-CURRENCY-CODE TO WS-ROW-CURRENCY
                       PERFORM 090-FIND-CURRENCY THRU 090-END
                       IF WS-FOUND-IDX > 0
                           ADD EF-BALANCE
                               TO WS-CUR-EXTRACT-TOTAL(WS-FOUND-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE.
       050-END.EXIT.

      *    What customers have drawn on their lines, per currency of
      *    the account each line serves.
       055-TOTAL-CREDIT-LINES.
           SET WS-CREDIT-LINES-ON-FILE TO TRUE
           OPEN INPUT CREDIT-LINES-FILE
           IF CREDITF-STATUS NOT = 00
               SET WS-NO-CREDIT-LINES TO TRUE
               GO TO 055-END
           END-IF
           OPEN INPUT ACCOUNTS-FILE
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN ACCOUNTS.DAT - CREDIT-LINE "
                   "RECEIVABLE NOT PROVED TONIGHT"
               SET WS-NO-CREDIT-LINES TO TRUE
               CLOSE CREDIT-LINES-FILE
               GO TO 055-END
           END-IF
           PERFORM UNTIL CREDITF-STATUS = 10
               READ CREDIT-LINES-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO CREDITF-STATUS
                   NOT AT END
                       MOVE CL-CBU TO FS-CBU
                       MOVE "ARS" TO WS-ROW-CURRENCY
                       READ ACCOUNTS-FILE
                           NOT INVALID KEY
                               IF FS-CURRENCY-CODE NOT = SPACES
                                   MOVE FS-CURRENCY-CODE
                                       TO WS-ROW-CURRENCY
                               END-IF
                       END-READ
                       PERFORM 090-FIND-CURRENCY THRU 090-END
                       IF WS-FOUND-IDX > 0
                           ADD CL-DRAWN-AMOUNT
                               TO WS-CUR-DRAWN-TOTAL(WS-FOUND-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           CLOSE CREDIT-LINES-FILE.
       055-END.EXIT.

       060-LOAD-PRIOR-BREAKS.
           OPEN INPUT BREAKS-FILE
           IF BREAKSF-STATUS NOT = 00
               GO TO 060-END
           END-IF
           PERFORM UNTIL BREAKSF-STATUS = 10
               READ BREAKS-FILE
                   AT END
                       MOVE 10 TO BREAKSF-STATUS
                   NOT AT END
                       IF WS-PRIOR-COUNT < 100
                           ADD 1 TO WS-PRIOR-COUNT
                           MOVE BK-CHECK
                               TO WS-PRIOR-CHECK(WS-PRIOR-COUNT)
                           MOVE BK-CURRENCY-CODE
                               TO WS-PRIOR-CURRENCY(WS-PRIOR-COUNT)
                           MOVE BK-FIRST-DATE
                               TO WS-PRIOR-FIRST-DATE(WS-PRIOR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BREAKS-FILE.
       060-END.EXIT.

      *    One check per currency either side of it knows about. A
      *    check whose subledger could not be read tonight is not
      *    run at all rather than reported as a false break.
       070-RECONCILE.
           PERFORM VARYING IDX-CUR FROM 1 BY 1
               UNTIL IDX-CUR > WS-CUR-COUNT
               IF WS-DEPOSIT-GL NOT = 0 AND WS-EXTRACT-ON-FILE
                   AND (WS-CUR-DEP-ROW-FLAG(IDX-CUR) = "Y"
                   OR WS-CUR-EXTRACT-TOTAL(IDX-CUR) > 0)
                   MOVE "DEPOSITS" TO WS-CHECK-NAME
                   MOVE WS-DEPOSIT-GL TO WS-CHECK-GL
                   MOVE WS-CUR-DEP-LEDGER(IDX-CUR) TO WS-CHECK-LEDGER
                   MOVE WS-CUR-EXTRACT-TOTAL(IDX-CUR)
                       TO WS-CHECK-SUBLEDGER
                   PERFORM 075-ONE-CHECK THRU 075-END
               END-IF
               IF WS-RECEIVABLE-GL NOT = 0 AND WS-CREDIT-LINES-ON-FILE
                   AND (WS-CUR-RCV-ROW-FLAG(IDX-CUR) = "Y"
                   OR WS-CUR-DRAWN-TOTAL(IDX-CUR) > 0)
                   MOVE "CREDIT-LN" TO WS-CHECK-NAME
                   MOVE WS-RECEIVABLE-GL TO WS-CHECK-GL
                   MOVE WS-CUR-RCV-LEDGER(IDX-CUR) TO WS-CHECK-LEDGER
                   MOVE WS-CUR-DRAWN-TOTAL(IDX-CUR)
                       TO WS-CHECK-SUBLEDGER
                   PERFORM 075-ONE-CHECK THRU 075-END
               END-IF
           END-PERFORM.
       070-END.EXIT.

       075-ONE-CHECK.
           COMPUTE WS-CHECK-DIFFERENCE =
               WS-CHECK-LEDGER - WS-CHECK-SUBLEDGER
           MOVE "REC" TO TR-ROW-TYPE
           MOVE WS-TODAY TO TR-DATE
           MOVE WS-CHECK-NAME TO TR-CHECK
           MOVE WS-CHECK-GL TO TR-GL-ACCOUNT
           MOVE WS-CUR-CODE(IDX-CUR) TO TR-CURRENCY-CODE
           MOVE WS-CHECK-LEDGER TO TR-LEDGER
           MOVE WS-CHECK-SUBLEDGER TO TR-SUBLEDGER
           MOVE WS-CHECK-DIFFERENCE TO TR-DIFFERENCE
           IF WS-CHECK-DIFFERENCE = 0
               MOVE "AGREES" TO TR-RESULT
               MOVE SPACES TO TR-FIRST-DATE
               MOVE 0 TO TR-DAYS-OPEN
               WRITE TB-RECON-LINE
               GO TO 075-END
           END-IF

      *    A break keeps the date it was first seen for as long as
      *    it stays open, whatever its amount does in between.
           MOVE "BREAK" TO TR-RESULT
           MOVE WS-TODAY TO TR-FIRST-DATE
           PERFORM VARYING IDX-PRIOR FROM 1 BY 1
               UNTIL IDX-PRIOR > WS-PRIOR-COUNT
               IF WS-PRIOR-CHECK(IDX-PRIOR) = WS-CHECK-NAME
                   AND WS-PRIOR-CURRENCY(IDX-PRIOR) =
                       WS-CUR-CODE(IDX-CUR)
                   MOVE WS-PRIOR-FIRST-DATE(IDX-PRIOR)
                       TO TR-FIRST-DATE
               END-IF
           END-PERFORM
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(TR-FIRST-DATE))
           IF WS-DAYS-OPEN < 0
               MOVE 0 TO WS-DAYS-OPEN
           END-IF
           MOVE WS-DAYS-OPEN TO TR-DAYS-OPEN
           WRITE TB-RECON-LINE

           MOVE WS-CHECK-DIFFERENCE TO WS-AMOUNT-DISPLAY
           DISPLAY "BREAK " WS-CHECK-NAME " " WS-CUR-CODE(IDX-CUR)
               " " WS-AMOUNT-DISPLAY " SINCE " TR-FIRST-DATE
           IF WS-BREAK-COUNT < 100
               ADD 1 TO WS-BREAK-COUNT
               MOVE WS-CHECK-NAME TO WS-BREAK-CHECK(WS-BREAK-COUNT)
               MOVE WS-CUR-CODE(IDX-CUR)
                   TO WS-BREAK-CURRENCY(WS-BREAK-COUNT)
               MOVE TR-FIRST-DATE
                   TO WS-BREAK-FIRST-DATE(WS-BREAK-COUNT)
               MOVE WS-CHECK-DIFFERENCE
                   TO WS-BREAK-DIFFERENCE(WS-BREAK-COUNT)
           END-IF.
       075-END.EXIT.

      *    Only tonight's open breaks are kept - a check that agrees
      *    tonight drops off, and starts a new first date if it ever
      *    breaks again.
       080-SAVE-BREAKS.
           OPEN OUTPUT BREAKS-FILE
           IF BREAKSF-STATUS NOT = 00
               DISPLAY "UNABLE TO SAVE GL-BREAKS.txt - FIRST-SEEN "
                   "DATES WILL RESTART TOMORROW"
               GO TO 080-END
           END-IF
           PERFORM VARYING IDX-BREAK FROM 1 BY 1
               UNTIL IDX-BREAK > WS-BREAK-COUNT
               MOVE WS-BREAK-CHECK(IDX-BREAK) TO BK-CHECK
               MOVE WS-BREAK-CURRENCY(IDX-BREAK) TO BK-CURRENCY-CODE
               MOVE WS-BREAK-FIRST-DATE(IDX-BREAK) TO BK-FIRST-DATE
               MOVE WS-BREAK-DIFFERENCE(IDX-BREAK) TO BK-DIFFERENCE
               WRITE BREAK-RECORD
           END-PERFORM
           CLOSE BREAKS-FILE.
       080-END.EXIT.

      *    Finds (or adds) WS-ROW-CURRENCY in the currency table;
      *    WS-FOUND-IDX is 0 only when the table is full.
       090-FIND-CURRENCY.
           IF WS-ROW-CURRENCY = SPACES
               MOVE "ARS" TO WS-ROW-CURRENCY
           END-IF
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING IDX-CUR FROM 1 BY 1
               UNTIL IDX-CUR > WS-CUR-COUNT
               IF WS-CUR-CODE(IDX-CUR) = WS-ROW-CURRENCY
                   SET WS-FOUND-IDX TO IDX-CUR
                   SET IDX-CUR TO WS-CUR-COUNT
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX > 0
               GO TO 090-END
           END-IF
           IF WS-CUR-COUNT >= 30
               DISPLAY "CURRENCY TABLE FULL - " WS-ROW-CURRENCY
                   " LEFT OUT OF THE TOTALS"
               GO TO 090-END
           END-IF
           ADD 1 TO WS-CUR-COUNT
           MOVE WS-CUR-COUNT TO WS-FOUND-IDX
           INITIALIZE WS-CUR-ENTRY(WS-FOUND-IDX)
           MOVE WS-ROW-CURRENCY TO WS-CUR-CODE(WS-FOUND-IDX).
       090-END.EXIT.
       END PROGRAM GL-TRIAL-BALANCE.
