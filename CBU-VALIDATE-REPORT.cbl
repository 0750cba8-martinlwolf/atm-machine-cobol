      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time report of the CBUs already on file that fail
      *          their check digits (CBU-CHECK), taken before the
      *          check was enforced at every entry point: every
      *          account on ACCOUNTS.DAT whose own CBU fails, and every
      *          transfer on TRANSACTIONS.DAT whose sending or
      *          receiving CBU fails. Such an account can no longer be
      *          keyed as a transfer destination, linked or swept, so
      *          each one listed needs ops to re-number it or close
      *          it. Writes CBU-VALIDATE-YYYYMMDD.txt - an EXC line
      *          per failing CBU, then a TOT line per source with the
      *          rows read and the rows failing. Reads only, so it can
      *          be rerun at any time.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBU-VALIDATE-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CBU
               FILE STATUS IS ACCOUNTSF-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TF-KEY
               ALTERNATE RECORD KEY IS TF-DESTINATION-CBU
                   WITH DUPLICATES
               FILE STATUS IS TRANSF-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORTF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
           COPY ACCTREC.

       FD  TRANS-FILE.
           COPY TRANSREC.

      *    An EXC line for every failing CBU, then a TOT line per
      *    source.
       FD  REPORT-FILE.
       01  CV-EXCEPTION-LINE.
           05 CE-ROW-TYPE              PIC X(03).
           05 CE-DATE                  PIC X(08).
           05 CE-SOURCE                PIC X(12).
           05 CE-CBU                   PIC 9(22).
           05 CE-DETAIL                PIC X(60).
       01  CV-TOTAL-LINE.
           05 CT-ROW-TYPE              PIC X(03).
           05 CT-DATE                  PIC X(08).
           05 CT-SOURCE                PIC X(12).
           05 CT-ROWS-READ             PIC 9(09).
           05 CT-ROWS-FAILING          PIC 9(09).

       WORKING-STORAGE SECTION.
       01  ACCOUNTSF-STATUS            PIC 9(2).
       01  TRANSF-STATUS               PIC 9(2).
       01  REPORTF-STATUS              PIC 9(2).
       01  WS-TODAY                    PIC X(08).
       01  WS-REPORT-FILENAME          PIC X(40).
       01  WS-CHECK-CBU                PIC 9(22).
       01  WS-CBU-CHECK-FUNCTION       PIC X(01) VALUE "V".
       01  WS-CBU-CHECK-RESULT         PIC X(01).
           88 WS-CBU-IS-VALID              VALUE "Y".
           88 WS-CBU-NOT-VALID             VALUE "N".
       01  WS-AMOUNT-DISPLAY           PIC Z(17)9.99.
       01  WS-ACCOUNTS-READ            PIC 9(09) VALUE ZERO.
       01  WS-ACCOUNTS-FAILING         PIC 9(09) VALUE ZERO.
       01  WS-TRANSFERS-READ           PIC 9(09) VALUE ZERO.
       01  WS-SENDERS-FAILING          PIC 9(09) VALUE ZERO.
       01  WS-DESTINATIONS-FAILING     PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CBU-VALIDATE-REPORT - CBUs FAILING THEIR CHECK "
               "DIGITS"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           STRING "CBU-VALIDATE-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-FILENAME

           OPEN OUTPUT REPORT-FILE
           IF REPORTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN " WS-REPORT-FILENAME
               DISPLAY "FS-STATUS: " REPORTF-STATUS
               STOP RUN
           END-IF

           PERFORM 010-CHECK-ACCOUNTS THRU 010-END
           PERFORM 020-CHECK-TRANSFERS THRU 020-END

           MOVE SPACES TO CV-TOTAL-LINE
           MOVE "TOT" TO CT-ROW-TYPE
           MOVE WS-TODAY TO CT-DATE
           MOVE "ACCOUNT" TO CT-SOURCE
           MOVE WS-ACCOUNTS-READ TO CT-ROWS-READ
           MOVE WS-ACCOUNTS-FAILING TO CT-ROWS-FAILING
           WRITE CV-TOTAL-LINE
           MOVE "XFER-FROM" TO CT-SOURCE
           MOVE WS-TRANSFERS-READ TO CT-ROWS-READ
           MOVE WS-SENDERS-FAILING TO CT-ROWS-FAILING
           WRITE CV-TOTAL-LINE
           MOVE "XFER-TO" TO CT-SOURCE
           MOVE WS-DESTINATIONS-FAILING TO CT-ROWS-FAILING
           WRITE CV-TOTAL-LINE
           CLOSE REPORT-FILE

           DISPLAY "ACCOUNTS READ: " WS-ACCOUNTS-READ
               "  FAILING: " WS-ACCOUNTS-FAILING
           DISPLAY "TRANSFERS READ: " WS-TRANSFERS-READ
           DISPLAY "  SENDING CBU FAILING: " WS-SENDERS-FAILING
           DISPLAY "  RECEIVING CBU FAILING: " WS-DESTINATIONS-FAILING
           DISPLAY "REPORT: " WS-REPORT-FILENAME
           STOP RUN.

       010-CHECK-ACCOUNTS.
           OPEN INPUT ACCOUNTS-FILE
           IF ACCOUNTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN ACCOUNTS.DAT"
               DISPLAY "FS-STATUS: " ACCOUNTSF-STATUS
               GO TO 010-END
           END-IF
           PERFORM UNTIL ACCOUNTSF-STATUS NOT = 00
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO ACCOUNTSF-STATUS
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       MOVE FS-CBU TO WS-CHECK-CBU
                       CALL 'CBU-CHECK' USING WS-CHECK-CBU
                           WS-CBU-CHECK-FUNCTION WS-CBU-CHECK-RESULT
                       IF WS-CBU-NOT-VALID
                           ADD 1 TO WS-ACCOUNTS-FAILING
                           MOVE SPACES TO CV-EXCEPTION-LINE
                           MOVE "ACCOUNT" TO CE-SOURCE
                           STRING FS-USERNAME " STATUS "
                               FS-ACCOUNT-STATUS
                               DELIMITED BY SIZE INTO CE-DETAIL
                           PERFORM 090-WRITE-EXCEPTION THRU 090-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE.
       010-END.EXIT.

      *    Both sides of every transfer on the live log. A failing
      *    CBU is listed once per transfer it appears on, so the
      *    report shows every movement that touched it.
       020-CHECK-TRANSFERS.
           OPEN INPUT TRANS-FILE
           IF TRANSF-STATUS NOT = 00
               DISPLAY "NO TRANSACTIONS.DAT TO CHECK"
               GO TO 020-END
           END-IF
           PERFORM UNTIL TRANSF-STATUS NOT = 00
               READ TRANS-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO TRANSF-STATUS
                   NOT AT END
                       ADD 1 TO WS-TRANSFERS-READ
                       PERFORM 025-CHECK-ONE-TRANSFER THRU 025-END
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE.
       020-END.EXIT.

       025-CHECK-ONE-TRANSFER.
           MOVE TF-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE TF-RECIPIENT-CBU TO WS-CHECK-CBU
           CALL 'CBU-CHECK' USING WS-CHECK-CBU
               WS-CBU-CHECK-FUNCTION WS-CBU-CHECK-RESULT
           IF WS-CBU-NOT-VALID
               ADD 1 TO WS-SENDERS-FAILING
               MOVE SPACES TO CV-EXCEPTION-LINE
               MOVE "XFER-FROM" TO CE-SOURCE
               STRING TF-DATE " " TF-SEQ " TO " TF-DESTINATION-CBU
                   " " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO CE-DETAIL
               PERFORM 090-WRITE-EXCEPTION THRU 090-END
           END-IF

           MOVE TF-DESTINATION-CBU TO WS-CHECK-CBU
           CALL 'CBU-CHECK' USING WS-CHECK-CBU
               WS-CBU-CHECK-FUNCTION WS-CBU-CHECK-RESULT
           IF WS-CBU-NOT-VALID
               ADD 1 TO WS-DESTINATIONS-FAILING
               MOVE SPACES TO CV-EXCEPTION-LINE
               MOVE "XFER-TO" TO CE-SOURCE
               STRING TF-DATE " " TF-SEQ " FROM " TF-RECIPIENT-CBU
                   " " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO CE-DETAIL
               PERFORM 090-WRITE-EXCEPTION THRU 090-END
           END-IF.
       025-END.EXIT.

      *    CE-SOURCE and CE-DETAIL are filled by the caller.
       090-WRITE-EXCEPTION.
           MOVE "EXC" TO CE-ROW-TYPE
           MOVE WS-TODAY TO CE-DATE
           MOVE WS-CHECK-CBU TO CE-CBU
           WRITE CV-EXCEPTION-LINE.
       090-END.EXIT.
       END PROGRAM CBU-VALIDATE-REPORT.
