      ******************************************************************
      * Author:
      * Date:
      * Purpose: Periodic central-bank return of retained suspect
      *          notes, run from JOB-SCHEDULE.txt at whatever
      *          frequency the central bank asks for. Every row on the
      *          retained-notes register (RETAINED-NOTES.txt) not yet
      *          reported - whatever its examination status - goes to
      *          the fixed-format file CB-RETAINED-NOTES-YYYYMMDD.txt
      *          with the terminal, deposit date and time, account,
      *          the depositor's document number and name, and the
      *          denomination, count and face value retained; the row
      *          is then stamped with tonight's date so no note is
      *          ever reported twice or missed because a run was
      *          skipped. A night with nothing new still writes the
      *          (empty) return. Rows whose depositor could not be
      *          identified are counted on the console.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETAINED-NOTES-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETAINED-NOTES-FILE ASSIGN TO "RETAINED-NOTES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETNOTEF-STATUS.
           SELECT RETAINED-NOTES-OUT ASSIGN TO "RETAINED-NOTES.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETNOTEOUTF-STATUS.
           SELECT CB-REPORT-FILE ASSIGN TO WS-CB-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CBREPF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETAINED-NOTES-FILE.
           COPY RETNOTEREC.

       FD  RETAINED-NOTES-OUT.
       01  RETAINED-NOTES-OUT-REC      PIC X(167).

       FD  CB-REPORT-FILE.
       01  CB-REPORT-RECORD.
           05 CB-REPORT-DATE           PIC X(08).
           05 CB-REFERENCE             PIC X(13).
           05 CB-TERMINAL-ID           PIC X(06).
           05 CB-DEPOSIT-DATE          PIC X(08).
           05 CB-DEPOSIT-TIME          PIC X(06).
           05 CB-CBU                   PIC 9(22).
           05 CB-DOCUMENT-NUMBER       PIC 9(11).
           05 CB-FULL-NAME             PIC X(35).
           05 CB-DENOMINATION          PIC 9(03).
           05 CB-QUANTITY              PIC 9(05).
           05 CB-AMOUNT                PIC 9(18)V99.
           05 CB-STATUS                PIC X(01).

       WORKING-STORAGE SECTION.
       01  RETNOTEF-STATUS              PIC 9(2).
       01  RETNOTEOUTF-STATUS           PIC 9(2).
       01  CBREPF-STATUS                PIC 9(2).
       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-TODAY                     PIC X(08).
       01  WS-CB-REPORT-FILENAME        PIC X(40).
       01  WS-REPORTED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-REPORTED-NOTES            PIC 9(7) VALUE ZERO.
       01  WS-REPORTED-TOTAL            PIC 9(18)V99 VALUE ZERO.
       01  WS-UNIDENTIFIED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-AMOUNT-DISPLAY            PIC $ZZZZZZZZZZZZZZZZZZ.99.
       01  WS-DELETE-STATUS             PIC S9(9) COMP-5.
       01  WS-RENAME-STATUS             PIC S9(9) COMP-5.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RETAINED-NOTES-REPORT - CENTRAL BANK RETURN"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY
           MOVE 0 TO WS-REPORTED-COUNT
           MOVE 0 TO WS-REPORTED-NOTES
           MOVE 0 TO WS-REPORTED-TOTAL
           MOVE 0 TO WS-UNIDENTIFIED-COUNT
           STRING "CB-RETAINED-NOTES-" WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-CB-REPORT-FILENAME

      *    A second run the same day adds to that day's return
      *    rather than replacing rows already stamped as reported.
           OPEN EXTEND CB-REPORT-FILE
           IF CBREPF-STATUS = 35
               OPEN OUTPUT CB-REPORT-FILE
           END-IF
           IF CBREPF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN " WS-CB-REPORT-FILENAME
               DISPLAY "FS-STATUS: " CBREPF-STATUS
               GOBACK
           END-IF

           OPEN INPUT RETAINED-NOTES-FILE
           IF RETNOTEF-STATUS NOT = 00
               DISPLAY "NO RETAINED NOTES ON FILE - NIL RETURN"
               CLOSE CB-REPORT-FILE
               GOBACK
           END-IF
           OPEN OUTPUT RETAINED-NOTES-OUT
           IF RETNOTEOUTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN RETAINED-NOTES.txt.new - "
                   "NOTHING REPORTED"
               CLOSE RETAINED-NOTES-FILE
               CLOSE CB-REPORT-FILE
               GOBACK
           END-IF

           PERFORM 010-REPORT-UNREPORTED THRU 010-END
           CLOSE RETAINED-NOTES-FILE
           CLOSE RETAINED-NOTES-OUT
           CLOSE CB-REPORT-FILE

           CALL "CBL_DELETE_FILE" USING "RETAINED-NOTES.txt"
               GIVING WS-DELETE-STATUS
           IF WS-DELETE-STATUS NOT = 0
               DISPLAY "UNABLE TO DELETE OLD RETAINED-NOTES.txt, "
                   "ABORTING BEFORE RENAME"
               DISPLAY "DELETE STATUS: " WS-DELETE-STATUS
               GOBACK
           END-IF
           CALL "CBL_RENAME_FILE" USING
               "RETAINED-NOTES.txt.new" "RETAINED-NOTES.txt"
               GIVING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               DISPLAY "UNABLE TO RENAME RETAINED-NOTES.txt.new INTO "
                   "PLACE - RETAINED-NOTES REGISTER MAY BE MISSING"
               DISPLAY "RENAME STATUS: " WS-RENAME-STATUS
               GOBACK
           END-IF

           MOVE WS-REPORTED-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "ROWS REPORTED: " WS-REPORTED-COUNT
               "  NOTES: " WS-REPORTED-NOTES
           DISPLAY "FACE VALUE REPORTED: " WS-AMOUNT-DISPLAY
           IF WS-UNIDENTIFIED-COUNT > 0
               DISPLAY "ROWS WITH NO DEPOSITOR DOCUMENT: "
                   WS-UNIDENTIFIED-COUNT
           END-IF
           DISPLAY "CENTRAL BANK FILE: " WS-CB-REPORT-FILENAME
           GOBACK.

       010-REPORT-UNREPORTED.
           PERFORM UNTIL RETNOTEF-STATUS = 10
               READ RETAINED-NOTES-FILE
                   AT END
                       MOVE 10 TO RETNOTEF-STATUS
                   NOT AT END
                       IF RN-REPORTED-DATE = SPACES
                           PERFORM 020-REPORT-ONE THRU 020-END
                       END-IF
                       WRITE RETAINED-NOTES-OUT-REC
                           FROM RETAINED-NOTE-RECORD
               END-READ
           END-PERFORM.
       010-END.EXIT.

       020-REPORT-ONE.
           MOVE WS-TODAY TO CB-REPORT-DATE
           MOVE RN-REFERENCE TO CB-REFERENCE
           MOVE RN-TERMINAL-ID TO CB-TERMINAL-ID
           MOVE RN-DEPOSIT-DATE TO CB-DEPOSIT-DATE
           MOVE RN-DEPOSIT-TIME TO CB-DEPOSIT-TIME
           MOVE RN-CBU TO CB-CBU
           MOVE RN-DOCUMENT-NUMBER TO CB-DOCUMENT-NUMBER
           MOVE RN-FULL-NAME TO CB-FULL-NAME
           MOVE RN-DENOMINATION TO CB-DENOMINATION
           MOVE RN-QUANTITY TO CB-QUANTITY
           MOVE RN-AMOUNT TO CB-AMOUNT
           MOVE RN-STATUS TO CB-STATUS
           WRITE CB-REPORT-RECORD
           IF CBREPF-STATUS NOT = 00
               DISPLAY "UNABLE TO WRITE " WS-CB-REPORT-FILENAME
                   " - ROW " RN-REF-DATE " " RN-REF-SEQ
                   " LEFT UNREPORTED"
               GO TO 020-END
           END-IF

           MOVE WS-TODAY TO RN-REPORTED-DATE
           ADD 1 TO WS-REPORTED-COUNT
           ADD RN-QUANTITY TO WS-REPORTED-NOTES
           ADD RN-AMOUNT TO WS-REPORTED-TOTAL
           IF RN-DOCUMENT-NUMBER = 0
               ADD 1 TO WS-UNIDENTIFIED-COUNT
           END-IF.
       020-END.EXIT.
       END PROGRAM RETAINED-NOTES-REPORT.
