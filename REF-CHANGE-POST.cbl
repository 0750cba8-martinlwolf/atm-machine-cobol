      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly job, run by END-OF-DAY ahead of everything
      *          else: puts into force every approved reference-table
      *          change on REF-CHANGES.txt whose effective date has
      *          arrived (tonight's date or earlier - a night that was
      *          missed catches up), through REF-CHANGE-APPLY, so the
      *          posting chain and the next day's sessions run on the
      *          new fees, products, GL mappings, rates, terminal
      *          profiles and controls. A change whose table cannot be
      *          written stays approved and is tried again the next
      *          night. Pending, rejected and already applied changes
      *          are carried over untouched - they are the history.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REF-CHANGE-POST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-CHANGES-FILE ASSIGN TO "REF-CHANGES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFCHGF-STATUS.
           SELECT REF-CHANGES-OUT ASSIGN TO "REF-CHANGES.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFCHGOUTF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REF-CHANGES-FILE.
           COPY REFCHGREC.

       FD  REF-CHANGES-OUT.
       01  REF-CHANGES-OUT-REC         PIC X(433).

       WORKING-STORAGE SECTION.
       01  REFCHGF-STATUS               PIC 9(2).
       01  REFCHGOUTF-STATUS            PIC 9(2).
       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-TODAY                     PIC X(08).
       01  WS-APPLIED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-FAILED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-DELETE-STATUS             PIC S9(9) COMP-5.
       01  WS-RENAME-STATUS             PIC S9(9) COMP-5.
       01  WS-APPLY-RESULT              PIC X(01).
           88 WS-APPLY-OK                   VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "REF-CHANGE-POST - APPLY DUE REFERENCE CHANGES"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY
           MOVE 0 TO WS-APPLIED-COUNT
           MOVE 0 TO WS-FAILED-COUNT

           OPEN INPUT REF-CHANGES-FILE
           IF REFCHGF-STATUS NOT = 00
               DISPLAY "NO REFERENCE CHANGES ON FILE"
               GOBACK
           END-IF
           OPEN OUTPUT REF-CHANGES-OUT
           IF REFCHGOUTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN REF-CHANGES.txt.new - NO "
                   "CHANGES APPLIED"
               CLOSE REF-CHANGES-FILE
               GOBACK
           END-IF

           PERFORM 010-APPLY-DUE THRU 010-END
           CLOSE REF-CHANGES-FILE
           CLOSE REF-CHANGES-OUT

           CALL "CBL_DELETE_FILE" USING "REF-CHANGES.txt"
               GIVING WS-DELETE-STATUS
           IF WS-DELETE-STATUS NOT = 0
               DISPLAY "UNABLE TO DELETE OLD REF-CHANGES.txt, "
                   "ABORTING BEFORE RENAME"
               DISPLAY "DELETE STATUS: " WS-DELETE-STATUS
               GOBACK
           END-IF
           CALL "CBL_RENAME_FILE" USING
               "REF-CHANGES.txt.new" "REF-CHANGES.txt"
               GIVING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               DISPLAY "UNABLE TO RENAME REF-CHANGES.txt.new INTO "
                   "PLACE - CHANGE QUEUE MAY BE MISSING"
               DISPLAY "RENAME STATUS: " WS-RENAME-STATUS
               GOBACK
           END-IF

           DISPLAY "REFERENCE CHANGES APPLIED: " WS-APPLIED-COUNT
           DISPLAY "REFERENCE CHANGES FAILED (RETRY TOMORROW): "
               WS-FAILED-COUNT
           GOBACK.

       010-APPLY-DUE.
           PERFORM UNTIL REFCHGF-STATUS = 10
               READ REF-CHANGES-FILE
                   AT END
                       MOVE 10 TO REFCHGF-STATUS
                   NOT AT END
                       IF RC-IS-APPROVED
                           AND RC-EFFECTIVE-DATE NOT > WS-TODAY
                           PERFORM 020-APPLY-ONE THRU 020-END
                       END-IF
                       WRITE REF-CHANGES-OUT-REC
                           FROM REF-CHANGE-RECORD
               END-READ
           END-PERFORM.
       010-END.EXIT.

       020-APPLY-ONE.
           CALL 'REF-CHANGE-APPLY' USING REF-CHANGE-RECORD
               WS-APPLY-RESULT
           IF WS-APPLY-OK
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "APPLIED " RC-REF-DATE " " RC-REF-SEQ " "
                   RC-TABLE-NAME " " RC-TABLE-KEY
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "NOT APPLIED " RC-REF-DATE " " RC-REF-SEQ " "
                   RC-TABLE-NAME " " RC-TABLE-KEY
           END-IF.
       020-END.EXIT.
       END PROGRAM REF-CHANGE-POST.
