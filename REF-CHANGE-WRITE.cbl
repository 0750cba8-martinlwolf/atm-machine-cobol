      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared subprogram - the one gateway for queueing a
      *          reference-table change on REF-CHANGES.txt. The
      *          caller fills a REFCHGREC-shaped work area with the
      *          table, key, the row as it stands and as requested,
      *          the effective date and the requesting operator; this
      *          program stamps the request date and time, assigns
      *          the next free sequence under the date, marks the
      *          change pending and appends it. The reference comes
      *          back in the work area for the operator to quote to
      *          the approving supervisor. RETURN-CODE is 8 when the
      *          queue cannot be written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REF-CHANGE-WRITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-CHANGES-FILE ASSIGN TO "REF-CHANGES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFCHGF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REF-CHANGES-FILE.
           COPY REFCHGREC.

       WORKING-STORAGE SECTION.
       01  REFCHGF-STATUS              PIC 9(2).
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-LAST-SEQ                 PIC 9(05) VALUE ZERO.

       LINKAGE SECTION.
           COPY REFCHGREC
               REPLACING ==REF-CHANGE-RECORD== BY ==LK-REF-CHANGE-WORK==
               LEADING ==RC== BY ==LK==.

       PROCEDURE DIVISION USING LK-REF-CHANGE-WORK.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO LK-REF-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO LK-REQUEST-TIME
           PERFORM 010-FIND-LAST-SEQ THRU 010-END

           OPEN EXTEND REF-CHANGES-FILE
           IF REFCHGF-STATUS = 35
               OPEN OUTPUT REF-CHANGES-FILE
           END-IF
           IF REFCHGF-STATUS NOT = 00
               DISPLAY "REFERENCE CHANGE QUEUE UNAVAILABLE - CHANGE "
                   "NOT QUEUED"
               DISPLAY "FS-STATUS: " REFCHGF-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-LAST-SEQ
           MOVE WS-LAST-SEQ TO LK-REF-SEQ
           SET LK-IS-PENDING TO TRUE
           MOVE SPACES TO LK-DECISION-OPERATOR
           MOVE SPACES TO LK-DECISION-DATE
           MOVE SPACES TO LK-APPLIED-DATE
           MOVE SPACES TO LK-APPLIED-TIME
           WRITE REF-CHANGE-RECORD FROM LK-REF-CHANGE-WORK
           CLOSE REF-CHANGES-FILE
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *    Highest sequence already queued under today's date - the
      *    queue only ever grows by a handful of rows a day.
       010-FIND-LAST-SEQ.
           MOVE 0 TO WS-LAST-SEQ
           OPEN INPUT REF-CHANGES-FILE
           IF REFCHGF-STATUS NOT = 00
               GO TO 010-END
           END-IF
           PERFORM UNTIL REFCHGF-STATUS = 10
               READ REF-CHANGES-FILE
                   AT END
                       MOVE 10 TO REFCHGF-STATUS
                   NOT AT END
                       IF RC-REF-DATE = LK-REF-DATE
                           AND RC-REF-SEQ > WS-LAST-SEQ
                           MOVE RC-REF-SEQ TO WS-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REF-CHANGES-FILE.
       010-END.EXIT.
       END PROGRAM REF-CHANGE-WRITE.
