      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor workbench for the reference-table change
      *          queue (REF-CHANGES.txt) fed by FEE-SET, PRODUCT-SET,
      *          GL-MAP-SET, FX-RATE-SET, TERMINAL-PROFILE-SET and
      *          CONTROL-SET. Presents each pending change - table,
      *          key, the row as it stood and as requested, effective
      *          date, who asked - for approval or rejection. The
      *          second pair of eyes is the point: a supervisor
      *          cannot decide a change they requested themselves.
      *          An approved change whose effective date has already
      *          arrived goes into its table at once through
      *          REF-CHANGE-APPLY; a future-dated one waits for
      *          END-OF-DAY to apply it on the night of its date.
      *          Every decision is stamped on the change and logged
      *          under the supervisor; the queue is rewritten with the
      *          new statuses, so nothing is ever decided twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REF-CHANGE-APPROVE.
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
       01  WS-INPUT-DECISION            PIC X(01).
       01  WS-APPROVED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-DELETE-STATUS             PIC S9(9) COMP-5.
       01  WS-RENAME-STATUS             PIC S9(9) COMP-5.
       01  WS-APPLY-RESULT              PIC X(01).
           88 WS-APPLY-OK                   VALUE "Y".
       01  WS-VALUE-TEXT                PIC X(150).
      *    Deciding a change is a supervisor act, and every decision
      *    is logged under the supervisor who made it.
       01  WS-REQUIRED-ROLE             PIC X(01) VALUE "S".
       01  WS-OPERATOR-ID               PIC X(08).
       01  WS-SIGNON-RESULT             PIC X(01).
       01  WS-SEC-EVENT-CBU             PIC 9(22) VALUE ZERO.
       01  WS-SEC-EVENT-TYPE            PIC X(16).
       01  WS-SEC-TERMINAL-ID           PIC X(06) VALUE "OPS   ".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "REF-CHANGE-APPROVE - REFERENCE CHANGE APPROVAL"

           CALL 'OPERATOR-SIGNON' USING WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT = "N"
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY

           PERFORM 010-OPEN-FILES THRU 010-END
           PERFORM 020-WORK-QUEUE THRU 020-END
           CLOSE REF-CHANGES-FILE
           CLOSE REF-CHANGES-OUT

           CALL "CBL_DELETE_FILE" USING "REF-CHANGES.txt"
               GIVING WS-DELETE-STATUS
           IF WS-DELETE-STATUS NOT = 0
               DISPLAY "UNABLE TO DELETE OLD REF-CHANGES.txt, "
                   "ABORTING BEFORE RENAME"
               DISPLAY "DELETE STATUS: " WS-DELETE-STATUS
               STOP RUN
           END-IF
           CALL "CBL_RENAME_FILE" USING
               "REF-CHANGES.txt.new" "REF-CHANGES.txt"
               GIVING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               DISPLAY "UNABLE TO RENAME REF-CHANGES.txt.new INTO "
                   "PLACE - CHANGE QUEUE MAY BE MISSING"
               DISPLAY "RENAME STATUS: " WS-RENAME-STATUS
               STOP RUN
           END-IF

           DISPLAY "CHANGES APPROVED: " WS-APPROVED-COUNT
               "  (IN EFFECT NOW: " WS-APPLIED-COUNT ")"
           DISPLAY "CHANGES REJECTED: " WS-REJECTED-COUNT
           DISPLAY "CHANGES LEFT PENDING: " WS-SKIPPED-COUNT
           STOP RUN.

       010-OPEN-FILES.
           OPEN INPUT REF-CHANGES-FILE
           IF REFCHGF-STATUS NOT = 00
               DISPLAY "NO REFERENCE CHANGES ON FILE - NOTHING "
                   "WAITING"
               STOP RUN
           END-IF

           OPEN OUTPUT REF-CHANGES-OUT
           IF REFCHGOUTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN REF-CHANGES.txt.new"
               STOP RUN
           END-IF.
       010-END.EXIT.

       020-WORK-QUEUE.
           PERFORM UNTIL REFCHGF-STATUS = 10
               READ REF-CHANGES-FILE
                   AT END
                       MOVE 10 TO REFCHGF-STATUS
                   NOT AT END
                       IF RC-IS-PENDING
                           PERFORM 030-PRESENT-CHANGE THRU 030-END
                       END-IF
                       WRITE REF-CHANGES-OUT-REC
                           FROM REF-CHANGE-RECORD
               END-READ
           END-PERFORM.
       020-END.EXIT.

       030-PRESENT-CHANGE.
           DISPLAY "-----------------------------------------------"
           DISPLAY "REFERENCE: " RC-REF-DATE " " RC-REF-SEQ
               "  REQUESTED BY " RC-REQUEST-OPERATOR
           DISPLAY "TABLE:     " RC-TABLE-NAME " KEY " RC-TABLE-KEY
           CALL 'REF-CHANGE-FORMAT' USING RC-TABLE-NAME RC-OLD-VALUE
               WS-VALUE-TEXT
           DISPLAY "NOW:       " WS-VALUE-TEXT
           CALL 'REF-CHANGE-FORMAT' USING RC-TABLE-NAME RC-NEW-VALUE
               WS-VALUE-TEXT
           DISPLAY "REQUESTED: " WS-VALUE-TEXT
           DISPLAY "EFFECTIVE: " RC-EFFECTIVE-DATE

           IF RC-REQUEST-OPERATOR = WS-OPERATOR-ID
               DISPLAY "YOUR OWN REQUEST - ANOTHER SUPERVISOR MUST "
                   "DECIDE IT"
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 030-END
           END-IF

           DISPLAY "DECISION? A-APPROVE X-REJECT S-SKIP"
           ACCEPT WS-INPUT-DECISION

           EVALUATE WS-INPUT-DECISION
               WHEN "A"
                   PERFORM 040-APPROVE-CHANGE THRU 040-END
               WHEN "X"
                   PERFORM 050-REJECT-CHANGE THRU 050-END
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE.
       030-END.EXIT.

      *    Approved: a change already due goes into its table now;
      *    if the table cannot be written it stays approved and the
      *    night run tries again.
       040-APPROVE-CHANGE.
           SET RC-IS-APPROVED TO TRUE
           MOVE WS-OPERATOR-ID TO RC-DECISION-OPERATOR
           MOVE WS-TODAY TO RC-DECISION-DATE
           ADD 1 TO WS-APPROVED-COUNT
           MOVE "REFCHG-APPROVE" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING WS-SEC-EVENT-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID

           IF RC-EFFECTIVE-DATE > WS-TODAY
               DISPLAY "APPROVED - TAKES EFFECT ON "
                   RC-EFFECTIVE-DATE
               GO TO 040-END
           END-IF

           CALL 'REF-CHANGE-APPLY' USING REF-CHANGE-RECORD
               WS-APPLY-RESULT
           IF WS-APPLY-OK
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "APPROVED - NOW IN EFFECT"
           ELSE
               DISPLAY "APPROVED - TABLE COULD NOT BE UPDATED, "
                   "END-OF-DAY WILL RETRY"
           END-IF.
       040-END.EXIT.

       050-REJECT-CHANGE.
           SET RC-IS-REJECTED TO TRUE
           MOVE WS-OPERATOR-ID TO RC-DECISION-OPERATOR
           MOVE WS-TODAY TO RC-DECISION-DATE
           ADD 1 TO WS-REJECTED-COUNT
           MOVE "REFCHG-REJECT" TO WS-SEC-EVENT-TYPE
           CALL 'SEC-EVENT-LOG' USING WS-SEC-EVENT-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID
           DISPLAY "REJECTED".
       050-END.EXIT.
       END PROGRAM REF-CHANGE-APPROVE.
