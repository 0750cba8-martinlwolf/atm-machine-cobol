      ******************************************************************
      * Author:
      * Date:
      * Purpose: Change-history report for one reference table, off
      *          the change queue REF-CHANGES.txt. Lists every change
      *          to the table (or to one key of it) - requested,
      *          approved, rejected or applied - with the row before
      *          and after, who asked, who decided, the effective date
      *          and when it actually went into the table, on the
      *          console and in REF-HISTORY-<table>-YYYYMMDD.txt.
      *          Given a key and an as-of date it also answers audit's
      *          question directly: the value in force at the close of
      *          that date and the change (requester, approver, time
      *          applied) that put it there. The answer goes by when a
      *          change was applied, not by its effective date - a
      *          change approved late was not in force before it was
      *          applied. When the only changes on record were applied
      *          after the date, the value before the first of them
      *          is the one that was in force.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REF-CHANGE-HISTORY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-CHANGES-FILE ASSIGN TO "REF-CHANGES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFCHGF-STATUS.
           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REF-CHANGES-FILE.
           COPY REFCHGREC.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 RH-REFERENCE             PIC X(13).
           05 RH-TABLE-KEY             PIC X(30).
           05 RH-STATUS                PIC X(08).
           05 RH-EFFECTIVE-DATE        PIC X(08).
           05 RH-APPLIED-DATE          PIC X(08).
           05 RH-APPLIED-TIME          PIC X(06).
           05 RH-REQUESTED-BY          PIC X(08).
           05 RH-DECIDED-BY            PIC X(08).
           05 RH-OLD-VALUE             PIC X(150).
           05 RH-NEW-VALUE             PIC X(150).

       WORKING-STORAGE SECTION.
       01  REFCHGF-STATUS               PIC 9(2).
       01  HISTF-STATUS                 PIC 9(2).
       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-TODAY                     PIC X(08).
       01  WS-HISTORY-FILENAME          PIC X(50).
       01  WS-INPUT-OPTION              PIC 9(01).
       01  WS-INPUT-KEY                 PIC X(30).
       01  WS-INPUT-AS-OF               PIC X(08).
       01  WS-TABLE-NAME                PIC X(16).
       01  WS-TABLE-IDX                 PIC 9(01).
       01  WS-LISTED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-STATUS-TEXT               PIC X(08).
       01  WS-OLD-TEXT                  PIC X(150).
       01  WS-NEW-TEXT                  PIC X(150).
      *    The reference tables under change control.
       01  WS-TABLE-NAMES.
           05 FILLER                    PIC X(16) VALUE "FEES".
           05 FILLER                    PIC X(16) VALUE "PRODUCTS".
           05 FILLER                    PIC X(16) VALUE "GL-MAP".
           05 FILLER                    PIC X(16) VALUE "FX-RATES".
           05 FILLER                    PIC X(16)
               VALUE "TERMINAL-PROFILE".
           05 FILLER                    PIC X(16) VALUE "CONTROL".
       01  WS-TABLE-NAME-TABLE REDEFINES WS-TABLE-NAMES.
           05 WS-TABLE-ENTRY            PIC X(16) OCCURS 6 TIMES.
      *    As-of answer: the latest change applied by the close of the
      *    date, and failing that the first one applied after it.
       01  WS-AS-OF-STAMP               PIC X(14).
       01  WS-ROW-STAMP                 PIC X(14).
       01  WS-BEFORE-FLAG               PIC X(01) VALUE "N".
           88 WS-HAVE-BEFORE                VALUE "Y".
       01  WS-BEFORE-STAMP              PIC X(14).
           COPY REFCHGREC
               REPLACING ==REF-CHANGE-RECORD== BY ==WS-BEFORE-CHANGE==
               LEADING ==RC== BY ==WB==.
       01  WS-AFTER-FLAG                PIC X(01) VALUE "N".
           88 WS-HAVE-AFTER                 VALUE "Y".
       01  WS-AFTER-STAMP               PIC X(14).
           COPY REFCHGREC
               REPLACING ==REF-CHANGE-RECORD== BY ==WS-AFTER-CHANGE==
               LEADING ==RC== BY ==WA==.
       01  WS-REQUIRED-ROLE             PIC X(01) VALUE "T".
       01  WS-OPERATOR-ID               PIC X(08).
       01  WS-SIGNON-RESULT             PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "REF-CHANGE-HISTORY - REFERENCE CHANGE HISTORY"
           CALL 'OPERATOR-SIGNON' USING WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT = "N"
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY

           PERFORM 010-ACCEPT-SELECTION THRU 010-END

           OPEN INPUT REF-CHANGES-FILE
           IF REFCHGF-STATUS NOT = 00
               DISPLAY "NO REFERENCE CHANGES ON FILE"
               STOP RUN
           END-IF
           STRING "REF-HISTORY-" FUNCTION TRIM(WS-TABLE-NAME) "-"
               WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-HISTORY-FILENAME
           OPEN OUTPUT HISTORY-FILE
           IF HISTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN " WS-HISTORY-FILENAME
               DISPLAY "FS-STATUS: " HISTF-STATUS
               CLOSE REF-CHANGES-FILE
               STOP RUN
           END-IF

           PERFORM 020-LIST-CHANGES THRU 020-END
           CLOSE REF-CHANGES-FILE
           CLOSE HISTORY-FILE

           DISPLAY "CHANGES LISTED: " WS-LISTED-COUNT
           DISPLAY "REPORT FILE: " WS-HISTORY-FILENAME
           IF WS-INPUT-AS-OF NOT = SPACES
               PERFORM 040-ANSWER-AS-OF THRU 040-END
           END-IF
           STOP RUN.

       010-ACCEPT-SELECTION.
           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
               UNTIL WS-TABLE-IDX > 6
               DISPLAY WS-TABLE-IDX "." WS-TABLE-ENTRY(WS-TABLE-IDX)
           END-PERFORM
           DISPLAY "ENTER THE NUMBER OF THE TABLE"
           ACCEPT WS-INPUT-OPTION
           IF WS-INPUT-OPTION < 1 OR WS-INPUT-OPTION > 6
               DISPLAY "INVALID OPTION"
               STOP RUN
           END-IF
           MOVE WS-TABLE-ENTRY(WS-INPUT-OPTION) TO WS-TABLE-NAME

           DISPLAY "ENTER THE KEY (FEE CODE, PRODUCT, TERMINAL, ...) "
               "OR BLANK FOR THE WHOLE TABLE"
           MOVE SPACES TO WS-INPUT-KEY
           ACCEPT WS-INPUT-KEY

           DISPLAY "VALUE AS OF WHAT DATE (YYYYMMDD)? BLANK FOR "
               "HISTORY ONLY"
           MOVE SPACES TO WS-INPUT-AS-OF
           ACCEPT WS-INPUT-AS-OF
           IF WS-INPUT-AS-OF = SPACES
               GO TO 010-END
           END-IF
           IF WS-INPUT-KEY = SPACES
               DISPLAY "AN AS-OF DATE NEEDS A KEY"
               STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
               FUNCTION NUMVAL(WS-INPUT-AS-OF)) NOT = 0
               DISPLAY "INVALID DATE"
               STOP RUN
           END-IF
           STRING WS-INPUT-AS-OF "235959"
               DELIMITED BY SIZE INTO WS-AS-OF-STAMP.
       010-END.EXIT.

       020-LIST-CHANGES.
           PERFORM UNTIL REFCHGF-STATUS = 10
               READ REF-CHANGES-FILE
                   AT END
                       MOVE 10 TO REFCHGF-STATUS
                   NOT AT END
                       IF RC-TABLE-NAME = WS-TABLE-NAME
                           AND (WS-INPUT-KEY = SPACES
                               OR RC-TABLE-KEY = WS-INPUT-KEY)
                           PERFORM 030-LIST-ONE THRU 030-END
                       END-IF
               END-READ
           END-PERFORM.
       020-END.EXIT.

       030-LIST-ONE.
           EVALUATE TRUE
               WHEN RC-IS-PENDING
                   MOVE "PENDING" TO WS-STATUS-TEXT
               WHEN RC-IS-APPROVED
                   MOVE "APPROVED" TO WS-STATUS-TEXT
               WHEN RC-IS-REJECTED
                   MOVE "REJECTED" TO WS-STATUS-TEXT
               WHEN RC-IS-APPLIED
                   MOVE "APPLIED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE
           CALL 'REF-CHANGE-FORMAT' USING RC-TABLE-NAME RC-OLD-VALUE
               WS-OLD-TEXT
           CALL 'REF-CHANGE-FORMAT' USING RC-TABLE-NAME RC-NEW-VALUE
               WS-NEW-TEXT

           DISPLAY "-----------------------------------------------"
           DISPLAY RC-REF-DATE " " RC-REF-SEQ " " RC-TABLE-KEY " "
               WS-STATUS-TEXT
           DISPLAY "  EFFECTIVE " RC-EFFECTIVE-DATE
               "  REQUESTED BY " RC-REQUEST-OPERATOR
               "  DECIDED BY " RC-DECISION-OPERATOR
           IF RC-IS-APPLIED
               DISPLAY "  APPLIED " RC-APPLIED-DATE " "
                   RC-APPLIED-TIME
           END-IF
           DISPLAY "  FROM: " WS-OLD-TEXT
           DISPLAY "  TO:   " WS-NEW-TEXT

           MOVE SPACES TO HISTORY-RECORD
           STRING RC-REF-DATE RC-REF-SEQ
               DELIMITED BY SIZE INTO RH-REFERENCE
           MOVE RC-TABLE-KEY TO RH-TABLE-KEY
           MOVE WS-STATUS-TEXT TO RH-STATUS
           MOVE RC-EFFECTIVE-DATE TO RH-EFFECTIVE-DATE
           MOVE RC-APPLIED-DATE TO RH-APPLIED-DATE
           MOVE RC-APPLIED-TIME TO RH-APPLIED-TIME
           MOVE RC-REQUEST-OPERATOR TO RH-REQUESTED-BY
           MOVE RC-DECISION-OPERATOR TO RH-DECIDED-BY
           MOVE WS-OLD-TEXT TO RH-OLD-VALUE
           MOVE WS-NEW-TEXT TO RH-NEW-VALUE
           WRITE HISTORY-RECORD
           ADD 1 TO WS-LISTED-COUNT

           IF WS-INPUT-AS-OF = SPACES OR NOT RC-IS-APPLIED
               GO TO 030-END
           END-IF
           STRING RC-APPLIED-DATE RC-APPLIED-TIME
               DELIMITED BY SIZE INTO WS-ROW-STAMP
           IF WS-ROW-STAMP NOT > WS-AS-OF-STAMP
               IF NOT WS-HAVE-BEFORE OR WS-ROW-STAMP > WS-BEFORE-STAMP
                   SET WS-HAVE-BEFORE TO TRUE
                   MOVE WS-ROW-STAMP TO WS-BEFORE-STAMP
                   MOVE REF-CHANGE-RECORD TO WS-BEFORE-CHANGE
               END-IF
           ELSE
               IF NOT WS-HAVE-AFTER OR WS-ROW-STAMP < WS-AFTER-STAMP
                   SET WS-HAVE-AFTER TO TRUE
                   MOVE WS-ROW-STAMP TO WS-AFTER-STAMP
                   MOVE REF-CHANGE-RECORD TO WS-AFTER-CHANGE
               END-IF
           END-IF.
       030-END.EXIT.

       040-ANSWER-AS-OF.
           DISPLAY "==============================================="
           DISPLAY WS-TABLE-NAME " " WS-INPUT-KEY
           DISPLAY "IN FORCE AT THE CLOSE OF " WS-INPUT-AS-OF ":"
           IF WS-HAVE-BEFORE
               CALL 'REF-CHANGE-FORMAT' USING WB-TABLE-NAME
                   WB-NEW-VALUE WS-NEW-TEXT
               DISPLAY "  " WS-NEW-TEXT
               DISPLAY "  SET BY CHANGE " WB-REF-DATE " " WB-REF-SEQ
               DISPLAY "  REQUESTED BY " WB-REQUEST-OPERATOR
                   "  APPROVED BY " WB-DECISION-OPERATOR
               DISPLAY "  APPLIED " WB-APPLIED-DATE " "
                   WB-APPLIED-TIME
               GO TO 040-END
           END-IF
           IF WS-HAVE-AFTER
               CALL 'REF-CHANGE-FORMAT' USING WA-TABLE-NAME
                   WA-OLD-VALUE WS-OLD-TEXT
               DISPLAY "  " WS-OLD-TEXT
               DISPLAY "  SET BEFORE CHANGE CONTROL - FIRST CHANGED BY "
                   WA-REF-DATE " " WA-REF-SEQ
               DISPLAY "  APPLIED " WA-APPLIED-DATE " "
                   WA-APPLIED-TIME
               GO TO 040-END
           END-IF
           DISPLAY "  NO CHANGE ON RECORD - THE VALUE NOW IN THE "
               "TABLE HAS ALWAYS APPLIED".
       040-END.EXIT.
       END PROGRAM REF-CHANGE-HISTORY.
