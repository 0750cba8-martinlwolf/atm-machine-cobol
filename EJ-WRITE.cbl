      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared subprogram - the one gateway for appending a
      *          row to an ATM electronic journal. The caller fills an
      *          EJRNREC-shaped work area with the session ID, card,
      *          CBU, event type, detail and amount; the row's own date
      *          and time are stamped here and it is appended to the
      *          journal of the session's terminal and start day
      *          (EJ-<terminal>-<YYYYMMDD>.txt), so a session running
      *          past midnight, or closed at a later start-up after a
      *          power loss, still files in one place. A journal
      *          started for the first time is registered on
      *          EJ-INDEX.txt. Journaling must never take a session
      *          down, so failures are reported to the console and
      *          swallowed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJ-WRITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EJOURNAL-FILE ASSIGN TO WS-EJ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EJRNF-STATUS.
           SELECT EJ-INDEX-FILE ASSIGN TO "EJ-INDEX.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EJINDXF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EJOURNAL-FILE.
           COPY EJRNREC.

       FD  EJ-INDEX-FILE.
           COPY EJINDEX.

       WORKING-STORAGE SECTION.
       01  EJRNF-STATUS                PIC 9(2).
       01  EJINDXF-STATUS              PIC 9(2).
       01  WS-EJ-FILENAME              PIC X(40).
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-NEW-JOURNAL-FLAG         PIC X(01).
           88 WS-NEW-JOURNAL               VALUE "Y".
           88 WS-OLD-JOURNAL               VALUE "N".

       LINKAGE SECTION.
           COPY EJRNREC
               REPLACING ==EJOURNAL-RECORD== BY ==LK-EJ-WORK==
               LEADING ==EJ== BY ==LK==.

       PROCEDURE DIVISION USING LK-EJ-WORK.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-EJ-FILENAME
           STRING "EJ-" LK-SESSION-TERMINAL "-" LK-SESSION-DATE
               ".txt" DELIMITED BY SIZE INTO WS-EJ-FILENAME

           SET WS-OLD-JOURNAL TO TRUE
           OPEN EXTEND EJOURNAL-FILE
           IF EJRNF-STATUS = 35
               OPEN OUTPUT EJOURNAL-FILE
               SET WS-NEW-JOURNAL TO TRUE
           END-IF
           IF EJRNF-STATUS NOT = 00
               DISPLAY "ELECTRONIC JOURNAL IS UNAVAILABLE"
               DISPLAY "FS-STATUS: " EJRNF-STATUS
               EXIT PROGRAM
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO LK-DATE
           MOVE WS-CURRENT-DATETIME(9:8) TO LK-TIME
           WRITE EJOURNAL-RECORD FROM LK-EJ-WORK
           CLOSE EJOURNAL-FILE

           IF WS-NEW-JOURNAL
               PERFORM 010-REGISTER-JOURNAL THRU 010-END
           END-IF
           EXIT PROGRAM.

      *    A journal file just came into being - record it so the
      *    inquiry can find it again without a directory listing.
       010-REGISTER-JOURNAL.
           OPEN EXTEND EJ-INDEX-FILE
           IF EJINDXF-STATUS = 35
               OPEN OUTPUT EJ-INDEX-FILE
           END-IF
           IF EJINDXF-STATUS NOT = 00
               DISPLAY "ELECTRONIC JOURNAL INDEX IS UNAVAILABLE"
               DISPLAY "FS-STATUS: " EJINDXF-STATUS
               GO TO 010-END
           END-IF
           MOVE LK-SESSION-TERMINAL TO EI-TERMINAL-ID
           MOVE LK-SESSION-DATE TO EI-DATE
           WRITE EJ-INDEX-RECORD
           CLOSE EJ-INDEX-FILE.
       010-END.EXIT.
       END PROGRAM EJ-WRITE.
