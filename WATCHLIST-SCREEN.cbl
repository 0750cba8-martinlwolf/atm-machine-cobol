      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared subprogram - the one place a party is screened
      *          against the sanctions / watch list (WATCH-LIST.txt,
      *          see WATCHLIST-LOAD). The caller passes a name, a
      *          document number and a CBU (zero when not known); the
      *          answer is "M" - possible match, with the list entry
      *          that hit - or "C" for clear. A party is a possible
      *          match when its name equals a listed name (case
      *          ignored), or its non-zero document number or CBU
      *          equals a listed one. Holding, freezing and queuing
      *          the match for review stays with the caller. No list
      *          on file yet screens everything clear - there is
      *          nothing to screen against until the first load.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHLIST-SCREEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST-FILE ASSIGN TO "WATCH-LIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WATCHF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE.
           COPY WATCHREC.

       WORKING-STORAGE SECTION.
       01  WATCHF-STATUS               PIC 9(2).
       01  WS-SCREEN-NAME              PIC X(35).
       01  WS-LISTED-NAME              PIC X(35).
       01  WS-LOWER-CASE               PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE               PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       LINKAGE SECTION.
       01  LK-SCREEN-NAME              PIC X(35).
       01  LK-SCREEN-DOCUMENT          PIC 9(11).
       01  LK-SCREEN-CBU               PIC 9(22).
       01  LK-SCREEN-RESULT            PIC X(01).
       01  LK-WATCH-ENTRY-ID           PIC X(10).

       PROCEDURE DIVISION USING LK-SCREEN-NAME LK-SCREEN-DOCUMENT
           LK-SCREEN-CBU LK-SCREEN-RESULT LK-WATCH-ENTRY-ID.
       MAIN-PROCEDURE.
           MOVE "C" TO LK-SCREEN-RESULT
           MOVE SPACES TO LK-WATCH-ENTRY-ID

           OPEN INPUT WATCH-LIST-FILE
           IF WATCHF-STATUS NOT = 00
               GOBACK
           END-IF

           MOVE LK-SCREEN-NAME TO WS-SCREEN-NAME
           INSPECT WS-SCREEN-NAME
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE

           PERFORM UNTIL WATCHF-STATUS = 10
               READ WATCH-LIST-FILE
                   AT END
                       MOVE 10 TO WATCHF-STATUS
                   NOT AT END
                       PERFORM 010-COMPARE-ENTRY THRU 010-END
               END-READ
           END-PERFORM
           CLOSE WATCH-LIST-FILE
           GOBACK.

      *    The first entry that hits answers the call - the reviewer
      *    only needs one reason to look at the party.
       010-COMPARE-ENTRY.
           MOVE WL-FULL-NAME TO WS-LISTED-NAME
           INSPECT WS-LISTED-NAME
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE

           IF (WS-SCREEN-NAME NOT = SPACES
                   AND WS-SCREEN-NAME = WS-LISTED-NAME)
               OR (LK-SCREEN-DOCUMENT NOT = 0
                   AND LK-SCREEN-DOCUMENT = WL-DOCUMENT-NUMBER)
               OR (LK-SCREEN-CBU NOT = 0
                   AND LK-SCREEN-CBU = WL-CBU)
               MOVE "M" TO LK-SCREEN-RESULT
               MOVE WL-ENTRY-ID TO LK-WATCH-ENTRY-ID
               MOVE 10 TO WATCHF-STATUS
           END-IF.
       010-END.EXIT.
       END PROGRAM WATCHLIST-SCREEN.
