      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared subprogram - the one gateway for parking an
      *          item on the suspense queue (SUSPENSE.txt). The
      *          caller fills a SUSPREC-shaped work area with the
      *          park date in SQ-REF-DATE and everything describing
      *          the item; this program assigns the next free
      *          sequence under that date, opens the item and appends
      *          it. The last sequence used is remembered between
      *          calls, so a batch parking many items reads the queue
      *          once, not once per item.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-WRITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       WORKING-STORAGE SECTION.
       01  SUSPF-STATUS                PIC 9(2).
       01  WS-SEQ-DATE                 PIC X(08) VALUE SPACES.
       01  WS-LAST-SEQ                 PIC 9(05) VALUE ZERO.

       LINKAGE SECTION.
           COPY SUSPREC
               REPLACING ==SUSPENSE-RECORD== BY ==LK-SUSPENSE-WORK==
               LEADING ==SQ== BY ==LK==.

       PROCEDURE DIVISION USING LK-SUSPENSE-WORK.
       MAIN-PROCEDURE.
           IF LK-REF-DATE NOT = WS-SEQ-DATE
               PERFORM 010-FIND-LAST-SEQ THRU 010-END
           END-IF

           OPEN EXTEND SUSPENSE-FILE
           IF SUSPF-STATUS = 35
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           IF SUSPF-STATUS NOT = 00
               DISPLAY "SUSPENSE QUEUE UNAVAILABLE - ITEM NOT PARKED "
                   "FOR CBU " LK-CBU
               DISPLAY "FS-STATUS: " SUSPF-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-LAST-SEQ
           MOVE WS-LAST-SEQ TO LK-REF-SEQ
           MOVE "O" TO LK-STATUS
           MOVE SPACES TO LK-RESOLVED-DATE
           MOVE 0 TO LK-RESOLVED-CBU
           MOVE SPACES TO LK-CLOSE-GL-TYPE
           MOVE SPACES TO LK-RESOLVED-OPERATOR
           IF LK-CURRENCY-CODE = SPACES
               MOVE "ARS" TO LK-CURRENCY-CODE
           END-IF
           WRITE SUSPENSE-RECORD FROM LK-SUSPENSE-WORK
           CLOSE SUSPENSE-FILE
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *    Highest sequence already parked under this date - the
      *    queue is small and worked down daily, so one pass is cheap.
       010-FIND-LAST-SEQ.
           MOVE LK-REF-DATE TO WS-SEQ-DATE
           MOVE 0 TO WS-LAST-SEQ
           OPEN INPUT SUSPENSE-FILE
           IF SUSPF-STATUS NOT = 00
               GO TO 010-END
           END-IF
           PERFORM UNTIL SUSPF-STATUS = 10
               READ SUSPENSE-FILE
                   AT END
                       MOVE 10 TO SUSPF-STATUS
                   NOT AT END
                       IF SQ-REF-DATE = WS-SEQ-DATE
                           AND SQ-REF-SEQ > WS-LAST-SEQ
                           MOVE SQ-REF-SEQ TO WS-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE.
       010-END.EXIT.
       END PROGRAM SUSPENSE-WRITE.
