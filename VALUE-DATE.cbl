      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared subprogram - the one place an item's value
      *          date is worked out. The caller names the movement
      *          type (ICH interbank transfer, CHK check deposit, DEP
      *          held cash deposit) and the date and time the item
      *          was keyed; the answer is the business date the item
      *          counts from. An item keyed at or after its movement
      *          type's cut-off time takes the next day, and a value
      *          date falling on a PROCESSING-CALENDAR.txt holiday
      *          rolls forward to the next date that is not one. Each
      *          cut-off is a one-line control file holding HHMMSS
      *          (ICH-CUTOFF.txt, CHECK-CUTOFF.txt,
      *          DEPOSIT-CUTOFF.txt, set through CONTROL-SET); zero,
      *          no file or a value that is not a time of day means
      *          the built-in default below. A missing calendar just
      *          means no holidays - like END-OF-DAY, a thin calendar
      *          never stops the posting flow.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALUE-DATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "PROCESSING-CALENDAR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALF-STATUS.
      *    Free-form so the operator can type a plain number.
           SELECT CUTOFF-FILE ASSIGN TO WS-CUTOFF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUTOFFF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  CUTOFF-FILE.
       01  CUTOFF-RECORD.
           05 CO-CUTOFF-TEXT           PIC X(20).

       WORKING-STORAGE SECTION.
       01  CALF-STATUS                 PIC 9(2).
       01  CUTOFFF-STATUS              PIC 9(2).
       01  WS-CUTOFF-FILENAME          PIC X(30).
      *    Built-in cut-offs: the network closes its interbank window
      *    at 18:00 and takes checks for the night's presentment until
      *    15:00. Held cash deposits have no cut-off unless one is
      *    set - 240000 is never reached.
       01  WS-ICH-DEFAULT-CUTOFF       PIC 9(06) VALUE 180000.
       01  WS-CHK-DEFAULT-CUTOFF       PIC 9(06) VALUE 150000.
       01  WS-DEP-DEFAULT-CUTOFF       PIC 9(06) VALUE 240000.
       01  WS-CUTOFF-TIME              PIC 9(06).
       01  WS-KEYED-TIME               PIC 9(06).
       01  WS-VALUE-DATE-NUM           PIC 9(08).
       01  WS-VALUE-DATE-INT           PIC 9(08).
       01  WS-ROLL-COUNT               PIC 9(03).
       01  WS-HOLIDAY-FLAG             PIC X(01).
           88 WS-IS-HOLIDAY                VALUE "Y".
           88 WS-NOT-HOLIDAY               VALUE "N".
      *    Holidays on or after the keyed date, loaded once per call
      *    so the roll-forward never re-reads the calendar.
       01  WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-COUNT          PIC 9(03) VALUE ZERO.
           05 WS-HOLIDAY-DATE           PIC X(08) OCCURS 400 TIMES
               INDEXED BY IDX-HOL.

       LINKAGE SECTION.
       01  LK-MOVEMENT-TYPE            PIC X(03).
       01  LK-KEYED-DATE               PIC X(08).
       01  LK-KEYED-TIME               PIC X(06).
       01  LK-VALUE-DATE               PIC X(08).

       PROCEDURE DIVISION USING LK-MOVEMENT-TYPE LK-KEYED-DATE
           LK-KEYED-TIME LK-VALUE-DATE.
       MAIN-PROCEDURE.
           MOVE LK-KEYED-DATE TO LK-VALUE-DATE
           PERFORM 010-READ-CUTOFF THRU 010-END
           PERFORM 020-LOAD-HOLIDAYS THRU 020-END

           MOVE LK-KEYED-DATE TO WS-VALUE-DATE-NUM
           COMPUTE WS-VALUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-VALUE-DATE-NUM)
           IF LK-KEYED-TIME IS NUMERIC
               MOVE LK-KEYED-TIME TO WS-KEYED-TIME
               IF WS-KEYED-TIME >= WS-CUTOFF-TIME
                   ADD 1 TO WS-VALUE-DATE-INT
               END-IF
           END-IF

      *    A year of back-to-back holidays is a broken calendar, not
      *    a closure - the roll stops there rather than loop.
           MOVE 0 TO WS-ROLL-COUNT
           PERFORM 030-CHECK-HOLIDAY THRU 030-END
           PERFORM UNTIL WS-NOT-HOLIDAY OR WS-ROLL-COUNT > 366
               ADD 1 TO WS-VALUE-DATE-INT
               ADD 1 TO WS-ROLL-COUNT
               PERFORM 030-CHECK-HOLIDAY THRU 030-END
           END-PERFORM
           MOVE FUNCTION DATE-OF-INTEGER(WS-VALUE-DATE-INT)
               TO WS-VALUE-DATE-NUM
           MOVE WS-VALUE-DATE-NUM TO LK-VALUE-DATE
           GOBACK.

       010-READ-CUTOFF.
           EVALUATE LK-MOVEMENT-TYPE
               WHEN "ICH"
                   MOVE "ICH-CUTOFF.txt" TO WS-CUTOFF-FILENAME
                   MOVE WS-ICH-DEFAULT-CUTOFF TO WS-CUTOFF-TIME
               WHEN "CHK"
                   MOVE "CHECK-CUTOFF.txt" TO WS-CUTOFF-FILENAME
                   MOVE WS-CHK-DEFAULT-CUTOFF TO WS-CUTOFF-TIME
               WHEN OTHER
                   MOVE "DEPOSIT-CUTOFF.txt" TO WS-CUTOFF-FILENAME
                   MOVE WS-DEP-DEFAULT-CUTOFF TO WS-CUTOFF-TIME
           END-EVALUATE

           OPEN INPUT CUTOFF-FILE
           IF CUTOFFF-STATUS NOT = 00
               GO TO 010-END
           END-IF
           READ CUTOFF-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FUNCTION TEST-NUMVAL(CO-CUTOFF-TEXT) = 0
                       AND FUNCTION NUMVAL(CO-CUTOFF-TEXT) > 0
                       AND FUNCTION NUMVAL(CO-CUTOFF-TEXT) < 240000
                       COMPUTE WS-CUTOFF-TIME =
                           FUNCTION NUMVAL(CO-CUTOFF-TEXT)
                   END-IF
           END-READ
           CLOSE CUTOFF-FILE.
       010-END.EXIT.

       020-LOAD-HOLIDAYS.
           MOVE 0 TO WS-HOLIDAY-COUNT
           OPEN INPUT CALENDAR-FILE
           IF CALF-STATUS NOT = 00
               GO TO 020-END
           END-IF
           PERFORM UNTIL CALF-STATUS = 10
               READ CALENDAR-FILE
                   AT END
                       MOVE 10 TO CALF-STATUS
                   NOT AT END
                       IF CAL-IS-HOLIDAY
                           AND CAL-DATE NOT < LK-KEYED-DATE
                           AND WS-HOLIDAY-COUNT < 400
                           ADD 1 TO WS-HOLIDAY-COUNT
                           MOVE CAL-DATE
                               TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.
       020-END.EXIT.

       030-CHECK-HOLIDAY.
           SET WS-NOT-HOLIDAY TO TRUE
           MOVE FUNCTION DATE-OF-INTEGER(WS-VALUE-DATE-INT)
               TO WS-VALUE-DATE-NUM
           PERFORM VARYING IDX-HOL FROM 1 BY 1
               UNTIL IDX-HOL > WS-HOLIDAY-COUNT
               OR WS-IS-HOLIDAY
               IF WS-HOLIDAY-DATE(IDX-HOL) = WS-VALUE-DATE-NUM
                   SET WS-IS-HOLIDAY TO TRUE
               END-IF
           END-PERFORM.
       030-END.EXIT.
       END PROGRAM VALUE-DATE.
