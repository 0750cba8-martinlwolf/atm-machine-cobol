      *          timestamp so a re-run can never match it twice.
      *          Afterwards every row still pending older than the
      *          configured number of days (ICH-ACK-DAYS.txt,
      *          built-in default below), counted from the item's
      *          value date rather than the day it was keyed, goes to
      *          a dated aging report and is called out on the console
      *          so ops can re-transmit or refund. An ack may quote
      *          either the keyed or the value date. Acks matching
      *          nothing are counted and reported - they usually mean
      *          the register was unavailable when the item went out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY ICHOUTS.

       FD  ICH-OUTSTANDING-OUT.
       01  ICH-OUTSTANDING-OUT-REC     PIC X(81).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD.
           05 AG-AMOUNT                PIC 9(18)V99.
           05 AG-SENT-DATE             PIC X(08).
           05 AG-DAYS-OUT              PIC 9(05).
           05 AG-VALUE-DATE            PIC X(08).

       FD  ACK-DAYS-FILE.
       01  ACK-DAYS-RECORD.
       01  WS-PROCESSED-FILENAME        PIC X(40).
       01  WS-ESCALATE-DAYS             PIC 9(03) VALUE 3.
       01  WS-DAYS-OUT                  PIC S9(08).
       01  WS-AGE-FROM-DATE             PIC X(08).
       01  WS-MATCHED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-UNMATCHED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-AGED-COUNT                PIC 9(5) VALUE ZERO.
                   AND WS-ACK-DEST-CBU(IDX-ACK)
                       = OS-DESTINATION-CBU
                   AND WS-ACK-AMOUNT(IDX-ACK) = OS-AMOUNT
                   AND (WS-ACK-SENT-DATE(IDX-ACK) = OS-SENT-DATE
                       OR WS-ACK-SENT-DATE(IDX-ACK) = OS-VALUE-DATE)
                   MOVE "Y" TO WS-ACK-USED(IDX-ACK)
                   SET WS-ACK-MATCHED TO TRUE
               END-IF
               GO TO 030-END
           END-IF

      *    An item sent after the cut-off or over a holiday only
      *    reached the network on its value date - the network owes
      *    no answer for the days before it. A row from before value
      *    dating ages from its sent date.
           ADD 1 TO WS-STILL-PENDING-COUNT
           IF OS-VALUE-DATE = SPACES
               MOVE OS-SENT-DATE TO WS-AGE-FROM-DATE
           ELSE
               MOVE OS-VALUE-DATE TO WS-AGE-FROM-DATE
           END-IF
           COMPUTE WS-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               - FUNCTION INTEGER-OF-DATE(FUNCTION
                   NUMVAL(WS-AGE-FROM-DATE))
           IF WS-DAYS-OUT >= WS-ESCALATE-DAYS
               ADD 1 TO WS-AGED-COUNT
               MOVE OS-SENDER-CBU TO AG-SENDER-CBU
               MOVE OS-AMOUNT TO AG-AMOUNT
               MOVE OS-SENT-DATE TO AG-SENT-DATE
               MOVE WS-DAYS-OUT TO AG-DAYS-OUT
               MOVE WS-AGE-FROM-DATE TO AG-VALUE-DATE
               WRITE AGING-REPORT-RECORD
           END-IF.
       030-END.EXIT.
