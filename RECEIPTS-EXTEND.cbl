      * Author:
      * Date:
      * Purpose: One-time migration of RECEIPTS.DAT for the appended
      *          fields. The receipt record grew twice - the currency
      *          code (RF-CURRENCY-CODE), then the counter operator
      *          (RF-OPERATOR-ID) - so an existing indexed ledger
      *          cannot be opened under the new layout (record length
      *          mismatch, file status 39). Same discipline as
      *          ACCOUNTS-CONVERT: read the old ledger under its prior
      *          layout, carry every field over, fill what the old
      *          row never carried with spaces (which every reader
      *          treats as the home currency and as no operator),
      *          build a fresh keyed file and swap it into place only
      *          when every row converted. A ledger still on the
      *          original layout and one already carrying the
      *          currency code are both recognized. The old ledger
      *          survives as RECEIPTS.DAT.preextend; a re-run against
      *          an already-extended file stops on the record-length
      *          mismatch before touching anything.
      * Tectonics: cobc
      ******************************************************************
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-KEY
               FILE STATUS IS OLDRCPTF-STATUS.
           SELECT CCY-RECEIPTS-FILE ASSIGN TO "RECEIPTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-KEY
               FILE STATUS IS CCYRCPTF-STATUS.
           SELECT NEW-RECEIPTS-FILE ASSIGN TO "RECEIPTS.DAT.new"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 OR-TERMINAL-ID           PIC X(06).
           05 OR-REF-DATE              PIC X(08).

      *    The receipt row with the currency code, before the
      *    counter operator was appended.
       FD  CCY-RECEIPTS-FILE.
       01  CCY-RECEIPT-RECORD.
           05 OC-KEY.
               10 OC-CBU               PIC 9(22).
               10 OC-DATE              PIC X(08).
               10 OC-SEQ               PIC 9(04).
           05 OC-TRANS-TYPE            PIC X(10).
           05 OC-AMOUNT                PIC 9(18)V99.
           05 OC-RESULTING-BALANCE     PIC 9(18)V99.
           05 OC-TIME                  PIC X(08).
           05 OC-TERMINAL-ID           PIC X(06).
           05 OC-REF-DATE              PIC X(08).
           05 OC-CURRENCY-CODE         PIC X(03).

       FD  NEW-RECEIPTS-FILE.
           COPY RECEIPTREC.

       WORKING-STORAGE SECTION.
       01  OLDRCPTF-STATUS              PIC 9(2).
       01  CCYRCPTF-STATUS              PIC 9(2).
       01  NEWRCPTF-STATUS              PIC 9(2).
       01  WS-CONVERTED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-RENAME-STATUS             PIC S9(9) COMP-5.
       01  WS-ABORT-FLAG                PIC X(01).
           88 WS-CONVERSION-FAILED          VALUE "Y".
           88 WS-CONVERSION-CLEAN           VALUE "N".
       01  WS-PRIOR-LAYOUT              PIC X(01).
           88 WS-PRIOR-IS-ORIGINAL          VALUE "O".
           88 WS-PRIOR-HAS-CURRENCY         VALUE "C".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               "EXTENDED RECORD LAYOUT"
           SET WS-CONVERSION-CLEAN TO TRUE

      *    The original layout first; a length mismatch there means
      *    the ledger may already carry the currency code.
           SET WS-PRIOR-IS-ORIGINAL TO TRUE
           OPEN INPUT OLD-RECEIPTS-FILE
           IF OLDRCPTF-STATUS = 39
               SET WS-PRIOR-HAS-CURRENCY TO TRUE
               OPEN INPUT CCY-RECEIPTS-FILE
               IF CCYRCPTF-STATUS = 39
                   DISPLAY "RECEIPTS.DAT DOES NOT MATCH A PRIOR "
                       "LAYOUT"
                   DISPLAY "(ALREADY EXTENDED?). NOTHING DONE"
                   STOP RUN
               END-IF
               MOVE CCYRCPTF-STATUS TO OLDRCPTF-STATUS
           END-IF
           IF OLDRCPTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN RECEIPTS.DAT"
           OPEN OUTPUT NEW-RECEIPTS-FILE
           IF NEWRCPTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN RECEIPTS.DAT.new"
               PERFORM 090-CLOSE-OLD THRU 090-END
               STOP RUN
           END-IF

           IF WS-PRIOR-IS-ORIGINAL
               PERFORM 010-CONVERT-RECEIPTS THRU 010-END
           ELSE
               PERFORM 030-CONVERT-CCY-RECEIPTS THRU 030-END
           END-IF
           PERFORM 090-CLOSE-OLD THRU 090-END
           CLOSE NEW-RECEIPTS-FILE

           IF WS-CONVERSION-FAILED
           MOVE OR-TIME TO RF-TIME
           MOVE OR-TERMINAL-ID TO RF-TERMINAL-ID
           MOVE OR-REF-DATE TO RF-REF-DATE
      *    The fields the old row never carried: spaces reads as the
      *    home currency and as no counter operator everywhere.
           MOVE SPACES TO RF-CURRENCY-CODE
           MOVE SPACES TO RF-OPERATOR-ID
           PERFORM 040-WRITE-NEW THRU 040-END.
       020-END.EXIT.

       030-CONVERT-CCY-RECEIPTS.
           PERFORM UNTIL CCYRCPTF-STATUS = 10
               READ CCY-RECEIPTS-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO CCYRCPTF-STATUS
                   NOT AT END
                       PERFORM 035-CONVERT-CCY-ONE THRU 035-END
               END-READ
           END-PERFORM.
       030-END.EXIT.

       035-CONVERT-CCY-ONE.
           MOVE OC-CBU TO RF-CBU
           MOVE OC-DATE TO RF-DATE
           MOVE OC-SEQ TO RF-SEQ
           MOVE OC-TRANS-TYPE TO RF-TRANS-TYPE
           MOVE OC-AMOUNT TO RF-AMOUNT
           MOVE OC-RESULTING-BALANCE TO RF-RESULTING-BALANCE
           MOVE OC-TIME TO RF-TIME
           MOVE OC-TERMINAL-ID TO RF-TERMINAL-ID
           MOVE OC-REF-DATE TO RF-REF-DATE
           MOVE OC-CURRENCY-CODE TO RF-CURRENCY-CODE
           MOVE SPACES TO RF-OPERATOR-ID
           PERFORM 040-WRITE-NEW THRU 040-END.
       035-END.EXIT.

      *    A failed write stops whichever read loop is running.
       040-WRITE-NEW.
           WRITE RECEIPT-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING RECEIPT KEY: " RF-KEY
                   SET WS-CONVERSION-FAILED TO TRUE
                   MOVE 10 TO OLDRCPTF-STATUS
                   MOVE 10 TO CCYRCPTF-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
           END-WRITE.
       040-END.EXIT.

       090-CLOSE-OLD.
           IF WS-PRIOR-IS-ORIGINAL
               CLOSE OLD-RECEIPTS-FILE
           ELSE
               CLOSE CCY-RECEIPTS-FILE
           END-IF.
       090-END.EXIT.
       END PROGRAM RECEIPTS-EXTEND.
