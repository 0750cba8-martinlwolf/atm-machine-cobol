      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end tax filing job (a monthly row on
      *          JOB-SCHEDULE.txt, after MONTHLY-MAINTENANCE). Reads
      *          the month's rows off the tax ledger (TAX-LEDGER.txt,
      *          written by TAX-WRITE at posting time), rolls them up
      *          per customer, tax type and currency, and writes the
      *          fixed-format return for the tax authority,
      *          TAX-RETURN-YYYYMM.txt: document number, tax base and
      *          tax collected per customer. Accounts with no
      *          customer on file stand alone under their own CBU,
      *          as CTR-REPORT does. Alongside it the control report
      *          TAX-CONTROL-YYYYMM.txt ties each tax type three
      *          ways - collected on the ledger, TAX-DBCR / TAX-WHT
      *          rows on RECEIPTS.DAT, and the debit lines the month's
      *          GL-JOURNAL-YYYYMMDD.txt files booked for them - so a
      *          filing that does not agree with the books is caught
      *          before it goes out. Rerunnable: both files are
      *          rebuilt from scratch every run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-RETURN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-LEDGER-FILE ASSIGN TO "TAX-LEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXLEDGF-STATUS.
           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS CUSTF-STATUS.
           SELECT RECEIPTS-FILE ASSIGN TO "RECEIPTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-KEY
               FILE STATUS IS RECEIPTSF-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNALF-STATUS.
           SELECT RETURN-FILE ASSIGN TO WS-RETURN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURNF-STATUS.
           SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROLF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-LEDGER-FILE.
           COPY TAXLEDG.

       FD  CUSTOMERS-FILE.
           COPY CUSTREC.

       FD  RECEIPTS-FILE.
           COPY RECEIPTREC.

      *    GL-JOURNAL's dated journal layout.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JL-GL-ACCOUNT            PIC 9(08).
           05 JL-DR-CR                 PIC X(02).
           05 JL-AMOUNT                PIC 9(18)V99.
           05 JL-CBU                   PIC 9(22).
           05 JL-TRANS-TYPE            PIC X(10).
           05 JL-DATE                  PIC X(08).
           05 JL-CURRENCY-CODE         PIC X(03).

       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05 TR-PERIOD                PIC X(06).
           05 TR-CUSTOMER-ID           PIC 9(08).
           05 TR-DOCUMENT-NUMBER       PIC 9(11).
           05 TR-FULL-NAME             PIC X(35).
           05 TR-TAX-TYPE              PIC X(10).
           05 TR-CURRENCY-CODE         PIC X(03).
           05 TR-TAX-BASE              PIC 9(18)V99.
           05 TR-TAX-COLLECTED         PIC 9(18)V99.

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 TC-PERIOD                PIC X(06).
           05 TC-TAX-TYPE              PIC X(10).
           05 TC-LEDGER-DUE            PIC 9(18)V99.
           05 TC-LEDGER-COLLECTED      PIC 9(18)V99.
           05 TC-RECEIPTS-TOTAL        PIC 9(18)V99.
           05 TC-GL-DEBITS             PIC 9(18)V99.
           05 TC-GL-CREDITS            PIC 9(18)V99.
           05 TC-RESULT                PIC X(08).

       WORKING-STORAGE SECTION.
       01  TAXLEDGF-STATUS              PIC 9(2).
       01  CUSTF-STATUS                 PIC 9(2).
       01  RECEIPTSF-STATUS             PIC 9(2).
       01  JOURNALF-STATUS              PIC 9(2).
       01  RETURNF-STATUS               PIC 9(2).
       01  CONTROLF-STATUS              PIC 9(2).

       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-TODAY                     PIC X(08).
       01  WS-PERIOD                    PIC X(06).
       01  WS-JOURNAL-FILENAME          PIC X(40).
       01  WS-RETURN-FILENAME           PIC X(40).
       01  WS-CONTROL-FILENAME          PIC X(40).
       01  WS-JOURNAL-DAY               PIC 9(02).
       01  WS-ROWS-READ                 PIC 9(7) VALUE ZERO.
       01  WS-RETURN-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-BREAK-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-AMOUNT-DISPLAY            PIC $ZZZZZZZZZZZZZZZZZZ.99.
       01  WS-CUSTOMERS-OPEN-FLAG       PIC X(01).
           88 WS-CUSTOMERS-ARE-OPEN         VALUE "Y".
           88 WS-CUSTOMERS-NOT-OPEN         VALUE "N".

      *    Per-customer totals for the period, one entry per
      *    customer, tax type and currency. The CBU is only the
      *    identity for rows whose account carries no customer ID.
       01  WS-ROLLUP-TABLE.
           05 WS-ROLLUP-COUNT           PIC 9(4) VALUE ZERO.
           05 WS-ROLLUP-ENTRY OCCURS 2000 TIMES
               INDEXED BY IDX-ROLL.
               10 WS-ROLL-CUSTOMER-ID   PIC 9(08).
               10 WS-ROLL-CBU           PIC 9(22).
               10 WS-ROLL-DOCUMENT      PIC 9(11).
               10 WS-ROLL-TAX-TYPE      PIC X(10).
               10 WS-ROLL-CURRENCY      PIC X(03).
               10 WS-ROLL-BASE          PIC 9(18)V99.
               10 WS-ROLL-COLLECTED     PIC 9(18)V99.
       01  WS-FOUND-IDX                 PIC 9(4).
       01  WS-ROW-CBU                   PIC 9(22).
       01  WS-ROW-CURRENCY              PIC X(03).

      *    The three-way tie, one entry per tax receipt type.
       01  WS-TIE-TABLE.
           05 WS-TIE-ENTRY OCCURS 2 TIMES
               INDEXED BY IDX-TIE.
               10 WS-TIE-TAX-TYPE       PIC X(10).
               10 WS-TIE-LEDGER-DUE     PIC 9(18)V99.
               10 WS-TIE-LEDGER-COLL    PIC 9(18)V99.
               10 WS-TIE-RECEIPTS       PIC 9(18)V99.
               10 WS-TIE-GL-DEBITS      PIC 9(18)V99.
               10 WS-TIE-GL-CREDITS     PIC 9(18)V99.
       01  WS-TIE-IDX                   PIC 9(1).
       01  WS-TIE-TYPE                  PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY
           MOVE WS-TODAY(1:6) TO WS-PERIOD
           STRING "TAX-RETURN-" WS-PERIOD ".txt"
               DELIMITED BY SIZE INTO WS-RETURN-FILENAME
           STRING "TAX-CONTROL-" WS-PERIOD ".txt"
               DELIMITED BY SIZE INTO WS-CONTROL-FILENAME

           INITIALIZE WS-TIE-TABLE
           MOVE "TAX-DBCR" TO WS-TIE-TAX-TYPE(1)
           MOVE "TAX-WHT" TO WS-TIE-TAX-TYPE(2)

           PERFORM 010-OPEN-FILES THRU 010-END
           PERFORM 020-SCAN-LEDGER THRU 020-END
           PERFORM 040-WRITE-RETURN THRU 040-END
           PERFORM 060-SCAN-RECEIPTS THRU 060-END
           PERFORM 070-SCAN-JOURNALS THRU 070-END
           PERFORM 080-WRITE-CONTROL THRU 080-END
           CLOSE RETURN-FILE
           CLOSE CONTROL-FILE
           IF WS-CUSTOMERS-ARE-OPEN
               CLOSE CUSTOMERS-FILE
           END-IF

           DISPLAY "TAX LEDGER ROWS FOR " WS-PERIOD ": " WS-ROWS-READ
           DISPLAY "RETURN ROWS WRITTEN: " WS-RETURN-COUNT
           DISPLAY "TAX RETURN FILE: " WS-RETURN-FILENAME
           DISPLAY "CONTROL REPORT: " WS-CONTROL-FILENAME
           IF WS-BREAK-COUNT > 0
               DISPLAY "*** TAX DOES NOT TIE TO THE BOOKS - SEE THE "
                   "CONTROL REPORT BEFORE FILING ***"
           END-IF
           GOBACK.

       010-OPEN-FILES.
           OPEN OUTPUT RETURN-FILE
           IF RETURNF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN THE TAX RETURN FILE"
               GOBACK
           END-IF
           OPEN OUTPUT CONTROL-FILE
           IF CONTROLF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN THE TAX CONTROL REPORT"
               GOBACK
           END-IF

      *    No customer master only costs the names on the return;
      *    the document number travels on every ledger row.
           SET WS-CUSTOMERS-NOT-OPEN TO TRUE
           OPEN INPUT CUSTOMERS-FILE
           IF CUSTF-STATUS = 00
               SET WS-CUSTOMERS-ARE-OPEN TO TRUE
           END-IF.
       010-END.EXIT.

       020-SCAN-LEDGER.
           OPEN INPUT TAX-LEDGER-FILE
           IF TAXLEDGF-STATUS NOT = 00
               DISPLAY "NO TAX LEDGER ON FILE - NOTHING TAXED"
               GO TO 020-END
           END-IF
           PERFORM UNTIL TAXLEDGF-STATUS = 10
               READ TAX-LEDGER-FILE
                   AT END
                       MOVE 10 TO TAXLEDGF-STATUS
                   NOT AT END
                       IF TL-DATE(1:6) = WS-PERIOD
                           PERFORM 030-ROLL-UP-ROW THRU 030-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-LEDGER-FILE.
       020-END.EXIT.

       030-ROLL-UP-ROW.
           ADD 1 TO WS-ROWS-READ
           MOVE TL-TAX-TYPE TO WS-TIE-TYPE
           PERFORM 090-FIND-TIE-TYPE THRU 090-END
           IF WS-TIE-IDX > 0
               ADD TL-TAX-DUE TO WS-TIE-LEDGER-DUE(WS-TIE-IDX)
               ADD TL-TAX-COLLECTED TO WS-TIE-LEDGER-COLL(WS-TIE-IDX)
           END-IF

           IF TL-CUSTOMER-ID = 0
               MOVE TL-CBU TO WS-ROW-CBU
           ELSE
               MOVE 0 TO WS-ROW-CBU
           END-IF
           MOVE TL-CURRENCY-CODE TO WS-ROW-CURRENCY
           IF WS-ROW-CURRENCY = SPACES
               MOVE "ARS" TO WS-ROW-CURRENCY
           END-IF

           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING IDX-ROLL FROM 1 BY 1
               UNTIL IDX-ROLL > WS-ROLLUP-COUNT
               IF WS-ROLL-CUSTOMER-ID(IDX-ROLL) = TL-CUSTOMER-ID
                   AND WS-ROLL-CBU(IDX-ROLL) = WS-ROW-CBU
                   AND WS-ROLL-TAX-TYPE(IDX-ROLL) = TL-TAX-TYPE
                   AND WS-ROLL-CURRENCY(IDX-ROLL) = WS-ROW-CURRENCY
                   SET WS-FOUND-IDX TO IDX-ROLL
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               IF WS-ROLLUP-COUNT >= 2000
                   DISPLAY "ROLLUP TABLE FULL - ROW NOT FILED "
                       "FOR CBU " TL-CBU
                   GO TO 030-END
               END-IF
               ADD 1 TO WS-ROLLUP-COUNT
               MOVE WS-ROLLUP-COUNT TO WS-FOUND-IDX
               MOVE TL-CUSTOMER-ID TO WS-ROLL-CUSTOMER-ID(WS-FOUND-IDX)
               MOVE WS-ROW-CBU TO WS-ROLL-CBU(WS-FOUND-IDX)
               MOVE TL-DOCUMENT-NUMBER TO WS-ROLL-DOCUMENT(WS-FOUND-IDX)
               MOVE TL-TAX-TYPE TO WS-ROLL-TAX-TYPE(WS-FOUND-IDX)
               MOVE WS-ROW-CURRENCY TO WS-ROLL-CURRENCY(WS-FOUND-IDX)
               MOVE 0 TO WS-ROLL-BASE(WS-FOUND-IDX)
               MOVE 0 TO WS-ROLL-COLLECTED(WS-FOUND-IDX)
           END-IF
           ADD TL-BASE-AMOUNT TO WS-ROLL-BASE(WS-FOUND-IDX)
           ADD TL-TAX-COLLECTED TO WS-ROLL-COLLECTED(WS-FOUND-IDX).
       030-END.EXIT.

       040-WRITE-RETURN.
           PERFORM VARYING IDX-ROLL FROM 1 BY 1
               UNTIL IDX-ROLL > WS-ROLLUP-COUNT
               PERFORM 050-WRITE-RETURN-ROW THRU 050-END
           END-PERFORM.
       040-END.EXIT.

       050-WRITE-RETURN-ROW.
           MOVE WS-PERIOD TO TR-PERIOD
           MOVE WS-ROLL-CUSTOMER-ID(IDX-ROLL) TO TR-CUSTOMER-ID
           MOVE WS-ROLL-DOCUMENT(IDX-ROLL) TO TR-DOCUMENT-NUMBER
           MOVE SPACES TO TR-FULL-NAME
           IF WS-ROLL-CUSTOMER-ID(IDX-ROLL) NOT = 0
               IF WS-CUSTOMERS-ARE-OPEN
                   MOVE WS-ROLL-CUSTOMER-ID(IDX-ROLL) TO CU-CUSTOMER-ID
                   READ CUSTOMERS-FILE
                       INVALID KEY
                           DISPLAY "CUSTOMER NOT ON MASTER: "
                               WS-ROLL-CUSTOMER-ID(IDX-ROLL)
                       NOT INVALID KEY
                           MOVE CU-FULL-NAME TO TR-FULL-NAME
                           MOVE CU-DOCUMENT-NUMBER
                               TO TR-DOCUMENT-NUMBER
                   END-READ
               END-IF
           ELSE
      *    No customer on file - the CBU is the best identity the
      *    return can give the tax authority.
               STRING "CBU " WS-ROLL-CBU(IDX-ROLL)
                   DELIMITED BY SIZE INTO TR-FULL-NAME
           END-IF
           MOVE WS-ROLL-TAX-TYPE(IDX-ROLL) TO TR-TAX-TYPE
           MOVE WS-ROLL-CURRENCY(IDX-ROLL) TO TR-CURRENCY-CODE
           MOVE WS-ROLL-BASE(IDX-ROLL) TO TR-TAX-BASE
           MOVE WS-ROLL-COLLECTED(IDX-ROLL) TO TR-TAX-COLLECTED
           WRITE RETURN-RECORD
           ADD 1 TO WS-RETURN-COUNT.
       050-END.EXIT.

       060-SCAN-RECEIPTS.
           OPEN INPUT RECEIPTS-FILE
           IF RECEIPTSF-STATUS NOT = 00
               DISPLAY "NO RECEIPTS ON FILE - RECEIPT TIE SKIPPED"
               GO TO 060-END
           END-IF
           PERFORM UNTIL RECEIPTSF-STATUS = 10
               READ RECEIPTS-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO RECEIPTSF-STATUS
                   NOT AT END
                       IF RF-DATE(1:6) = WS-PERIOD
                           MOVE RF-TRANS-TYPE TO WS-TIE-TYPE
                           PERFORM 090-FIND-TIE-TYPE THRU 090-END
                           IF WS-TIE-IDX > 0
                               ADD RF-AMOUNT
                                   TO WS-TIE-RECEIPTS(WS-TIE-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIPTS-FILE.
       060-END.EXIT.

      *    Every day of the period that has a journal on file; a day
      *    with none (not yet run, or no business night) simply adds
      *    nothing, and shows up as a break if it carried tax.
       070-SCAN-JOURNALS.
           PERFORM VARYING WS-JOURNAL-DAY FROM 1 BY 1
               UNTIL WS-JOURNAL-DAY > 31
               MOVE SPACES TO WS-JOURNAL-FILENAME
               STRING "GL-JOURNAL-" WS-PERIOD WS-JOURNAL-DAY ".txt"
                   DELIMITED BY SIZE INTO WS-JOURNAL-FILENAME
               OPEN INPUT JOURNAL-FILE
               IF JOURNALF-STATUS = 00
                   PERFORM 075-SCAN-ONE-JOURNAL THRU 075-END
                   CLOSE JOURNAL-FILE
               END-IF
           END-PERFORM.
       070-END.EXIT.

       075-SCAN-ONE-JOURNAL.
           PERFORM UNTIL JOURNALF-STATUS = 10
               READ JOURNAL-FILE
                   AT END
                       MOVE 10 TO JOURNALF-STATUS
                   NOT AT END
                       MOVE JL-TRANS-TYPE TO WS-TIE-TYPE
                       PERFORM 090-FIND-TIE-TYPE THRU 090-END
                       IF WS-TIE-IDX > 0
                           IF JL-DR-CR = "DR"
                               ADD JL-AMOUNT
                                   TO WS-TIE-GL-DEBITS(WS-TIE-IDX)
                           ELSE
                               ADD JL-AMOUNT
                                   TO WS-TIE-GL-CREDITS(WS-TIE-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       075-END.EXIT.

      *    The tax is filed from the ledger's collected figure, so
      *    that is what the receipts and the GL must both agree with.
       080-WRITE-CONTROL.
           PERFORM VARYING IDX-TIE FROM 1 BY 1 UNTIL IDX-TIE > 2
               MOVE WS-PERIOD TO TC-PERIOD
               MOVE WS-TIE-TAX-TYPE(IDX-TIE) TO TC-TAX-TYPE
               MOVE WS-TIE-LEDGER-DUE(IDX-TIE) TO TC-LEDGER-DUE
               MOVE WS-TIE-LEDGER-COLL(IDX-TIE) TO TC-LEDGER-COLLECTED
               MOVE WS-TIE-RECEIPTS(IDX-TIE) TO TC-RECEIPTS-TOTAL
               MOVE WS-TIE-GL-DEBITS(IDX-TIE) TO TC-GL-DEBITS
               MOVE WS-TIE-GL-CREDITS(IDX-TIE) TO TC-GL-CREDITS
               IF WS-TIE-RECEIPTS(IDX-TIE)
                       = WS-TIE-LEDGER-COLL(IDX-TIE)
                   AND WS-TIE-GL-DEBITS(IDX-TIE)
                       = WS-TIE-LEDGER-COLL(IDX-TIE)
                   AND WS-TIE-GL-CREDITS(IDX-TIE)
                       = WS-TIE-LEDGER-COLL(IDX-TIE)
                   MOVE "TIES" TO TC-RESULT
               ELSE
                   MOVE "BREAK" TO TC-RESULT
                   ADD 1 TO WS-BREAK-COUNT
               END-IF
               WRITE CONTROL-RECORD

               MOVE WS-TIE-LEDGER-COLL(IDX-TIE) TO WS-AMOUNT-DISPLAY
               DISPLAY TC-TAX-TYPE " LEDGER   " WS-AMOUNT-DISPLAY
               MOVE WS-TIE-RECEIPTS(IDX-TIE) TO WS-AMOUNT-DISPLAY
               DISPLAY TC-TAX-TYPE " RECEIPTS " WS-AMOUNT-DISPLAY
               MOVE WS-TIE-GL-DEBITS(IDX-TIE) TO WS-AMOUNT-DISPLAY
               DISPLAY TC-TAX-TYPE " GL DR    " WS-AMOUNT-DISPLAY
                   "  " TC-RESULT
           END-PERFORM.
       080-END.EXIT.

       090-FIND-TIE-TYPE.
           MOVE 0 TO WS-TIE-IDX
           IF WS-TIE-TYPE = WS-TIE-TAX-TYPE(1)
               MOVE 1 TO WS-TIE-IDX
           END-IF
           IF WS-TIE-TYPE = WS-TIE-TAX-TYPE(2)
               MOVE 2 TO WS-TIE-IDX
           END-IF.
       090-END.EXIT.
       END PROGRAM TAX-RETURN.
