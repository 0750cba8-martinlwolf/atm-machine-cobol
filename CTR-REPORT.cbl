      *          stand-in and emergency cash dispenses STANDIN-WD and
      *          EMERG-WD - cash is cash however it left the vault),
      *          rolls them up to the owning customer through
      *          FS-CUSTOMER-ID, and to every joint owner and
      *          authorized signatory on the account in
      *          ACCOUNT-PARTIES.DAT, so each customer is measured on
      *          the cash through every account they hold in any
      *          role and splitting cash across linked or shared
      *          accounts cannot duck the threshold. It reports
      *          every customer whose cash in or cash out exceeds
      *          the operator-configured threshold
      *          (CTR-THRESHOLD.txt, built-in default below) with the
      *          is the fixed-format regulatory file CTR-YYYYMMDD.txt
      *          plus an ops summary on the console. Accounts with no
      *          customer on file (FS-CUSTOMER-ID zero) are tracked
      *          per CBU - never chained to each other. Every
      *          reported customer's appearance is counted on their
      *          due-diligence history (KYC-RISK), which rates them
      *          medium risk once the appearances reach the repeat
      *          limit.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS CUSTF-STATUS.
           SELECT ACCOUNT-PARTIES-FILE ASSIGN TO "ACCOUNT-PARTIES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               ALTERNATE RECORD KEY IS AP-CUSTOMER-ID WITH DUPLICATES
               FILE STATUS IS PARTYF-STATUS.
           SELECT CTR-FILE ASSIGN TO WS-CTR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTRF-STATUS.
       FD  CUSTOMERS-FILE.
           COPY CUSTREC.

       FD  ACCOUNT-PARTIES-FILE.
           COPY PARTYREC.

       FD  CTR-FILE.
       01  CTR-RECORD.
           05 CT-REPORT-DATE           PIC X(08).
       01  RECEIPTSF-STATUS             PIC 9(2).
       01  ACCOUNTSF-STATUS             PIC 9(2).
       01  CUSTF-STATUS                 PIC 9(2).
       01  PARTYF-STATUS                PIC 9(2).
       01  CTRF-STATUS                  PIC 9(2).
       01  THRESHF-STATUS               PIC 9(2).

       01  WS-FOUND-IDX                 PIC 9(3).
       01  WS-ROW-CUSTOMER-ID           PIC 9(08).
       01  WS-ROW-CBU                   PIC 9(22).
       01  WS-ROW-OWNER-ID              PIC 9(08).
       01  WS-PARTIES-FLAG              PIC X(01).
           88 WS-PARTIES-OPEN               VALUE "Y".
           88 WS-PARTIES-MISSING            VALUE "N".
      *    KYC-RISK call counting a CTR appearance.
       01  WS-KYC-FUNCTION              PIC X(01) VALUE "R".
       01  WS-KYC-CUSTOMER-ID           PIC 9(08).
       01  WS-KYC-EVENT-TYPE            PIC X(08) VALUE SPACES.
       01  WS-KYC-REASON                PIC X(10) VALUE "CTR".
       01  WS-KYC-RATING                PIC X(01).
       01  WS-KYC-FROM-DATE             PIC X(08) VALUE SPACES.
       01  WS-KYC-NEXT-DATE             PIC X(08).
       01  WS-KYC-OPERATOR-ID           PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CLOSE RECEIPTS-FILE
           CLOSE ACCOUNTS-FILE
           CLOSE CUSTOMERS-FILE
           IF WS-PARTIES-OPEN
               CLOSE ACCOUNT-PARTIES-FILE
           END-IF
           CLOSE CTR-FILE
           PERFORM 060-COUNT-APPEARANCES THRU 060-END

           DISPLAY "CASH ROWS SCANNED: " WS-ROWS-SCANNED
           DISPLAY "CUSTOMERS REPORTED: " WS-REPORTED-COUNT
               DISPLAY "FS-STATUS: " CUSTF-STATUS
               GOBACK
           END-IF
      *    No party file yet means every account has its one owner.
           SET WS-PARTIES-MISSING TO TRUE
           OPEN INPUT ACCOUNT-PARTIES-FILE
           IF PARTYF-STATUS = 00
               SET WS-PARTIES-OPEN TO TRUE
           END-IF
           OPEN OUTPUT CTR-FILE
           IF CTRF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN THE REGULATORY FILE"
               NOT INVALID KEY
                   MOVE FS-CUSTOMER-ID TO WS-ROW-CUSTOMER-ID
           END-READ
           MOVE WS-ROW-CUSTOMER-ID TO WS-ROW-OWNER-ID
           IF WS-ROW-CUSTOMER-ID = 0
               MOVE RF-CBU TO WS-ROW-CBU
           ELSE
               MOVE 0 TO WS-ROW-CBU
           END-IF
           PERFORM 035-ADD-TO-ROLLUP THRU 035-END

      *    The same cash counts again for every other party on the
      *    account today - joint owners and signatories alike.
           IF WS-PARTIES-MISSING
               GO TO 030-END
           END-IF
           MOVE 0 TO WS-ROW-CBU
           MOVE RF-CBU TO AP-CBU
           MOVE 0 TO AP-CUSTOMER-ID
           START ACCOUNT-PARTIES-FILE KEY IS NOT LESS THAN AP-KEY
               INVALID KEY
                   MOVE 10 TO PARTYF-STATUS
           END-START
           PERFORM UNTIL PARTYF-STATUS NOT = 00
               READ ACCOUNT-PARTIES-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO PARTYF-STATUS
                   NOT AT END
                       IF AP-CBU NOT = RF-CBU
                           MOVE 10 TO PARTYF-STATUS
                       ELSE
                           IF (AP-JOINT-OWNER OR AP-SIGNATORY)
                               AND AP-CUSTOMER-ID NOT = WS-ROW-OWNER-ID
                               AND AP-START-DATE <= WS-TODAY
                               AND (AP-END-DATE = SPACES
                                   OR AP-END-DATE > WS-TODAY)
                               MOVE AP-CUSTOMER-ID
                                   TO WS-ROW-CUSTOMER-ID
                               PERFORM 035-ADD-TO-ROLLUP THRU 035-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 00 TO PARTYF-STATUS.
       030-END.EXIT.

      *    Adds the row's cash to WS-ROW-CUSTOMER-ID / WS-ROW-CBU.
       035-ADD-TO-ROLLUP.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING IDX-ROLL FROM 1 BY 1
               UNTIL IDX-ROLL > WS-ROLLUP-COUNT
               IF WS-ROLLUP-COUNT >= 500
                   DISPLAY "ROLLUP TABLE FULL - ROW NOT COUNTED "
                       "FOR CBU " RF-CBU
                   GO TO 035-END
               END-IF
               ADD 1 TO WS-ROLLUP-COUNT
               MOVE WS-ROLLUP-COUNT TO WS-FOUND-IDX
           ELSE
               ADD RF-AMOUNT TO WS-ROLL-CASH-OUT(WS-FOUND-IDX)
           END-IF.
       035-END.EXIT.

       040-REPORT-OVER-THRESHOLD.
           PERFORM VARYING IDX-ROLL FROM 1 BY 1
           MOVE WS-ROLL-CASH-OUT(IDX-ROLL) TO WS-AMOUNT-DISPLAY
           DISPLAY "  CASH OUT " WS-AMOUNT-DISPLAY.
       050-END.EXIT.

      *    KYC-RISK rewrites the customer master itself, so this runs
      *    once the report's own files are closed.
       060-COUNT-APPEARANCES.
           PERFORM VARYING IDX-ROLL FROM 1 BY 1
               UNTIL IDX-ROLL > WS-ROLLUP-COUNT
               IF (WS-ROLL-CASH-IN(IDX-ROLL) > WS-THRESHOLD
                   OR WS-ROLL-CASH-OUT(IDX-ROLL) > WS-THRESHOLD)
                   AND WS-ROLL-CUSTOMER-ID(IDX-ROLL) NOT = 0
                   MOVE WS-ROLL-CUSTOMER-ID(IDX-ROLL)
                       TO WS-KYC-CUSTOMER-ID
                   CALL 'KYC-RISK' USING WS-KYC-FUNCTION
                       WS-KYC-CUSTOMER-ID WS-KYC-EVENT-TYPE
                       WS-KYC-REASON WS-KYC-RATING WS-KYC-FROM-DATE
                       WS-KYC-NEXT-DATE WS-KYC-OPERATOR-ID
               END-IF
           END-PERFORM.
       060-END.EXIT.
       END PROGRAM CTR-REPORT.
