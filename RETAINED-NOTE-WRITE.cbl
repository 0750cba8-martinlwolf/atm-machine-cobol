      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared subprogram - the one gateway for recording
      *          suspect notes on the retained-notes register
      *          (RETAINED-NOTES.txt). The caller fills a
      *          RETNOTEREC-shaped work area with the terminal, CBU,
      *          the account's customer ID, deposit date and time and
      *          the denomination, quantity and face value retained;
      *          this program looks up the customer's document number
      *          and name on CUSTOMERS.DAT, assigns the next free
      *          sequence under the deposit date, marks the row
      *          retained and unreported and appends it. The last
      *          sequence used is remembered between calls, so a
      *          deposit with several suspect denominations reads the
      *          register once. RETURN-CODE is 8 when the register
      *          cannot be written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETAINED-NOTE-WRITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETAINED-NOTES-FILE ASSIGN TO "RETAINED-NOTES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETNOTEF-STATUS.
           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS CUSTF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETAINED-NOTES-FILE.
           COPY RETNOTEREC.

       FD  CUSTOMERS-FILE.
           COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01  RETNOTEF-STATUS             PIC 9(2).
       01  CUSTF-STATUS                PIC 9(2).
       01  WS-SEQ-DATE                 PIC X(08) VALUE SPACES.
       01  WS-LAST-SEQ                 PIC 9(05) VALUE ZERO.

       LINKAGE SECTION.
           COPY RETNOTEREC
               REPLACING ==RETAINED-NOTE-RECORD==
                   BY ==LK-RETAINED-WORK==
               LEADING ==RN== BY ==LK==.

       PROCEDURE DIVISION USING LK-RETAINED-WORK.
       MAIN-PROCEDURE.
           MOVE LK-DEPOSIT-DATE TO LK-REF-DATE
           IF LK-REF-DATE NOT = WS-SEQ-DATE
               PERFORM 010-FIND-LAST-SEQ THRU 010-END
           END-IF
           PERFORM 020-IDENTIFY-CUSTOMER THRU 020-END

           OPEN EXTEND RETAINED-NOTES-FILE
           IF RETNOTEF-STATUS = 35
               OPEN OUTPUT RETAINED-NOTES-FILE
           END-IF
           IF RETNOTEF-STATUS NOT = 00
               DISPLAY "RETAINED-NOTES REGISTER UNAVAILABLE - NOTES "
                   "NOT RECORDED FOR CBU " LK-CBU
               DISPLAY "FS-STATUS: " RETNOTEF-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-LAST-SEQ
           MOVE WS-LAST-SEQ TO LK-REF-SEQ
           SET LK-IS-RETAINED TO TRUE
           MOVE SPACES TO LK-REPORTED-DATE
           MOVE SPACES TO LK-RESOLVED-DATE
           MOVE SPACES TO LK-RESOLVED-OPERATOR
           MOVE 0 TO LK-GENUINE-QUANTITY
           WRITE RETAINED-NOTE-RECORD FROM LK-RETAINED-WORK
           CLOSE RETAINED-NOTES-FILE
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *    Highest sequence already on the register under this date.
       010-FIND-LAST-SEQ.
           MOVE LK-REF-DATE TO WS-SEQ-DATE
           MOVE 0 TO WS-LAST-SEQ
           OPEN INPUT RETAINED-NOTES-FILE
           IF RETNOTEF-STATUS NOT = 00
               GO TO 010-END
           END-IF
           PERFORM UNTIL RETNOTEF-STATUS = 10
               READ RETAINED-NOTES-FILE
                   AT END
                       MOVE 10 TO RETNOTEF-STATUS
                   NOT AT END
                       IF RN-REF-DATE = WS-SEQ-DATE
                           AND RN-REF-SEQ > WS-LAST-SEQ
                           MOVE RN-REF-SEQ TO WS-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETAINED-NOTES-FILE.
       010-END.EXIT.

      *    The depositor's identity as the customer master holds it.
      *    A missing customer leaves the row identified by CBU only -
      *    the notes are retained regardless.
       020-IDENTIFY-CUSTOMER.
           MOVE 0 TO LK-DOCUMENT-NUMBER
           MOVE SPACES TO LK-FULL-NAME
           IF LK-CUSTOMER-ID = 0
               GO TO 020-END
           END-IF
           OPEN INPUT CUSTOMERS-FILE
           IF CUSTF-STATUS NOT = 00
               GO TO 020-END
           END-IF
           MOVE LK-CUSTOMER-ID TO CU-CUSTOMER-ID
           READ CUSTOMERS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CU-DOCUMENT-NUMBER TO LK-DOCUMENT-NUMBER
                   MOVE CU-FULL-NAME TO LK-FULL-NAME
           END-READ
           CLOSE CUSTOMERS-FILE.
       020-END.EXIT.
       END PROGRAM RETAINED-NOTE-WRITE.
