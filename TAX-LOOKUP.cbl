      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared subprogram - the one place the tax table
      *          (TAX-RATES.DAT, see TAX-SET) and the customer's tax
      *          status are read. The caller hands over a tax-ledger
      *          work row with the movement half filled in (CBU,
      *          customer ID, movement type and amount, currency,
      *          date); the answer comes back in the tax half: the
      *          receipt type to post (TAX-DBCR or TAX-WHT), the rate
      *          applied, the tax due, and the customer's document
      *          number and tax status for the ledger. Tax due is
      *          zero when no table row exists, the customer is
      *          exempt, or the table is not on file at all - a
      *          missing table must never stop a posting flow.
      *          Tax rows themselves are never taxed. Charging the
      *          tax (debit plus receipt) stays with the caller,
      *          which holds the account record, and the ledger row
      *          goes through TAX-WRITE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-LOOKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-RATES-FILE ASSIGN TO "TAX-RATES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-MOVEMENT-TYPE
               FILE STATUS IS TAXRATEF-STATUS.
           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS CUSTF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TAX-RATES-FILE.
           COPY TAXREC.

       FD  CUSTOMERS-FILE.
           COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01  TAXRATEF-STATUS             PIC 9(2).
       01  CUSTF-STATUS                PIC 9(2).

       LINKAGE SECTION.
           COPY TAXLEDG
               REPLACING ==TAX-LEDGER-RECORD== BY ==LK-TAX-WORK==
               LEADING ==TL== BY ==LK==.

       PROCEDURE DIVISION USING LK-TAX-WORK.
       MAIN-PROCEDURE.
           MOVE 0 TO LK-TAX-DUE
           MOVE 0 TO LK-TAX-COLLECTED
           MOVE 0 TO LK-RATE
           MOVE 0 TO LK-DOCUMENT-NUMBER
           MOVE SPACES TO LK-TAX-TYPE
           MOVE "S" TO LK-TAX-STATUS

           IF LK-MOVEMENT-TYPE(1:4) = "TAX-"
               OR LK-BASE-AMOUNT = 0
               GOBACK
           END-IF

           OPEN INPUT TAX-RATES-FILE
           IF TAXRATEF-STATUS NOT = 00
               GOBACK
           END-IF
           MOVE LK-MOVEMENT-TYPE TO TX-MOVEMENT-TYPE
           READ TAX-RATES-FILE
               INVALID KEY
                   CLOSE TAX-RATES-FILE
                   GOBACK
           END-READ
           CLOSE TAX-RATES-FILE

           IF TX-IS-WITHHOLDING
               MOVE "TAX-WHT" TO LK-TAX-TYPE
           ELSE
               MOVE "TAX-DBCR" TO LK-TAX-TYPE
           END-IF
           MOVE TX-RATE TO LK-RATE

      *    Accounts with no customer on file, or a customer the
      *    master no longer holds, pay the standard rate.
           IF LK-CUSTOMER-ID NOT = 0
               OPEN INPUT CUSTOMERS-FILE
               IF CUSTF-STATUS = 00
                   MOVE LK-CUSTOMER-ID TO CU-CUSTOMER-ID
                   READ CUSTOMERS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CU-DOCUMENT-NUMBER
                               TO LK-DOCUMENT-NUMBER
                           IF CU-TAX-EXEMPT
                               MOVE "E" TO LK-TAX-STATUS
                               MOVE 0 TO LK-RATE
                           END-IF
                           IF CU-TAX-REDUCED
                               MOVE "R" TO LK-TAX-STATUS
                               MOVE TX-REDUCED-RATE TO LK-RATE
                           END-IF
                   END-READ
                   CLOSE CUSTOMERS-FILE
               END-IF
           END-IF

           COMPUTE LK-TAX-DUE ROUNDED =
               LK-BASE-AMOUNT * LK-RATE / 100
           GOBACK.
       END PROGRAM TAX-LOOKUP.
