      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ops tool to record a customer's tax treatment on
      *          CUSTOMERS.DAT - standard (S), reduced-rate (R) or
      *          exempt (E) - once the branch holds the supporting
      *          certificate. TAX-LOOKUP applies it to every taxed
      *          movement from then on; movements already posted are
      *          not re-taxed. Supervisor sign-on required; every
      *          change is logged under the operator.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-STATUS-SET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS CUSTF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMERS-FILE.
           COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01  CUSTF-STATUS                PIC 9(2).
       01  WS-INPUT-CUSTOMER-ID        PIC 9(08).
       01  WS-INPUT-TAX-STATUS         PIC X(01).
           88 WS-STATUS-IS-VALID           VALUE "S" "R" "E".
       01  WS-REQUIRED-ROLE            PIC X(01) VALUE "S".
       01  WS-OPERATOR-ID              PIC X(08).
       01  WS-SIGNON-RESULT            PIC X(01).
       01  WS-SEC-EVENT-CBU            PIC 9(22) VALUE ZERO.
       01  WS-SEC-EVENT-TYPE           PIC X(16) VALUE "TAX-STATUS-SET".
       01  WS-SEC-TERMINAL-ID          PIC X(06) VALUE "OPS   ".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "TAX-STATUS-SET - CUSTOMER TAX TREATMENT"

           CALL 'OPERATOR-SIGNON' USING WS-REQUIRED-ROLE
               WS-OPERATOR-ID WS-SIGNON-RESULT
           IF WS-SIGNON-RESULT = "N"
               STOP RUN
           END-IF

           DISPLAY "ENTER THE CUSTOMER ID"
           ACCEPT WS-INPUT-CUSTOMER-ID

           OPEN I-O CUSTOMERS-FILE
           IF CUSTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN CUSTOMERS.DAT"
               DISPLAY "FS-STATUS: " CUSTF-STATUS
               STOP RUN
           END-IF
           MOVE WS-INPUT-CUSTOMER-ID TO CU-CUSTOMER-ID
           READ CUSTOMERS-FILE
               INVALID KEY
                   DISPLAY "NO SUCH CUSTOMER ON FILE: "
                       WS-INPUT-CUSTOMER-ID
                   CLOSE CUSTOMERS-FILE
                   STOP RUN
           END-READ

           DISPLAY "CUSTOMER: " CU-FULL-NAME
           DISPLAY "CURRENT TAX STATUS: " CU-TAX-STATUS
           DISPLAY "ENTER S (STANDARD), R (REDUCED RATE) OR E (EXEMPT)"
           ACCEPT WS-INPUT-TAX-STATUS
           IF NOT WS-STATUS-IS-VALID
               DISPLAY "INVALID TAX STATUS - NOTHING CHANGED"
               CLOSE CUSTOMERS-FILE
               STOP RUN
           END-IF

           MOVE WS-INPUT-TAX-STATUS TO CU-TAX-STATUS
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "SYSTEM FAILURE. TRY LATER"
                   CLOSE CUSTOMERS-FILE
                   STOP RUN
           END-REWRITE
           CLOSE CUSTOMERS-FILE
           DISPLAY "TAX STATUS UPDATED FOR CUSTOMER " CU-CUSTOMER-ID

      *    The security log is keyed by CBU; a customer-level change
      *    carries the customer ID in the low-order digits instead.
           MOVE WS-INPUT-CUSTOMER-ID TO WS-SEC-EVENT-CBU
           CALL 'SEC-EVENT-LOG' USING WS-SEC-EVENT-CBU
               WS-SEC-TERMINAL-ID WS-SEC-EVENT-TYPE WS-OPERATOR-ID
           STOP RUN.
       END PROGRAM TAX-STATUS-SET.
