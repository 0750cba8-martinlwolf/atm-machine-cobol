      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared subprogram - appends one row to the tax ledger
      *          (TAX-LEDGER.txt) for a movement TAX-LOOKUP found
      *          taxable, after the caller has charged what the
      *          account could bear. The ledger is what TAX-RETURN
      *          files from at month end, so every taxed movement is
      *          recorded here even when nothing could be collected.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-WRITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-LEDGER-FILE ASSIGN TO "TAX-LEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXLEDGF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TAX-LEDGER-FILE.
           COPY TAXLEDG.

       WORKING-STORAGE SECTION.
       01  TAXLEDGF-STATUS             PIC 9(2).

       LINKAGE SECTION.
           COPY TAXLEDG
               REPLACING ==TAX-LEDGER-RECORD== BY ==LK-TAX-WORK==
               LEADING ==TL== BY ==LK==.

       PROCEDURE DIVISION USING LK-TAX-WORK.
       MAIN-PROCEDURE.
           OPEN EXTEND TAX-LEDGER-FILE
           IF TAXLEDGF-STATUS = 35
               OPEN OUTPUT TAX-LEDGER-FILE
           END-IF
           IF TAXLEDGF-STATUS NOT = 00
               DISPLAY "TAX LEDGER UNAVAILABLE - ROW NOT RECORDED "
                   "FOR CBU " LK-CBU
               GOBACK
           END-IF
           WRITE TAX-LEDGER-RECORD FROM LK-TAX-WORK
           CLOSE TAX-LEDGER-FILE
           GOBACK.
       END PROGRAM TAX-WRITE.
