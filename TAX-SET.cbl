      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ops tool to register or change a row on the tax
      *          table (TAX-RATES.DAT): a movement type (as it appears
      *          on receipts - DEPOSIT, XFER-OUT, INTEREST, TD-INT,
      *          ...), whether it bears the transaction tax on debits
      *          and credits (T) or the withholding on interest (W),
      *          and the standard and reduced rates as percentages of
      *          the movement. A zero standard rate removes the
      *          movement from the table. Posting flows charge the
      *          tax as a separate TAX-DBCR or TAX-WHT receipt through
      *          TAX-LOOKUP; remember to map both in GL-MAP.DAT with
      *          GL-MAP-SET so the liability books.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-SET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-RATES-FILE ASSIGN TO "TAX-RATES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-MOVEMENT-TYPE
               FILE STATUS IS TAXRATEF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-RATES-FILE.
           COPY TAXREC.

       WORKING-STORAGE SECTION.
       01  TAXRATEF-STATUS             PIC 9(2).
       01  WS-INPUT-MOVEMENT-TYPE      PIC X(10).
       01  WS-INPUT-TAX-KIND           PIC X(01).
           88 WS-KIND-IS-VALID             VALUE "T" "W".
       01  WS-INPUT-RATE               PIC 9(02)V9(04).
       01  WS-INPUT-REDUCED-RATE       PIC 9(02)V9(04).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "TAX-SET - TRANSACTION TAX AND WITHHOLDING TABLE"
           DISPLAY "ENTER THE MOVEMENT TYPE (AS ON RECEIPTS)"
           ACCEPT WS-INPUT-MOVEMENT-TYPE
           IF WS-INPUT-MOVEMENT-TYPE = SPACES
               DISPLAY "MOVEMENT TYPE CANNOT BE BLANK"
               STOP RUN
           END-IF
      *    Tax rows are never taxed themselves.
           IF WS-INPUT-MOVEMENT-TYPE(1:4) = "TAX-"
               DISPLAY "TAX MOVEMENTS CANNOT BE TAXED"
               STOP RUN
           END-IF
           DISPLAY "ENTER T FOR TRANSACTION TAX, W FOR WITHHOLDING "
               "ON INTEREST"
           ACCEPT WS-INPUT-TAX-KIND
           IF NOT WS-KIND-IS-VALID
               DISPLAY "INVALID TAX KIND"
               STOP RUN
           END-IF
           DISPLAY "ENTER THE STANDARD RATE IN PERCENT "
               "(0 TO REMOVE THE ROW)"
           ACCEPT WS-INPUT-RATE
           DISPLAY "ENTER THE REDUCED RATE IN PERCENT"
           ACCEPT WS-INPUT-REDUCED-RATE
           IF WS-INPUT-REDUCED-RATE > WS-INPUT-RATE
               DISPLAY "REDUCED RATE CANNOT EXCEED THE STANDARD RATE"
               STOP RUN
           END-IF

      *    TAX-RATES.DAT may not exist yet on a brand new install.
           OPEN I-O TAX-RATES-FILE
           IF TAXRATEF-STATUS = 35
               OPEN OUTPUT TAX-RATES-FILE
               CLOSE TAX-RATES-FILE
               OPEN I-O TAX-RATES-FILE
           END-IF
           IF TAXRATEF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN TAX-RATES.DAT"
               DISPLAY "FS-STATUS: " TAXRATEF-STATUS
               STOP RUN
           END-IF

           MOVE WS-INPUT-MOVEMENT-TYPE TO TX-MOVEMENT-TYPE
           READ TAX-RATES-FILE
               INVALID KEY
                   IF WS-INPUT-RATE = 0
                       DISPLAY "NO ROW ON FILE FOR "
                           WS-INPUT-MOVEMENT-TYPE
                   ELSE
                       MOVE WS-INPUT-MOVEMENT-TYPE TO TX-MOVEMENT-TYPE
                       MOVE WS-INPUT-TAX-KIND TO TX-TAX-KIND
                       MOVE WS-INPUT-RATE TO TX-RATE
                       MOVE WS-INPUT-REDUCED-RATE TO TX-REDUCED-RATE
                       WRITE TAX-RATE-RECORD
                           INVALID KEY
                               DISPLAY "SYSTEM FAILURE. TRY LATER"
                           NOT INVALID KEY
                               DISPLAY "TAX ADDED FOR "
                                   TX-MOVEMENT-TYPE
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF WS-INPUT-RATE = 0
                       DELETE TAX-RATES-FILE RECORD
                           INVALID KEY
                               DISPLAY "SYSTEM FAILURE. TRY LATER"
                           NOT INVALID KEY
                               DISPLAY "TAX REMOVED FOR "
                                   TX-MOVEMENT-TYPE
                       END-DELETE
                   ELSE
                       MOVE WS-INPUT-TAX-KIND TO TX-TAX-KIND
                       MOVE WS-INPUT-RATE TO TX-RATE
                       MOVE WS-INPUT-REDUCED-RATE TO TX-REDUCED-RATE
                       REWRITE TAX-RATE-RECORD
                           INVALID KEY
                               DISPLAY "SYSTEM FAILURE. TRY LATER"
                           NOT INVALID KEY
                               DISPLAY "TAX UPDATED FOR "
                                   TX-MOVEMENT-TYPE
                       END-REWRITE
                   END-IF
           END-READ

           CLOSE TAX-RATES-FILE
           STOP RUN.
       END PROGRAM TAX-SET.
