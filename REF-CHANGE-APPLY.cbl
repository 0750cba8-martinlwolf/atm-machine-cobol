      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared subprogram - the one door through which an
      *          approved reference-table change reaches its table.
      *          Called by REF-CHANGE-APPROVE (a change approved on
      *          or after its effective date) and by the nightly
      *          REF-CHANGE-POST (changes whose date has come round).
      *          The caller passes the change row from
      *          REF-CHANGES.txt; the requested row image is written
      *          to FEES.DAT, PRODUCTS.DAT, GL-MAP.DAT, FX-RATES.DAT
      *          or TERMINAL-PROFILE.DAT (created on a brand new
      *          install), or the requested text line replaces the
      *          named control file. On success the row comes back
      *          marked applied now, with the row the change really
      *          replaced captured as its old value and the action
      *          corrected to add or change accordingly; an exchange
      *          rate is stamped with the date it went live, which is
      *          the date the ATM's currency exchange checks. On
      *          failure the row comes back untouched, still
      *          approved, for the next night to retry.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REF-CHANGE-APPLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEES-FILE ASSIGN TO "FEES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-MOVEMENT-TYPE
               FILE STATUS IS FEESF-STATUS.
           SELECT PRODUCTS-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PRODUCT-CODE
               FILE STATUS IS PRODUCTSF-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GL-MAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-TRANS-TYPE
               FILE STATUS IS GLMAPF-STATUS.
           SELECT FX-RATES-FILE ASSIGN TO "FX-RATES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-CURRENCY-CODE
               FILE STATUS IS FXRATEF-STATUS.
           SELECT TERMINAL-PROFILE-FILE
               ASSIGN TO "TERMINAL-PROFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-TERMINAL-ID
               FILE STATUS IS TERMPROFF-STATUS.
      *    The one-line control files (AUTH-LIMIT.txt,
      *    CTR-THRESHOLD.txt, ICH-ACK-DAYS.txt, ...), named by the
      *    change's key.
           SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROLF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEES-FILE.
           COPY FEEREC.

       FD  PRODUCTS-FILE.
           COPY PRODREC.

       FD  GL-MAP-FILE.
           COPY GLMAPREC.

       FD  FX-RATES-FILE.
           COPY FXRATEREC.

       FD  TERMINAL-PROFILE-FILE.
           COPY TERMPROF.

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 CT-VALUE-TEXT            PIC X(20).

       WORKING-STORAGE SECTION.
       01  FEESF-STATUS                PIC 9(2).
       01  PRODUCTSF-STATUS            PIC 9(2).
       01  GLMAPF-STATUS               PIC 9(2).
       01  FXRATEF-STATUS              PIC 9(2).
       01  TERMPROFF-STATUS            PIC 9(2).
       01  CONTROLF-STATUS             PIC 9(2).
       01  WS-CURRENT-DATETIME         PIC X(21).
       01  WS-TODAY                    PIC X(08).
       01  WS-CONTROL-FILENAME         PIC X(30).
      *    What the change really replaced, held here until the
      *    table write succeeds.
       01  WS-OLD-IMAGE                PIC X(160).
       01  WS-APPLY-ACTION             PIC X(01).

       LINKAGE SECTION.
           COPY REFCHGREC
               REPLACING ==REF-CHANGE-RECORD== BY ==LK-REF-CHANGE-WORK==
               LEADING ==RC== BY ==LK==.
       01  LK-RESULT                   PIC X(01).
           88 LK-APPLY-OK                  VALUE "Y".
           88 LK-APPLY-FAILED              VALUE "N".

       PROCEDURE DIVISION USING LK-REF-CHANGE-WORK LK-RESULT.
       MAIN-PROCEDURE.
           SET LK-APPLY-FAILED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY
           MOVE SPACES TO WS-OLD-IMAGE

           EVALUATE TRUE
               WHEN LK-TABLE-FEES
                   PERFORM 100-APPLY-FEE THRU 100-END
               WHEN LK-TABLE-PRODUCTS
                   PERFORM 200-APPLY-PRODUCT THRU 200-END
               WHEN LK-TABLE-GL-MAP
                   PERFORM 300-APPLY-GL-MAP THRU 300-END
               WHEN LK-TABLE-FX-RATES
                   PERFORM 400-APPLY-FX-RATE THRU 400-END
               WHEN LK-TABLE-TERMINAL-PROFILE
                   PERFORM 500-APPLY-TERMINAL-PROFILE THRU 500-END
               WHEN LK-TABLE-CONTROL
                   PERFORM 600-APPLY-CONTROL THRU 600-END
               WHEN OTHER
                   DISPLAY "UNKNOWN REFERENCE TABLE: " LK-TABLE-NAME
           END-EVALUATE

           IF LK-APPLY-OK
               MOVE WS-OLD-IMAGE TO LK-OLD-VALUE
               MOVE WS-APPLY-ACTION TO LK-ACTION
               SET LK-IS-APPLIED TO TRUE
               MOVE WS-TODAY TO LK-APPLIED-DATE
               MOVE WS-CURRENT-DATETIME(9:6) TO LK-APPLIED-TIME
           END-IF
           GOBACK.

       100-APPLY-FEE.
           OPEN I-O FEES-FILE
           IF FEESF-STATUS = 35
               OPEN OUTPUT FEES-FILE
               CLOSE FEES-FILE
               OPEN I-O FEES-FILE
           END-IF
           IF FEESF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN FEES.DAT"
               DISPLAY "FS-STATUS: " FEESF-STATUS
               GO TO 100-END
           END-IF

           MOVE LK-TABLE-KEY TO FEE-MOVEMENT-TYPE
           READ FEES-FILE
               INVALID KEY
                   MOVE "A" TO WS-APPLY-ACTION
                   MOVE LK-NEW-VALUE TO FEE-RECORD
                   WRITE FEE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR WRITING FEES.DAT KEY: "
                               FEE-MOVEMENT-TYPE
                       NOT INVALID KEY
                           SET LK-APPLY-OK TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE "C" TO WS-APPLY-ACTION
                   MOVE FEE-RECORD TO WS-OLD-IMAGE
                   MOVE LK-NEW-VALUE TO FEE-RECORD
                   REWRITE FEE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING FEES.DAT KEY: "
                               FEE-MOVEMENT-TYPE
                       NOT INVALID KEY
                           SET LK-APPLY-OK TO TRUE
                   END-REWRITE
           END-READ
           CLOSE FEES-FILE.
       100-END.EXIT.

       200-APPLY-PRODUCT.
           OPEN I-O PRODUCTS-FILE
           IF PRODUCTSF-STATUS = 35
               OPEN OUTPUT PRODUCTS-FILE
               CLOSE PRODUCTS-FILE
               OPEN I-O PRODUCTS-FILE
           END-IF
           IF PRODUCTSF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN PRODUCTS.DAT"
               DISPLAY "FS-STATUS: " PRODUCTSF-STATUS
               GO TO 200-END
           END-IF

           MOVE LK-TABLE-KEY TO PD-PRODUCT-CODE
           READ PRODUCTS-FILE
               INVALID KEY
                   MOVE "A" TO WS-APPLY-ACTION
                   MOVE LK-NEW-VALUE TO PRODUCT-RECORD
                   WRITE PRODUCT-RECORD
                       INVALID KEY
                           DISPLAY "ERROR WRITING PRODUCTS.DAT KEY: "
                               PD-PRODUCT-CODE
                       NOT INVALID KEY
                           SET LK-APPLY-OK TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE "C" TO WS-APPLY-ACTION
                   MOVE PRODUCT-RECORD TO WS-OLD-IMAGE
                   MOVE LK-NEW-VALUE TO PRODUCT-RECORD
                   REWRITE PRODUCT-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING PRODUCTS.DAT KEY: "
                               PD-PRODUCT-CODE
                       NOT INVALID KEY
                           SET LK-APPLY-OK TO TRUE
                   END-REWRITE
           END-READ
           CLOSE PRODUCTS-FILE.
       200-END.EXIT.

       300-APPLY-GL-MAP.
           OPEN I-O GL-MAP-FILE
           IF GLMAPF-STATUS = 35
               OPEN OUTPUT GL-MAP-FILE
               CLOSE GL-MAP-FILE
               OPEN I-O GL-MAP-FILE
           END-IF
           IF GLMAPF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN GL-MAP.DAT"
               DISPLAY "FS-STATUS: " GLMAPF-STATUS
               GO TO 300-END
           END-IF

           MOVE LK-TABLE-KEY TO GM-TRANS-TYPE
           READ GL-MAP-FILE
               INVALID KEY
                   MOVE "A" TO WS-APPLY-ACTION
                   MOVE LK-NEW-VALUE TO GL-MAP-RECORD
                   WRITE GL-MAP-RECORD
                       INVALID KEY
                           DISPLAY "ERROR WRITING GL-MAP.DAT KEY: "
                               GM-TRANS-TYPE
                       NOT INVALID KEY
                           SET LK-APPLY-OK TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE "C" TO WS-APPLY-ACTION
                   MOVE GL-MAP-RECORD TO WS-OLD-IMAGE
                   MOVE LK-NEW-VALUE TO GL-MAP-RECORD
                   REWRITE GL-MAP-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING GL-MAP.DAT KEY: "
                               GM-TRANS-TYPE
                       NOT INVALID KEY
                           SET LK-APPLY-OK TO TRUE
                   END-REWRITE
           END-READ
           CLOSE GL-MAP-FILE.
       300-END.EXIT.

      *    A rate is only good for the date it is stamped with, so it
      *    carries the date it actually went live.
       400-APPLY-FX-RATE.
           OPEN I-O FX-RATES-FILE
           IF FXRATEF-STATUS = 35
               OPEN OUTPUT FX-RATES-FILE
               CLOSE FX-RATES-FILE
               OPEN I-O FX-RATES-FILE
           END-IF
           IF FXRATEF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN FX-RATES.DAT"
               DISPLAY "FS-STATUS: " FXRATEF-STATUS
               GO TO 400-END
           END-IF

           MOVE LK-TABLE-KEY TO FX-CURRENCY-CODE
           READ FX-RATES-FILE
               INVALID KEY
                   MOVE "A" TO WS-APPLY-ACTION
                   MOVE LK-NEW-VALUE TO FX-RATE-RECORD
                   MOVE WS-TODAY TO FX-RATE-DATE
                   WRITE FX-RATE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR WRITING FX-RATES.DAT KEY: "
                               FX-CURRENCY-CODE
                       NOT INVALID KEY
                           SET LK-APPLY-OK TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE "C" TO WS-APPLY-ACTION
                   MOVE FX-RATE-RECORD TO WS-OLD-IMAGE
                   MOVE LK-NEW-VALUE TO FX-RATE-RECORD
                   MOVE WS-TODAY TO FX-RATE-DATE
                   REWRITE FX-RATE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING FX-RATES.DAT KEY: "
                               FX-CURRENCY-CODE
                       NOT INVALID KEY
                           SET LK-APPLY-OK TO TRUE
                   END-REWRITE
           END-READ
           IF LK-APPLY-OK
               MOVE FX-RATE-RECORD TO LK-NEW-VALUE
           END-IF
           CLOSE FX-RATES-FILE.
       400-END.EXIT.

       500-APPLY-TERMINAL-PROFILE.
           OPEN I-O TERMINAL-PROFILE-FILE
           IF TERMPROFF-STATUS = 35
               OPEN OUTPUT TERMINAL-PROFILE-FILE
               CLOSE TERMINAL-PROFILE-FILE
               OPEN I-O TERMINAL-PROFILE-FILE
           END-IF
           IF TERMPROFF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN TERMINAL-PROFILE.DAT"
               DISPLAY "FS-STATUS: " TERMPROFF-STATUS
               GO TO 500-END
           END-IF

           MOVE LK-TABLE-KEY TO TP-TERMINAL-ID
           READ TERMINAL-PROFILE-FILE
               INVALID KEY
                   MOVE "A" TO WS-APPLY-ACTION
                   MOVE LK-NEW-VALUE TO TERMINAL-PROFILE-RECORD
                   WRITE TERMINAL-PROFILE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR WRITING TERMINAL-PROFILE.DAT "
                               "KEY: " TP-TERMINAL-ID
                       NOT INVALID KEY
                           SET LK-APPLY-OK TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE "C" TO WS-APPLY-ACTION
                   MOVE TERMINAL-PROFILE-RECORD TO WS-OLD-IMAGE
                   MOVE LK-NEW-VALUE TO TERMINAL-PROFILE-RECORD
                   REWRITE TERMINAL-PROFILE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING "
                               "TERMINAL-PROFILE.DAT KEY: "
                               TP-TERMINAL-ID
                       NOT INVALID KEY
                           SET LK-APPLY-OK TO TRUE
                   END-REWRITE
           END-READ
           CLOSE TERMINAL-PROFILE-FILE.
       500-END.EXIT.

      *    A control file is one text line, read with NUMVAL by the
      *    program that honors it; no file means "built-in default".
       600-APPLY-CONTROL.
           MOVE LK-TABLE-KEY TO WS-CONTROL-FILENAME
           MOVE "A" TO WS-APPLY-ACTION
           OPEN INPUT CONTROL-FILE
           IF CONTROLF-STATUS = 00
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "C" TO WS-APPLY-ACTION
                       MOVE CONTROL-RECORD TO WS-OLD-IMAGE
               END-READ
               CLOSE CONTROL-FILE
           END-IF

           OPEN OUTPUT CONTROL-FILE
           IF CONTROLF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN " WS-CONTROL-FILENAME
               DISPLAY "FS-STATUS: " CONTROLF-STATUS
               GO TO 600-END
           END-IF
           MOVE LK-NEW-VALUE TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           IF CONTROLF-STATUS = 00
               SET LK-APPLY-OK TO TRUE
           ELSE
               DISPLAY "ERROR WRITING " WS-CONTROL-FILENAME
               DISPLAY "FS-STATUS: " CONTROLF-STATUS
           END-IF
           CLOSE CONTROL-FILE.
       600-END.EXIT.
       END PROGRAM REF-CHANGE-APPLY.
