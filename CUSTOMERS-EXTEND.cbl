      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time migration of CUSTOMERS.DAT for the appended
      *          fields. The customer record grew twice - the tax
      *          status (CU-TAX-STATUS) for the transaction tax and
      *          interest withholding, then the risk rating and review
      *          schedule for periodic due diligence - so an existing
      *          indexed file cannot be opened under the new layout
      *          (record length mismatch, file status 39). Same
      *          discipline as CARDS-EXTEND: read the old file under
      *          its prior layout, carry every field over, set the
      *          appended fields to their documented empty values
      *          (standard rate, low risk, review not yet scheduled,
      *          review current), build a fresh keyed file and swap
      *          it into place only when every record converted. A
      *          file still on the original layout and one already
      *          carrying the tax status are both recognized. The old
      *          file survives as CUSTOMERS.DAT.preextend; a re-run
      *          against an already-extended file stops on the
      *          record-length mismatch before touching anything.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMERS-EXTEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OU-CUSTOMER-ID
               FILE STATUS IS OLDCUSTF-STATUS.
           SELECT TAX-CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OT-CUSTOMER-ID
               FILE STATUS IS TAXCUSTF-STATUS.
           SELECT NEW-CUSTOMERS-FILE ASSIGN TO "CUSTOMERS.DAT.new"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS NEWCUSTF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The customer record exactly as it was before the tax
      *    status was appended.
       FD  OLD-CUSTOMERS-FILE.
       01  OLD-CUSTOMER-RECORD.
           05 OU-CUSTOMER-ID           PIC 9(08).
           05 OU-FULL-NAME             PIC X(35).
           05 OU-DOCUMENT-NUMBER       PIC 9(11).
           05 OU-BIRTH-DATE            PIC X(08).
           05 OU-ADDRESS               PIC X(50).
           05 OU-PHONE                 PIC X(15).

      *    The customer record with the tax status, before the risk
      *    rating and review schedule were appended.
       FD  TAX-CUSTOMERS-FILE.
       01  TAX-CUSTOMER-RECORD.
           05 OT-CUSTOMER-ID           PIC 9(08).
           05 OT-FULL-NAME             PIC X(35).
           05 OT-DOCUMENT-NUMBER       PIC 9(11).
           05 OT-BIRTH-DATE            PIC X(08).
           05 OT-ADDRESS               PIC X(50).
           05 OT-PHONE                 PIC X(15).
           05 OT-TAX-STATUS            PIC X(01).

       FD  NEW-CUSTOMERS-FILE.
           COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01  OLDCUSTF-STATUS              PIC 9(2).
       01  TAXCUSTF-STATUS              PIC 9(2).
       01  NEWCUSTF-STATUS              PIC 9(2).
       01  WS-CONVERTED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-RENAME-STATUS             PIC S9(9) COMP-5.
       01  WS-ABORT-FLAG                PIC X(01).
           88 WS-CONVERSION-FAILED          VALUE "Y".
           88 WS-CONVERSION-CLEAN           VALUE "N".
       01  WS-PRIOR-LAYOUT              PIC X(01).
           88 WS-PRIOR-IS-ORIGINAL          VALUE "O".
           88 WS-PRIOR-HAS-TAX-STATUS       VALUE "T".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CUSTOMERS-EXTEND - MIGRATE CUSTOMERS.DAT TO THE "
               "EXTENDED RECORD LAYOUT"
           SET WS-CONVERSION-CLEAN TO TRUE

      *    The original layout first; a length mismatch there means
      *    the file may already carry the tax status.
           SET WS-PRIOR-IS-ORIGINAL TO TRUE
           OPEN INPUT OLD-CUSTOMERS-FILE
           IF OLDCUSTF-STATUS = 39
               SET WS-PRIOR-HAS-TAX-STATUS TO TRUE
               OPEN INPUT TAX-CUSTOMERS-FILE
               IF TAXCUSTF-STATUS = 39
                   DISPLAY "CUSTOMERS.DAT DOES NOT MATCH A PRIOR "
                       "LAYOUT"
                   DISPLAY "(ALREADY EXTENDED?). NOTHING DONE"
                   STOP RUN
               END-IF
               MOVE TAXCUSTF-STATUS TO OLDCUSTF-STATUS
           END-IF
           IF OLDCUSTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN CUSTOMERS.DAT"
               DISPLAY "FS-STATUS: " OLDCUSTF-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT NEW-CUSTOMERS-FILE
           IF NEWCUSTF-STATUS NOT = 00
               DISPLAY "UNABLE TO OPEN CUSTOMERS.DAT.new"
               PERFORM 090-CLOSE-OLD THRU 090-END
               STOP RUN
           END-IF

           IF WS-PRIOR-IS-ORIGINAL
               PERFORM 010-CONVERT-CUSTOMERS THRU 010-END
           ELSE
               PERFORM 030-CONVERT-TAX-CUSTOMERS THRU 030-END
           END-IF
           PERFORM 090-CLOSE-OLD THRU 090-END
           CLOSE NEW-CUSTOMERS-FILE

           IF WS-CONVERSION-FAILED
               DISPLAY "MIGRATION ABANDONED - CUSTOMERS.DAT LEFT "
                   "UNTOUCHED"
               STOP RUN
           END-IF

           CALL "CBL_RENAME_FILE" USING
               "CUSTOMERS.DAT" "CUSTOMERS.DAT.preextend"
               GIVING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               DISPLAY "UNABLE TO RENAME CUSTOMERS.DAT ASIDE - "
                   "MIGRATION NOT COMPLETED"
               STOP RUN
           END-IF
           CALL "CBL_RENAME_FILE" USING
               "CUSTOMERS.DAT.new" "CUSTOMERS.DAT"
               GIVING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               DISPLAY "UNABLE TO RENAME CUSTOMERS.DAT.new INTO "
                   "PLACE - RESTORE CUSTOMERS.DAT.preextend BY HAND"
               STOP RUN
           END-IF

           DISPLAY "CUSTOMERS MIGRATED: " WS-CONVERTED-COUNT
           STOP RUN.

       010-CONVERT-CUSTOMERS.
           PERFORM UNTIL OLDCUSTF-STATUS = 10
               READ OLD-CUSTOMERS-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO OLDCUSTF-STATUS
                   NOT AT END
                       PERFORM 020-CONVERT-ONE THRU 020-END
               END-READ
           END-PERFORM.
       010-END.EXIT.

       020-CONVERT-ONE.
           MOVE OU-CUSTOMER-ID TO CU-CUSTOMER-ID
           MOVE OU-FULL-NAME TO CU-FULL-NAME
           MOVE OU-DOCUMENT-NUMBER TO CU-DOCUMENT-NUMBER
           MOVE OU-BIRTH-DATE TO CU-BIRTH-DATE
           MOVE OU-ADDRESS TO CU-ADDRESS
           MOVE OU-PHONE TO CU-PHONE
      *    No customer had a tax treatment on file before: everyone
      *    starts at the standard rate until TAX-STATUS-SET says
      *    otherwise.
           SET CU-TAX-STANDARD TO TRUE
           PERFORM 050-SET-REVIEW-FIELDS THRU 050-END
           PERFORM 040-WRITE-NEW THRU 040-END.
       020-END.EXIT.

       030-CONVERT-TAX-CUSTOMERS.
           PERFORM UNTIL TAXCUSTF-STATUS = 10
               READ TAX-CUSTOMERS-FILE NEXT RECORD
                   AT END
                       MOVE 10 TO TAXCUSTF-STATUS
                   NOT AT END
                       PERFORM 035-CONVERT-TAX-ONE THRU 035-END
               END-READ
           END-PERFORM.
       030-END.EXIT.

       035-CONVERT-TAX-ONE.
           MOVE OT-CUSTOMER-ID TO CU-CUSTOMER-ID
           MOVE OT-FULL-NAME TO CU-FULL-NAME
           MOVE OT-DOCUMENT-NUMBER TO CU-DOCUMENT-NUMBER
           MOVE OT-BIRTH-DATE TO CU-BIRTH-DATE
           MOVE OT-ADDRESS TO CU-ADDRESS
           MOVE OT-PHONE TO CU-PHONE
           MOVE OT-TAX-STATUS TO CU-TAX-STATUS
           PERFORM 050-SET-REVIEW-FIELDS THRU 050-END
           PERFORM 040-WRITE-NEW THRU 040-END.
       035-END.EXIT.

      *    A failed write stops whichever read loop is running.
       040-WRITE-NEW.
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING CUSTOMER: " CU-CUSTOMER-ID
                   SET WS-CONVERSION-FAILED TO TRUE
                   MOVE 10 TO OLDCUSTF-STATUS
                   MOVE 10 TO TAXCUSTF-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
           END-WRITE.
       040-END.EXIT.

      *    No customer had a risk rating or a review schedule before:
      *    everyone starts low-risk and current, and KYC-REVIEW-RUN
      *    schedules the first review from the rating on its next
      *    pass (the blank next-review date).
       050-SET-REVIEW-FIELDS.
           SET CU-RISK-LOW TO TRUE
           MOVE SPACES TO CU-RISK-REASON
           MOVE SPACES TO CU-RISK-DATE
           MOVE SPACES TO CU-LAST-REVIEW-DATE
           MOVE SPACES TO CU-NEXT-REVIEW-DATE
           MOVE SPACES TO CU-REVIEW-NOTICE-DATE
           SET CU-KYC-CURRENT TO TRUE
           MOVE ZERO TO CU-CTR-COUNT
           MOVE ZERO TO CU-DISPUTE-COUNT
           MOVE SPACES TO CU-REVIEW-OPERATOR-ID.
       050-END.EXIT.

       090-CLOSE-OLD.
           IF WS-PRIOR-IS-ORIGINAL
               CLOSE OLD-CUSTOMERS-FILE
           ELSE
               CLOSE TAX-CUSTOMERS-FILE
           END-IF.
       090-END.EXIT.
       END PROGRAM CUSTOMERS-EXTEND.
