      ******************************************************************
      * Copybook:  RETNOTEREC.cpy
      * Purpose:   Shared RETAINED-NOTES-FILE record layout
      *            (RETAINED-NOTES.txt) - the register of notes a
      *            machine's validator rejected as suspect during a
      *            cash deposit. Such notes are kept by the bank, never
      *            credited and never counted into CASH-MODULE.txt;
      *            the central bank wants them, with the depositor's
      *            identity. One row per denomination per deposit,
      *            written through the RETAINED-NOTE-WRITE subprogram,
      *            which assigns the reference (deposit date + per-day
      *            sequence) and fills in the customer's document and
      *            name from CUSTOMERS.DAT. RETAINED-NOTES-REPORT
      *            sends every unreported row to the central bank and
      *            stamps it; RETAINED-NOTES-MANAGE records the
      *            examination's verdict and credits the customer for
      *            any notes that prove genuine.
      ******************************************************************
       01  RETAINED-NOTE-RECORD.
           05 RN-REFERENCE.
               10 RN-REF-DATE          PIC X(08).
               10 RN-REF-SEQ           PIC 9(05).
           05 RN-TERMINAL-ID           PIC X(06).
           05 RN-CBU                   PIC 9(22).
      *    Zero document and spaces name when the account carries no
      *    customer or the customer is not on file.
           05 RN-CUSTOMER-ID           PIC 9(08).
           05 RN-DOCUMENT-NUMBER       PIC 9(11).
           05 RN-FULL-NAME             PIC X(35).
           05 RN-DEPOSIT-DATE          PIC X(08).
           05 RN-DEPOSIT-TIME          PIC X(06).
           05 RN-DENOMINATION          PIC 9(03).
           05 RN-QUANTITY              PIC 9(05).
      *    Face value of the notes retained on this row.
           05 RN-AMOUNT                PIC 9(18)V99.
           05 RN-STATUS                PIC X(01).
               88 RN-IS-RETAINED           VALUE "R".
               88 RN-IS-GENUINE            VALUE "G".
               88 RN-IS-COUNTERFEIT        VALUE "C".
      *    Spaces until RETAINED-NOTES-REPORT sends the row.
           05 RN-REPORTED-DATE         PIC X(08).
           05 RN-RESOLVED-DATE         PIC X(08).
           05 RN-RESOLVED-OPERATOR     PIC X(08).
      *    How many of the row's notes the examination found genuine
      *    and were credited to RN-CBU (status G); zero on C.
           05 RN-GENUINE-QUANTITY      PIC 9(05).
