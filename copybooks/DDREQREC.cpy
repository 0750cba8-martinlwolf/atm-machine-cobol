      ******************************************************************
      * Copybook:  DDREQREC.cpy
      * Purpose:   Shared direct-debit collection request layout - one
      *            file per biller (DD-REQUEST-<service code>.txt),
      *            delivered by the biller with one row per bill it
      *            asks to collect from a customer's account under a
      *            mandate (MANDATES.DAT). Posted by the nightly
      *            DIRECT-DEBIT-RUN, which answers every row in the
      *            biller's dated response file.
      ******************************************************************
       01  DD-REQUEST-RECORD.
           05 CQ-SERVICE-CODE          PIC 9(06).
           05 CQ-CBU                   PIC 9(22).
           05 CQ-AMOUNT                PIC 9(18)V99.
           05 CQ-BILL-REFERENCE        PIC X(20).
