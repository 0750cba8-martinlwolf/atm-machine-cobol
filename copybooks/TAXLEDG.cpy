      ******************************************************************
      * Copybook:  TAXLEDG.cpy
      * Purpose:   Shared TAX-LEDGER-FILE record layout
      *            (TAX-LEDGER.txt) - one row per taxed movement,
      *            appended through the TAX-WRITE subprogram by every
      *            posting flow that charges transaction tax or
      *            interest withholding. Carries what the receipt row
      *            cannot: the movement the tax was charged on, its
      *            amount (the tax base), the rate applied and the
      *            customer's document number, so TAX-RETURN can build
      *            the month's filing without re-deriving anything.
      *            Posting flows fill the movement half, TAX-LOOKUP
      *            fills the tax half; TL-TAX-COLLECTED is what was
      *            actually debited - tax the balance floor could not
      *            absorb stays on the row as due but uncollected.
      ******************************************************************
       01  TAX-LEDGER-RECORD.
           05 TL-DATE                  PIC X(08).
           05 TL-CBU                   PIC 9(22).
           05 TL-CUSTOMER-ID           PIC 9(08).
           05 TL-DOCUMENT-NUMBER       PIC 9(11).
           05 TL-TAX-STATUS            PIC X(01).
           05 TL-MOVEMENT-TYPE         PIC X(10).
           05 TL-TAX-TYPE              PIC X(10).
           05 TL-RATE                  PIC 9(02)V9(04).
           05 TL-BASE-AMOUNT           PIC 9(18)V99.
           05 TL-TAX-DUE               PIC 9(18)V99.
           05 TL-TAX-COLLECTED         PIC 9(18)V99.
           05 TL-CURRENCY-CODE         PIC X(03).
