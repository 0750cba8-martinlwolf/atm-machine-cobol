      ******************************************************************
      * Copybook:  TAXREC.cpy
      * Purpose:   Shared TAX-RATES-FILE record layout (TAX-RATES.DAT)
      *            - the operator-maintained tax table, keyed by the
      *            movement type as it appears on receipts (DEPOSIT,
      *            XFER-OUT, INTEREST, TD-INT, ...). A row makes that
      *            movement taxable: kind T is the bank-transaction
      *            tax on debits and credits, posted as a TAX-DBCR
      *            receipt; kind W is the withholding on interest,
      *            posted as a TAX-WHT receipt. Rates are percentages
      *            of the movement amount (0.6000 = 0.6%); customers
      *            whose CU-TAX-STATUS is reduced-rate pay the reduced
      *            rate, exempt customers pay nothing. Maintained with
      *            TAX-SET; looked up through the TAX-LOOKUP
      *            subprogram. No row for a movement type simply
      *            means that movement is not taxed.
      ******************************************************************
       01  TAX-RATE-RECORD.
           05 TX-MOVEMENT-TYPE         PIC X(10).
           05 TX-TAX-KIND              PIC X(01).
               88 TX-IS-TRANSACTION-TAX    VALUE "T".
               88 TX-IS-WITHHOLDING        VALUE "W".
           05 TX-RATE                  PIC 9(02)V9(04).
           05 TX-REDUCED-RATE          PIC 9(02)V9(04).
