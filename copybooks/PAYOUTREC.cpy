      ******************************************************************
      * Copybook:  PAYOUTREC.cpy
      * Purpose:   Shared CASHIER-PAYOUTS-FILE record layout
      *            (CASHIER-PAYOUTS.txt). One row per amount the bank
      *            owes a customer in cash at the counter - today the
      *            remaining balance of an account closed with a
      *            cashier payout (CLOSE-PAY receipt). The money has
      *            already left the account when the row is written;
      *            the row stays awaiting collection until the cashier
      *            hands the cash over and marks it disbursed under
      *            their operator ID.
      ******************************************************************
       01  CASHIER-PAYOUT-RECORD.
           05 CP-CBU                   PIC 9(22).
           05 CP-CUSTOMER-ID           PIC 9(08).
           05 CP-PAYEE-NAME            PIC X(35).
           05 CP-AMOUNT                PIC 9(18)V99.
           05 CP-CURRENCY-CODE         PIC X(03).
           05 CP-CREATED-DATE          PIC X(08).
           05 CP-CREATED-OPERATOR      PIC X(08).
           05 CP-STATUS                PIC X(01).
               88 CP-IS-AWAITING           VALUE "A".
               88 CP-IS-DISBURSED          VALUE "D".
           05 CP-DISBURSED-DATE        PIC X(08).
           05 CP-DISBURSED-OPERATOR    PIC X(08).
