      ******************************************************************
      * Copybook:  LOANREC.cpy
      * Purpose:   Shared LOANS-FILE record layout (LOANS.DAT) - the
      *            installment loan master, keyed by loan ID with the
      *            borrowing account's CBU as a duplicate alternate
      *            key. Written by LOAN-ORIGINATE, which also lays
      *            down the amortization schedule (LOAN-SCHEDULE.DAT)
      *            and credits the principal to the account (LN-DISB
      *            receipt). The LOAN-COLLECTION nightly batch job
      *            debits each installment as it falls due (LN-PRIN
      *            and LN-INT receipts, late fees as TXN-FEE) and
      *            keeps the running position here: principal still
      *            owed, the next installment, and how far behind the
      *            borrower is. The rate is the annual rate in basis
      *            points, fixed for the life of the loan.
      ******************************************************************
       01  LOAN-RECORD.
           05 LN-LOAN-ID               PIC 9(08).
           05 LN-CBU                   PIC 9(22).
           05 LN-CUSTOMER-ID           PIC 9(08).
           05 LN-PRINCIPAL             PIC 9(18)V99.
           05 LN-RATE-BASIS-POINTS     PIC 9(04).
           05 LN-TERM-MONTHS           PIC 9(03).
           05 LN-INSTALLMENT-AMOUNT    PIC 9(18)V99.
           05 LN-OUTSTANDING-PRINCIPAL PIC 9(18)V99.
           05 LN-INSTALLMENTS-PAID     PIC 9(03).
           05 LN-DISBURSED-DATE        PIC X(08).
      *    The oldest installment not yet collected - principal,
      *    interest and any late fee - and the date it fell or falls
      *    due. Spaces / zero once the loan is paid off.
           05 LN-NEXT-DUE-DATE         PIC X(08).
           05 LN-NEXT-DUE-AMOUNT       PIC 9(18)V99.
      *    Delinquency aging off the oldest missed installment.
           05 LN-DAYS-PAST-DUE         PIC 9(05).
           05 LN-DELINQ-BUCKET         PIC X(01).
               88 LN-BUCKET-CURRENT        VALUE "0".
               88 LN-BUCKET-UNDER-30       VALUE "1".
               88 LN-BUCKET-30             VALUE "3".
               88 LN-BUCKET-60             VALUE "6".
               88 LN-BUCKET-90             VALUE "9".
           05 LN-STATUS                PIC X(01).
               88 LN-IS-ACTIVE             VALUE "A".
               88 LN-IS-PAID-OFF           VALUE "P".
               88 LN-IS-CANCELLED          VALUE "X".
           05 LN-CURRENCY-CODE         PIC X(03).
