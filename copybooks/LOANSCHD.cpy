      ******************************************************************
      * Copybook:  LOANSCHD.cpy
      * Purpose:   Shared LOAN-SCHEDULE-FILE record layout
      *            (LOAN-SCHEDULE.DAT) - the amortization schedule of
      *            every installment loan, one row per installment,
      *            keyed by loan ID + installment number so a loan's
      *            rows read back in order. Generated in full by
      *            LOAN-ORIGINATE (level installment, interest on the
      *            declining balance, the last installment absorbing
      *            the rounding); LOAN-COLLECTION marks each row paid
      *            and adds the late fee to a missed row once.
      ******************************************************************
       01  LOAN-SCHEDULE-RECORD.
           05 LS-KEY.
               10 LS-LOAN-ID           PIC 9(08).
               10 LS-INSTALLMENT-NO    PIC 9(03).
           05 LS-DUE-DATE              PIC X(08).
           05 LS-PRINCIPAL-DUE         PIC 9(18)V99.
           05 LS-INTEREST-DUE          PIC 9(18)V99.
           05 LS-FEE-DUE               PIC 9(18)V99.
           05 LS-LATE-FEE-FLAG         PIC X(01).
               88 LS-LATE-FEE-CHARGED      VALUE "Y".
               88 LS-LATE-FEE-NOT-CHARGED  VALUE "N".
           05 LS-STATUS                PIC X(01).
               88 LS-IS-DUE                VALUE "D".
               88 LS-IS-PAID               VALUE "P".
           05 LS-PAID-DATE             PIC X(08).
