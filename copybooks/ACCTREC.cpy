      *    customer transacts. Dormant accounts keep earning interest
      *    but are excluded from the monthly maintenance fee.
               88 FS-ACCOUNT-DORMANT        VALUE "D".
      *    Set by KYC-REVIEW-RUN when the owning customer's periodic
      *    due-diligence review is overdue past the grace period, and
      *    lifted by KYC-REVIEW once the review is recorded. Deposits
      *    only: every customer-initiated debit is refused; fees and
      *    loan collection still post.
               88 FS-ACCOUNT-RESTRICTED     VALUE "R".
           05 FS-DAILY-WITHDRAWN-TOTAL  PIC 9(20)V99.
           05 FS-LAST-PIN-CHANGE-DATE   PIC X(08).
      *    Owning customer on CUSTOMERS.DAT; zero on accounts opened
