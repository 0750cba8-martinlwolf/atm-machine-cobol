           05 HF-HOLD-STATUS           PIC X(01).
               88 HF-IS-PENDING            VALUE "P".
               88 HF-IS-RELEASED           VALUE "R".
      *    The business date the deposit counts from (see
      *    VALUE-DATE); the hold period runs from it, not from the
      *    day the cash was keyed. Spaces on rows from before value
      *    dating - HF-DEPOSIT-DATE stands then.
           05 HF-VALUE-DATE            PIC X(08).
