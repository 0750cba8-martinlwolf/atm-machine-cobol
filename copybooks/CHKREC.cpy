               88 CH-IS-PRESENTED          VALUE "P".
               88 CH-IS-CLEARED            VALUE "C".
               88 CH-IS-RETURNED           VALUE "R".
      *    The business date the check counts from (see VALUE-DATE):
      *    a check deposited after the check cut-off or on a holiday
      *    is not presented before it. Spaces on rows from before
      *    value dating - CH-DEPOSIT-DATE stands then.
           05 CH-VALUE-DATE            PIC X(08).
