      *            on nights the processing calendar marks week-end,
      *            M on nights it marks month-end. This is where
      *            MONTHLY-MAINTENANCE, DORMANT-REVIEW,
      *            TRANSACTIONS-ARCHIVE, CASH-FORECAST, TAX-RETURN,
      *            RETAINED-NOTES-REPORT and the statement run live,
      *            so month-end can never be missed by a day again.
      *            Operator-maintained (one row per line, hand-edited
      *            like the other control text files).
      ******************************************************************
       01  JOB-SCHEDULE-RECORD.
           05 JS-JOB-NAME              PIC X(20).
