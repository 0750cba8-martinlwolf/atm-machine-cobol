      *          running anything: on a holiday the posting jobs
      *          roll to the next business day's run, while the
      *          date-scoped record-keeping (fraud scan, cash
      *          reconciliation, GL extract, journal and trial
      *          balance, CTR report, daily-limit reset) still
      *          runs - the machines serve on holidays and those
      *          jobs only ever look at the current date. Any
      *          week-end / month-end marks on the holiday are parked
      *          (EOD-CARRY.txt) so that business night still fires
      *          the weekly and monthly jobs.
      *          Before any of that, every night, REF-CHANGE-POST puts
      *          into force the approved reference-table changes
      *          (fees, products, GL map, FX rates, terminal profiles,
      *          control files) whose effective date has arrived, so
      *          the whole night runs on the new values.
      *          On a business night it runs the fixed nightly chain
      *          in the one correct order (each money-touching job
      *          also defends itself through the BATCH-CONTROL
      *                                    transfers
      *            3. INTERCHANGE-INBOUND  post clearing-network
      *                                    credits and returns
      *            4. PAYROLL-CREDIT       post employers' bulk
      *                                    salary credits
      *            5. DIRECT-DEBIT-RUN     collect billers' direct-
      *                                    debit requests
      *            6. INTERCHANGE-ACK      match network acks off the
      *                                    outstanding-items register
      *            7. CHECK-CLEARING       present checks, post
      *                                    cleared/returned items
      *            8. HOLD-RELEASE         mature deposit holds
      *            9. TERM-DEPOSIT-MATURE  pay out matured deposits
      *           10. BALANCE-SWEEP        top primaries back up from
      *                                    linked savings
      *           11. CREDIT-INTEREST      accrue drawn overdrafts
      *           12. LOAN-COLLECTION      collect due loan
      *                                    installments, age arrears
      *           13. CARD-RENEWAL         queue replacement cards
      *           14. KYC-REVIEW-RUN       notice customers whose
      *                                    due-diligence review is
      *                                    coming due, restrict the
      *                                    overdue
      *           15. NOTIFY-DISPATCH      hand notifications to the
      *                                    messaging gateway
      *           16. BILLER-SETTLEMENT    remit the day's payments
      *           17. FRAUD-MONITOR        scan the day's activity
      *           18. CASH-RECONCILIATION  vault counts vs receipts
      *           19. GL-EXTRACT           balance snapshot
      *           20. GL-JOURNAL           book the day's movements
      *           21. GL-TRIAL-BALANCE     trial balance, prove the
      *                                    control accounts
      *           22. CTR-REPORT           regulatory cash report
      *           23. BALANCE-AUDIT        replay the ledger
      *           24. INTEGRITY-AUDIT      cross-file integrity of
      *                                    the masters
      *           25. DAILY-LIMIT-RESET    open the next business day
      *          then the calendar-driven jobs on JOB-SCHEDULE.txt
      *          (MONTHLY-MAINTENANCE and friends): daily rows every
      *          night, weekly rows on calendar week-end nights,
           PERFORM 010-READ-CALENDAR THRU 010-END
           PERFORM 012-TAKE-UP-CARRY THRU 012-END

      *    Approved reference changes due tonight go in first, on
      *    holidays too - an effective date is a calendar date.
           MOVE "REF-CHANGE-POST" TO WS-RUN-JOB-NAME
           PERFORM 100-RUN-JOB THRU 100-END

           IF WS-IS-HOLIDAY
               DISPLAY "CALENDAR SAYS " WS-TODAY " IS A HOLIDAY - "
                   "POSTING JOBS ROLL TO THE NEXT BUSINESS DAY"
               PERFORM 100-RUN-JOB THRU 100-END
               MOVE "GL-JOURNAL" TO WS-RUN-JOB-NAME
               PERFORM 100-RUN-JOB THRU 100-END
               MOVE "GL-TRIAL-BALANCE" TO WS-RUN-JOB-NAME
               PERFORM 100-RUN-JOB THRU 100-END
               MOVE "CTR-REPORT" TO WS-RUN-JOB-NAME
               PERFORM 100-RUN-JOB THRU 100-END
               MOVE "DAILY-LIMIT-RESET" TO WS-RUN-JOB-NAME
           PERFORM 100-RUN-JOB THRU 100-END
           MOVE "INTERCHANGE-INBOUND" TO WS-RUN-JOB-NAME
           PERFORM 100-RUN-JOB THRU 100-END
           MOVE "PAYROLL-CREDIT" TO WS-RUN-JOB-NAME
           PERFORM 100-RUN-JOB THRU 100-END
           MOVE "DIRECT-DEBIT-RUN" TO WS-RUN-JOB-NAME
           PERFORM 100-RUN-JOB THRU 100-END
           MOVE "INTERCHANGE-ACK" TO WS-RUN-JOB-NAME
           PERFORM 100-RUN-JOB THRU 100-END
           MOVE "CHECK-CLEARING" TO WS-RUN-JOB-NAME
           PERFORM 100-RUN-JOB THRU 100-END
           MOVE "CREDIT-INTEREST" TO WS-RUN-JOB-NAME
           PERFORM 100-RUN-JOB THRU 100-END
           MOVE "LOAN-COLLECTION" TO WS-RUN-JOB-NAME
           PERFORM 100-RUN-JOB THRU 100-END
           MOVE "CARD-RENEWAL" TO WS-RUN-JOB-NAME
           PERFORM 100-RUN-JOB THRU 100-END
           MOVE "KYC-REVIEW-RUN" TO WS-RUN-JOB-NAME
           PERFORM 100-RUN-JOB THRU 100-END
           MOVE "NOTIFY-DISPATCH" TO WS-RUN-JOB-NAME
           PERFORM 100-RUN-JOB THRU 100-END
           MOVE "BILLER-SETTLEMENT" TO WS-RUN-JOB-NAME
           PERFORM 100-RUN-JOB THRU 100-END
           MOVE "GL-JOURNAL" TO WS-RUN-JOB-NAME
           PERFORM 100-RUN-JOB THRU 100-END
           MOVE "GL-TRIAL-BALANCE" TO WS-RUN-JOB-NAME
           PERFORM 100-RUN-JOB THRU 100-END
           MOVE "CTR-REPORT" TO WS-RUN-JOB-NAME
           PERFORM 100-RUN-JOB THRU 100-END
           MOVE "BALANCE-AUDIT" TO WS-RUN-JOB-NAME
           PERFORM 100-RUN-JOB THRU 100-END
           MOVE "INTEGRITY-AUDIT" TO WS-RUN-JOB-NAME
           PERFORM 100-RUN-JOB THRU 100-END
           MOVE "DAILY-LIMIT-RESET" TO WS-RUN-JOB-NAME
           PERFORM 100-RUN-JOB THRU 100-END

