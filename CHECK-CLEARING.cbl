      * Purpose: Check clearing batch job, run nightly. Two passes
      *          over CHECK-REGISTER.txt:
      *          1. Presentment - every check still marked deposited
      *             whose value date has arrived is written to a
      *             dated presentment file for the clearing network
      *             and marked presented. A check deposited after the
      *             check cut-off or on a holiday waits for the run
      *             on its value date.
      *          2. Responses - CHECK-CLEARING-IN.txt rows from the
      *             network (CBU + check number + C/R disposition)
      *             post against presented checks: C credits the
      *             the customer holding funds that never existed.
      *          The response file is renamed aside with a timestamp
      *          after processing so a re-run can never post it twice.
      *          A response that cannot be applied - no matching
      *          check, an account that cannot take the funds or
      *          cover a late return - is parked on the suspense
      *          queue (SUSPENSE-WRITE) for ops to work off.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY CHKREC.

       FD  CHECK-REGISTER-OUT.
       01  CHECK-REGISTER-OUT-REC      PIC X(104).

       FD  PRESENTMENT-FILE.
       01  PRESENTMENT-RECORD.
           05 PR-AMOUNT                PIC 9(18)V99.

       FD  REGISTER-ARCHIVE-FILE.
       01  REGISTER-ARCHIVE-RECORD     PIC X(104).

       FD  CLEARING-IN-FILE.
       01  CLEARING-IN-RECORD.
           COPY RECEIPTREC
               REPLACING ==RECEIPT-RECORD== BY ==WS-RECEIPT-WORK==
               LEADING ==RF== BY ==WR==.
      *    Suspense-queue work row for 070-PARK-SUSPENSE, handed to
      *    SUSPENSE-WRITE, which assigns the reference.
           COPY SUSPREC
               REPLACING ==SUSPENSE-RECORD== BY ==WS-SUSPENSE-WORK==
               LEADING ==SQ== BY ==WQ==.

       01  WS-CURRENT-DATETIME          PIC X(21).
       01  WS-TODAY                     PIC X(08).
       01  WS-CUTOFF-DATE               PIC X(08).
       01  WS-ARCHIVED-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-PRESENTED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-NOT-YET-DUE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-CLEARED-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-RETURNED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-REVERSED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-UNMATCHED-COUNT           PIC 9(5) VALUE ZERO.
      *    One response for 070-PARK-SUSPENSE: how it sits in
      *    suspense (C/D/M), the amount, the reason and its GL type.
       01  WS-PARK-DIRECTION            PIC X(01).
       01  WS-PARK-AMOUNT               PIC 9(18)V99.
       01  WS-PARK-REASON               PIC X(24).
       01  WS-PARK-GL-TYPE              PIC X(10).
      *    Per-transaction fee lookup for returned checks.
       01  WS-FEE-TYPE                  PIC X(10).
       01  WS-FEE-CHARGE                PIC 9(18)V99.
               10 WS-REG-AMOUNT         PIC 9(18)V99.
               10 WS-REG-DEPOSIT-DATE   PIC X(08).
               10 WS-REG-STATUS         PIC X(01).
               10 WS-REG-VALUE-DATE     PIC X(08).
       01  WS-REG-COUNT                 PIC 9(4) VALUE ZERO.
       01  WS-MATCH-IDX                 PIC 9(4) VALUE ZERO.
       01  WS-WINDOW-RESULT             PIC X(01).
           PERFORM 060-REWRITE-REGISTER THRU 060-END

           DISPLAY "CHECKS PRESENTED: " WS-PRESENTED-COUNT
           DISPLAY "CHECKS WAITING FOR THEIR VALUE DATE: "
               WS-NOT-YET-DUE-COUNT
           DISPLAY "CHECKS CLEARED: " WS-CLEARED-COUNT
           DISPLAY "CHECKS RETURNED: " WS-RETURNED-COUNT
           DISPLAY "LATE RETURNS REVERSED: " WS-REVERSED-COUNT
                           MOVE CH-DEPOSIT-DATE
                               TO WS-REG-DEPOSIT-DATE(WS-REG-COUNT)
                           MOVE CH-STATUS TO WS-REG-STATUS(WS-REG-COUNT)
      *    A row from before value dating counts from its deposit
      *    date.
                           IF CH-VALUE-DATE = SPACES
                               MOVE CH-DEPOSIT-DATE TO
                                   WS-REG-VALUE-DATE(WS-REG-COUNT)
                           ELSE
                               MOVE CH-VALUE-DATE TO
                                   WS-REG-VALUE-DATE(WS-REG-COUNT)
                           END-IF
                       ELSE
                           DISPLAY "REGISTER TABLE FULL - RUN AGAIN "
                               "AFTER CLEARED ROWS ARE ARCHIVED"
           PERFORM VARYING IDX-REG FROM 1 BY 1
               UNTIL IDX-REG > WS-REG-COUNT
               IF WS-REG-STATUS(IDX-REG) = "D"
                   AND WS-REG-VALUE-DATE(IDX-REG) > WS-TODAY
                   ADD 1 TO WS-NOT-YET-DUE-COUNT
               END-IF
               IF WS-REG-STATUS(IDX-REG) = "D"
                   AND WS-REG-VALUE-DATE(IDX-REG) NOT > WS-TODAY
                   MOVE WS-REG-CBU(IDX-REG) TO PR-CBU
                   MOVE WS-REG-DRAWER-BANK(IDX-REG) TO PR-DRAWER-BANK
                   MOVE WS-REG-CHECK-NUMBER(IDX-REG)
               ADD 1 TO WS-UNMATCHED-COUNT
               DISPLAY "NO PRESENTED CHECK MATCHES RESPONSE: "
                   CL-CBU " / " CL-CHECK-NUMBER
               MOVE "NO-PRESENTED-CHECK" TO WS-PARK-REASON
               PERFORM 075-PARK-MEMO THRU 075-END
               GO TO 040-END
           END-IF

                       ADD 1 TO WS-UNMATCHED-COUNT
                       DISPLAY "CHECK ALREADY CLEARED, RESPONSE "
                           "IGNORED: " CL-CBU " / " CL-CHECK-NUMBER
                       MOVE "CHECK-ALREADY-CLEARED" TO WS-PARK-REASON
                       PERFORM 075-PARK-MEMO THRU 075-END
                   END-IF
               WHEN CL-HAS-RETURNED
                   PERFORM 055-POST-RETURNED THRU 055-END
                   ADD 1 TO WS-UNMATCHED-COUNT
                   DISPLAY "UNKNOWN DISPOSITION, RESPONSE IGNORED: "
                       CL-CBU " / " CL-CHECK-NUMBER
                   MOVE "UNKNOWN-DISPOSITION" TO WS-PARK-REASON
                   PERFORM 075-PARK-MEMO THRU 075-END
           END-EVALUATE
           UNLOCK ACCOUNTS-FILE.
       040-END.EXIT.
               INVALID KEY
                   ADD 1 TO WS-UNMATCHED-COUNT
                   DISPLAY "CBU ON CHECK NOT FOUND: " CL-CBU
                   MOVE "CBU-NOT-FOUND" TO WS-PARK-REASON
                   PERFORM 080-PARK-CLEARED-FUNDS THRU 080-END
                   GO TO 050-END
           END-READ
           IF ACCOUNTSF-STATUS = 51
               ADD 1 TO WS-UNMATCHED-COUNT
               DISPLAY "ACCOUNT BUSY, CHECK LEFT PRESENTED: " CL-CBU
               MOVE "ACCOUNT-RECORD-BUSY" TO WS-PARK-REASON
               PERFORM 075-PARK-MEMO THRU 075-END
               GO TO 050-END
           END-IF
      *    Clearing settles in the home currency - an ARS credit
               ADD 1 TO WS-UNMATCHED-COUNT
               DISPLAY "CURRENCY MISMATCH - CLEARED FUNDS NOT "
                   "POSTED, MANUAL FOLLOW-UP: " CL-CBU
               MOVE "CURRENCY-MISMATCH" TO WS-PARK-REASON
               PERFORM 080-PARK-CLEARED-FUNDS THRU 080-END
               GO TO 050-END
           END-IF
           ADD WS-REG-AMOUNT(WS-MATCH-IDX) TO FS-BALANCE
               INVALID KEY
                   ADD 1 TO WS-UNMATCHED-COUNT
                   DISPLAY "ERROR UPDATING CBU: " FS-CBU
                   MOVE "ACCOUNT-REWRITE-ERROR" TO WS-PARK-REASON
                   PERFORM 075-PARK-MEMO THRU 075-END
                   GO TO 050-END
           END-REWRITE
           CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
                   INVALID KEY
                       ADD 1 TO WS-UNMATCHED-COUNT
                       DISPLAY "CBU ON CHECK NOT FOUND: " CL-CBU
                       MOVE "CBU-NOT-FOUND" TO WS-PARK-REASON
                       PERFORM 085-PARK-UNRECOVERED THRU 085-END
                       GO TO 055-END
               END-READ
               IF ACCOUNTSF-STATUS = 51
                   ADD 1 TO WS-UNMATCHED-COUNT
                   DISPLAY "ACCOUNT BUSY, RETURN NOT POSTED: " CL-CBU
                   MOVE "ACCOUNT-RECORD-BUSY" TO WS-PARK-REASON
                   PERFORM 075-PARK-MEMO THRU 075-END
                   GO TO 055-END
               END-IF
      *    The account cannot be driven negative - its balance field
                   ADD 1 TO WS-UNMATCHED-COUNT
                   DISPLAY "INSUFFICIENT BALANCE TO REVERSE CHECK "
                       CL-CHECK-NUMBER " ON CBU " CL-CBU
                       " - PARKED IN SUSPENSE"
                   MOVE "INSUFFICIENT-TO-REVERSE" TO WS-PARK-REASON
                   PERFORM 085-PARK-UNRECOVERED THRU 085-END
                   GO TO 055-END
               END-IF
               SUBTRACT WS-REG-AMOUNT(WS-MATCH-IDX) FROM FS-BALANCE
                   INVALID KEY
                       ADD 1 TO WS-UNMATCHED-COUNT
                       DISPLAY "ERROR UPDATING CBU: " FS-CBU
                       MOVE "ACCOUNT-REWRITE-ERROR" TO WS-PARK-REASON
                       PERFORM 075-PARK-MEMO THRU 075-END
                       GO TO 055-END
               END-REWRITE
               CALL 'ACCT-JOURNAL' USING ACCOUNTS-RECORD
               MOVE WS-REG-AMOUNT(IDX-REG) TO CH-AMOUNT
               MOVE WS-REG-DEPOSIT-DATE(IDX-REG) TO CH-DEPOSIT-DATE
               MOVE WS-REG-STATUS(IDX-REG) TO CH-STATUS
               MOVE WS-REG-VALUE-DATE(IDX-REG) TO CH-VALUE-DATE
      *    A check that finished its lifecycle (cleared or returned)
      *    and is past the retention window leaves the live register
      *    for the dated archive; everything else is carried forward.
               GOBACK
           END-IF.
       060-END.EXIT.

      *    Every response this run cannot apply goes on the suspense
      *    queue instead of being lost with the renamed response
      *    file. A response that moved nothing is parked as a memo -
      *    ops reposts it to the right CBU (re-queued for the next
      *    clearing run) or writes it off.
       070-PARK-SUSPENSE.
           INITIALIZE WS-SUSPENSE-WORK
           MOVE WS-TODAY TO WQ-REF-DATE
           SET WQ-FROM-CHECK-CLEARING TO TRUE
           MOVE "CHECK-CLEARING" TO WQ-SOURCE-JOB
           MOVE WS-PARK-DIRECTION TO WQ-DIRECTION
           MOVE CL-CBU TO WQ-CBU
           MOVE 0 TO WQ-COUNTERPARTY-CBU
           MOVE SPACES TO WQ-COUNTERPARTY-NAME
           MOVE WS-PARK-AMOUNT TO WQ-AMOUNT
           MOVE "ARS" TO WQ-CURRENCY-CODE
           MOVE WS-TODAY TO WQ-ITEM-DATE
           MOVE CL-CHECK-NUMBER TO WQ-ITEM-REF
           MOVE CL-DISPOSITION TO WQ-ITEM-TYPE
           MOVE WS-PARK-REASON TO WQ-REASON
           MOVE WS-PARK-GL-TYPE TO WQ-PARK-GL-TYPE
           CALL 'SUSPENSE-WRITE' USING WS-SUSPENSE-WORK.
       070-END.EXIT.

       075-PARK-MEMO.
           MOVE "M" TO WS-PARK-DIRECTION
           MOVE 0 TO WS-PARK-AMOUNT
           IF WS-MATCH-IDX > 0
               MOVE WS-REG-AMOUNT(WS-MATCH-IDX) TO WS-PARK-AMOUNT
           END-IF
           MOVE SPACES TO WS-PARK-GL-TYPE
           PERFORM 070-PARK-SUSPENSE THRU 070-END.
       075-END.EXIT.

      *    The network has settled a cleared check with us but no
      *    account can take it: the funds sit in suspense (SUSP-CHK)
      *    and the check is finished as cleared, so a later return
      *    against it is reversed through suspense, not forgotten.
       080-PARK-CLEARED-FUNDS.
           MOVE "C" TO WS-PARK-DIRECTION
           MOVE WS-REG-AMOUNT(WS-MATCH-IDX) TO WS-PARK-AMOUNT
           MOVE "SUSP-CHK" TO WS-PARK-GL-TYPE
           PERFORM 070-PARK-SUSPENSE THRU 070-END
           MOVE "C" TO WS-REG-STATUS(WS-MATCH-IDX).
       080-END.EXIT.

      *    A late return the customer's account cannot cover: the
      *    bank has paid the amount back to the network, so suspense
      *    carries it (SUSP-CHKR) until it is collected, and the
      *    check is finished as returned.
       085-PARK-UNRECOVERED.
           MOVE "D" TO WS-PARK-DIRECTION
           MOVE WS-REG-AMOUNT(WS-MATCH-IDX) TO WS-PARK-AMOUNT
           MOVE "SUSP-CHKR" TO WS-PARK-GL-TYPE
           PERFORM 070-PARK-SUSPENSE THRU 070-END
           MOVE "R" TO WS-REG-STATUS(WS-MATCH-IDX).
       085-END.EXIT.
       END PROGRAM CHECK-CLEARING.
