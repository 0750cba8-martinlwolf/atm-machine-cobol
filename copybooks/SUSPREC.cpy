      ******************************************************************
      * Copybook:  SUSPREC.cpy
      * Purpose:   Shared SUSPENSE-FILE record layout (SUSPENSE.txt) -
      *            the one queue of items the nightly batches could
      *            not post. INTERCHANGE-INBOUND (credits it cannot
      *            apply), STANDIN-POST (stand-in cash no balance or
      *            line could cover), STANDING-ORDER-RUN (orders that
      *            failed), CHECK-CLEARING (responses matching no
      *            presented check) and PAYROLL-CREDIT (returns the
      *            employer's account would not take back) park each
      *            item here through the SUSPENSE-WRITE subprogram,
      *            which assigns the reference (park date + per-day
      *            sequence). Items that moved money are booked to
      *            the suspense GL account by GL-JOURNAL - once on the
      *            night they are parked (SQ-PARK-GL-TYPE) and once
      *            on the night they are worked off (SQ-CLOSE-GL-TYPE)
      *            - so the money is never off the books. Worked by
      *            the SUSPENSE-MANAGE ops tool: repost to a
      *            corrected CBU, return to the sender through
      *            interchange, or write off under a supervisor.
      ******************************************************************
       01  SUSPENSE-RECORD.
           05 SQ-REFERENCE.
               10 SQ-REF-DATE          PIC X(08).
               10 SQ-REF-SEQ           PIC 9(05).
           05 SQ-SOURCE                PIC X(03).
               88 SQ-FROM-INTERCHANGE      VALUE "ICH".
               88 SQ-FROM-STANDIN          VALUE "SIN".
               88 SQ-FROM-STANDING-ORDER   VALUE "SOR".
               88 SQ-FROM-CHECK-CLEARING   VALUE "CHK".
               88 SQ-FROM-PAYROLL          VALUE "PAY".
           05 SQ-SOURCE-JOB            PIC X(20).
      *    C - the money came in and sits in suspense waiting for an
      *        account; D - the money went out and suspense carries
      *        it until it is collected; M - nothing moved, the item
      *        is parked for its instruction only (amount may be 0).
           05 SQ-DIRECTION             PIC X(01).
               88 SQ-HOLDS-CREDIT          VALUE "C".
               88 SQ-HOLDS-DEBIT           VALUE "D".
               88 SQ-IS-MEMO               VALUE "M".
      *    The account the item should have posted to (credits) or
      *    be collected from (debits); the other party - remitter,
      *    standing-order sender - beside it.
           05 SQ-CBU                   PIC 9(22).
           05 SQ-COUNTERPARTY-CBU      PIC 9(22).
           05 SQ-COUNTERPARTY-NAME     PIC X(35).
           05 SQ-AMOUNT                PIC 9(18)V99.
           05 SQ-CURRENCY-CODE         PIC X(03).
           05 SQ-ITEM-DATE             PIC X(08).
      *    The original item's own identity: card number for a
      *    stand-in dispense, check number for a clearing response,
      *    plus its type code (interchange C/R, check disposition
      *    C/R).
           05 SQ-ITEM-REF              PIC X(16).
           05 SQ-ITEM-TYPE             PIC X(01).
           05 SQ-REASON                PIC X(24).
           05 SQ-PARK-GL-TYPE          PIC X(10).
           05 SQ-STATUS                PIC X(01).
               88 SQ-IS-OPEN               VALUE "O".
               88 SQ-IS-REPOSTED           VALUE "P".
               88 SQ-IS-RETURNED           VALUE "R".
               88 SQ-IS-WRITTEN-OFF        VALUE "W".
           05 SQ-RESOLVED-DATE         PIC X(08).
           05 SQ-RESOLVED-CBU          PIC 9(22).
           05 SQ-CLOSE-GL-TYPE         PIC X(10).
           05 SQ-RESOLVED-OPERATOR     PIC X(08).
