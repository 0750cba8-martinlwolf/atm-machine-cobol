      ******************************************************************
      * Copybook:  KYCLOGREC.cpy
      * Purpose:   Shared KYC-LOG-FILE record layout (KYC-LOG.txt) -
      *            the due-diligence register, one row per event in a
      *            customer's review cycle: the rating set at
      *            onboarding, every automatic raise, the review-due
      *            notice, the restriction after the grace period, the
      *            completed review and the restriction being lifted.
      *            Written only through the KYC-RISK subprogram.
      ******************************************************************
       01  KYC-LOG-RECORD.
           05 KL-CUSTOMER-ID           PIC 9(08).
           05 KL-DATE                  PIC X(08).
           05 KL-TIME                  PIC X(08).
           05 KL-EVENT-TYPE            PIC X(08).
               88 KL-IS-ONBOARD            VALUE "ONBOARD".
               88 KL-IS-RAISE              VALUE "RAISE".
               88 KL-IS-NOTICE             VALUE "NOTICE".
               88 KL-IS-RESTRICT           VALUE "RESTRICT".
               88 KL-IS-REVIEW             VALUE "REVIEW".
               88 KL-IS-LIFT               VALUE "LIFT".
      *    What drove the event (FRAUD-FRZ, CTR-REPEAT, DISPUTES...).
           05 KL-REASON                PIC X(10).
      *    The rating and next-review date once the event applied.
           05 KL-RISK-RATING           PIC X(01).
           05 KL-NEXT-REVIEW-DATE      PIC X(08).
      *    Spaces on events raised by the nightly batch.
           05 KL-OPERATOR-ID           PIC X(08).
