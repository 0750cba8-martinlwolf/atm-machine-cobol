      *            be called about flagged activity, and KYC audits
      *            have something to audit. Each ACCOUNTS-RECORD
      *            points at its owning customer via FS-CUSTOMER-ID.
      *            The risk rating and review schedule drive periodic
      *            due diligence: KYC-REVIEW-RUN notices and then
      *            restricts customers whose review is overdue, and
      *            KYC-REVIEW records the completed review.
      ******************************************************************
       01  CUSTOMER-RECORD.
           05 CU-CUSTOMER-ID           PIC 9(08).
           05 CU-BIRTH-DATE            PIC X(08).
           05 CU-ADDRESS               PIC X(50).
           05 CU-PHONE                 PIC X(15).
      *    Tax treatment for the transaction tax and interest
      *    withholding (see TAX-LOOKUP). Spaces on customers created
      *    before the field existed - taxed at the standard rate.
           05 CU-TAX-STATUS            PIC X(01).
               88 CU-TAX-STANDARD          VALUE "S" " ".
               88 CU-TAX-REDUCED           VALUE "R".
               88 CU-TAX-EXEMPT            VALUE "E".
      *    Due-diligence risk rating - set at onboarding and only
      *    ever raised automatically (KYC-RISK), by a fraud freeze,
      *    repeated CTR appearances or repeated disputes. Spaces on
      *    customers created before the field existed - read as low.
           05 CU-RISK-RATING           PIC X(01).
               88 CU-RISK-LOW              VALUE "L" " ".
               88 CU-RISK-MEDIUM           VALUE "M".
               88 CU-RISK-HIGH             VALUE "H".
      *    What last set the rating (ONBOARD, FRAUD-FRZ, CTR-REPEAT,
      *    DISPUTES, REVIEW) and when.
           05 CU-RISK-REASON           PIC X(10).
           05 CU-RISK-DATE             PIC X(08).
      *    Last completed review, and the date the next one falls
      *    due. A blank next-review date has not been scheduled yet;
      *    KYC-REVIEW-RUN schedules it from the rating.
           05 CU-LAST-REVIEW-DATE      PIC X(08).
           05 CU-NEXT-REVIEW-DATE      PIC X(08).
      *    When the customer was told the review is coming due -
      *    spaces until then, so the notice goes out only once.
           05 CU-REVIEW-NOTICE-DATE    PIC X(08).
           05 CU-KYC-STATUS            PIC X(01).
               88 CU-KYC-CURRENT           VALUE "C" " ".
               88 CU-KYC-DUE               VALUE "D".
               88 CU-KYC-RESTRICTED        VALUE "R".
      *    CTR appearances and disputes opened since the last review;
      *    a completed review starts both over.
           05 CU-CTR-COUNT             PIC 9(03).
           05 CU-DISPUTE-COUNT         PIC 9(03).
      *    The teller who recorded the last completed review.
           05 CU-REVIEW-OPERATOR-ID    PIC X(08).
