      ******************************************************************
      * Copybook:  PARTYREC.cpy
      * Purpose:   Shared ACCOUNT-PARTIES-FILE record layout
      *            (ACCOUNT-PARTIES.DAT) - the account-to-customer
      *            relationships beyond the one owner FS-CUSTOMER-ID
      *            can carry: joint owners (spouses, partners) and
      *            authorized signatories (power of attorney), each
      *            with the dates the link holds. Keyed by the
      *            account's CBU followed by the customer ID, so one
      *            account's parties read back in sequence from a
      *            START on the CBU, with the customer ID as an
      *            alternate key so a customer's accounts are found
      *            the same way. FS-CUSTOMER-ID stays the primary
      *            owner every program reads; a P row only records
      *            when a customer became (or stopped being) primary,
      *            and an account with no P row is owned by its
      *            FS-CUSTOMER-ID as it always was. Maintained by
      *            PARTY-MAINTENANCE.
      ******************************************************************
       01  ACCOUNT-PARTY-RECORD.
           05 AP-KEY.
               10 AP-CBU               PIC 9(22).
               10 AP-CUSTOMER-ID       PIC 9(08).
           05 AP-ROLE                  PIC X(01).
               88 AP-PRIMARY-OWNER         VALUE "P".
               88 AP-JOINT-OWNER           VALUE "J".
               88 AP-SIGNATORY             VALUE "S".
      *    The link holds from AP-START-DATE up to the day before
      *    AP-END-DATE; spaces in the end date means open-ended.
           05 AP-START-DATE            PIC X(08).
           05 AP-END-DATE              PIC X(08).
           05 AP-OPERATOR-ID           PIC X(08).
