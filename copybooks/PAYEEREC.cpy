      ******************************************************************
      * Copybook:  PAYEEREC.cpy
      * Purpose:   Shared PAYEES-FILE record layout (PAYEES.DAT) - the
      *            per-account register of transfer beneficiaries,
      *            keyed by the owning account's CBU followed by the
      *            payee's CBU, so one account's payees read back in
      *            sequence from a START on the owner. Maintained by
      *            the customer at the ATM. A payee added less than
      *            the configured cooling-off period ago (PAYEE-
      *            COOLOFF-DAYS.txt) only takes transfers up to the
      *            lower cooling-off ceiling (PAYEE-COOLOFF-
      *            THRESHOLD.txt).
      ******************************************************************
       01  PAYEE-RECORD.
           05 PY-KEY.
               10 PY-OWNER-CBU         PIC 9(22).
               10 PY-PAYEE-CBU         PIC 9(22).
           05 PY-NICKNAME              PIC X(20).
           05 PY-PAYEE-KIND            PIC X(01).
               88 PY-IS-INTERNAL           VALUE "I".
               88 PY-IS-INTERBANK          VALUE "E".
           05 PY-ADDED-DATE            PIC X(08).
