      ******************************************************************
      * Copybook:  MANDATEREC.cpy
      * Purpose:   Shared MANDATES-FILE record layout (MANDATES.DAT) -
      *            the customer's standing authority for a registered
      *            biller (SERVICES.DAT) to collect from an account,
      *            keyed by the account's CBU followed by the service
      *            code, so one account's mandates read back in
      *            sequence from a START on the CBU. Set up and
      *            revoked by the customer at the ATM or by a teller
      *            (MANDATE-MAINTENANCE); honoured by the nightly
      *            DIRECT-DEBIT-RUN, which collects a biller's request
      *            only while the mandate is active, inside its start
      *            and end dates (both inclusive, spaces for an end
      *            date that never comes) and up to its maximum
      *            amount. A revoked mandate is kept for the record,
      *            and a fresh set-up for the same biller replaces it.
      ******************************************************************
       01  MANDATE-RECORD.
           05 MD-KEY.
               10 MD-CBU               PIC 9(22).
               10 MD-SERVICE-CODE      PIC 9(06).
           05 MD-MAX-AMOUNT            PIC 9(18)V99.
           05 MD-START-DATE            PIC X(08).
           05 MD-END-DATE              PIC X(08).
           05 MD-STATUS                PIC X(01).
               88 MD-IS-ACTIVE             VALUE "A".
               88 MD-IS-REVOKED            VALUE "R".
      *    Where the mandate was given: the terminal ID at the ATM,
      *    the teller's operator ID at the counter.
           05 MD-SET-UP-CHANNEL        PIC X(01).
               88 MD-SET-UP-AT-ATM         VALUE "A".
               88 MD-SET-UP-AT-COUNTER     VALUE "T".
           05 MD-SET-UP-BY             PIC X(08).
           05 MD-SET-UP-DATE           PIC X(08).
           05 MD-REVOKED-BY            PIC X(08).
           05 MD-REVOKED-DATE          PIC X(08).
           05 MD-LAST-COLLECTED-DATE   PIC X(08).
