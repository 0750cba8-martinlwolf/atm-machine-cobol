      *    has been seen yet - stand-in is refused until a normal
      *    login stamps one.
           05 CD-OFFLINE-PIN-HASH      PIC 9(10).
      *    The customer the card is issued to - a joint owner or an
      *    authorized signatory holds their own card on the account
      *    (see ACCOUNT-PARTIES.DAT). Zero (and rows older than the
      *    field) means the account's primary owner.
           05 CD-HOLDER-CUSTOMER-ID    PIC 9(08).
