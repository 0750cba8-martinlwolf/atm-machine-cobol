      ******************************************************************
      * Copybook:  GLBALREC.cpy
      * Purpose:   Shared GL-BALANCE-FILE record layout
      *            (GL-BALANCE.DAT) - the general-ledger balance
      *            master, one row per GL account and currency, keyed
      *            by both. GL-JOURNAL posts every journal line it
      *            writes into the row for its account and the
      *            receipt's currency, so balances carry forward from
      *            day to day instead of being rebuilt from the
      *            journals. Balances are debit-positive: an asset
      *            carries a positive balance, a liability such as
      *            customer deposits a negative one. The movement
      *            columns belong to GB-BUSINESS-DATE; the first
      *            posting (or GL-TRIAL-BALANCE's nightly roll) on a
      *            later date carries the closing balance into the
      *            opening and starts the day's debits and credits
      *            from zero. The balance a ledger already carried
      *            when it was taken on is keyed once per row with
      *            GL-BALANCE-SET, which stamps GB-TAKE-ON-DATE.
      ******************************************************************
       01  GL-BALANCE-RECORD.
           05 GB-KEY.
               10 GB-GL-ACCOUNT        PIC 9(08).
               10 GB-CURRENCY-CODE     PIC X(03).
           05 GB-BUSINESS-DATE         PIC X(08).
           05 GB-OPENING-BALANCE       PIC S9(18)V99.
           05 GB-DAY-DEBITS            PIC 9(18)V99.
           05 GB-DAY-CREDITS           PIC 9(18)V99.
           05 GB-CLOSING-BALANCE       PIC S9(18)V99.
           05 GB-OPENED-DATE           PIC X(08).
           05 GB-TAKE-ON-DATE          PIC X(08).
