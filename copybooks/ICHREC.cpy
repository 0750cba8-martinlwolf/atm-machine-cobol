      * Purpose:   Shared interchange record layout for the clearing
      *            network. Outbound: ATM-MACHINE queues one row per
      *            transfer to a CBU not held on ACCOUNTS.DAT into the
      *            dated ICH-OUT-YYYYMMDD.txt file for transmission -
      *            the file for the item's value date, so an item
      *            keyed after the cut-off goes out the next business
      *            day.
      *            Inbound: the network delivers INTERCHANGE-IN.txt in
      *            the same layout - type C rows credit our customers,
      *            type R rows are our own outbound items coming back
           05 IC-DESTINATION-CBU       PIC 9(22).
           05 IC-AMOUNT                PIC 9(18)V99.
           05 IC-DATE                  PIC X(08).
      *    The business date the item counts from (see VALUE-DATE):
      *    the next business day when keyed after the interbank
      *    cut-off or on a holiday. Spaces on rows from before value
      *    dating and on inbound rows that leave it off - IC-DATE
      *    stands then.
           05 IC-VALUE-DATE            PIC X(08).
