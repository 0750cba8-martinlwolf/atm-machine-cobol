      ******************************************************************
      * Copybook:  DRAWERREC.cpy
      * Purpose:   Shared TELLER-DRAWERS-FILE record layout
      *            (TELLER-DRAWERS.DAT) - one row per branch counter
      *            cash drawer, keyed by the drawer ID. The drawer ID
      *            is the counter's "terminal": every receipt a
      *            teller posts at it carries the ID in RF-TERMINAL-ID
      *            beside the operator in RF-OPERATOR-ID. Drawer IDs
      *            start TLR so they never collide with a machine's.
      *            The row carries the current (or last) shift: the
      *            opening float and every purchase from and sale to
      *            the branch vault (DW-VAULT-ID on CASH-MODULE.txt),
      *            and the cash deposits and withdrawals posted by
      *            TELLER-POSTING. Expected cash in the drawer is the
      *            float plus bought, less sold, plus deposits, less
      *            withdrawals; the close-of-shift count is held
      *            against it and the difference kept as over (+) or
      *            short (-). A shift closed with a difference waits
      *            for a supervisor's sign-off before the drawer can
      *            open again. Maintained by TELLER-DRAWER; every
      *            closed and signed-off shift is also appended to
      *            DRAWER-SHIFTS.txt in this same layout.
      ******************************************************************
       01  TELLER-DRAWER-RECORD.
           05 DW-DRAWER-ID             PIC X(06).
           05 DW-VAULT-ID              PIC X(06).
           05 DW-OPERATOR-ID           PIC X(08).
           05 DW-SHIFT-DATE            PIC X(08).
           05 DW-OPEN-TIME             PIC X(06).
           05 DW-SHIFT-STATUS          PIC X(01).
               88 DW-SHIFT-OPEN            VALUE "O".
               88 DW-SHIFT-BALANCED        VALUE "B".
               88 DW-SHIFT-AWAITING-SIGNOFF VALUE "P".
               88 DW-SHIFT-SIGNED-OFF      VALUE "S".
           05 DW-OPENING-FLOAT         PIC 9(18)V99.
           05 DW-BOUGHT-TOTAL          PIC 9(18)V99.
           05 DW-SOLD-TOTAL            PIC 9(18)V99.
           05 DW-DEPOSIT-COUNT         PIC 9(05).
           05 DW-DEPOSIT-TOTAL         PIC 9(18)V99.
           05 DW-WITHDRAWAL-COUNT      PIC 9(05).
           05 DW-WITHDRAWAL-TOTAL      PIC 9(18)V99.
           05 DW-TRANSFER-COUNT        PIC 9(05).
           05 DW-COUNTED-TOTAL         PIC 9(18)V99.
           05 DW-OVER-SHORT            PIC S9(18)V99.
           05 DW-CLOSE-TIME            PIC X(06).
           05 DW-SIGNOFF-OPERATOR-ID   PIC X(08).
           05 DW-SIGNOFF-DATE          PIC X(08).
