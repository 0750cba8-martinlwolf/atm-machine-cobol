      * Date:
      * Purpose: Nightly extract of ACCOUNTS.DAT for the core banking /
      *          general ledger feed. Reads every ACCOUNTS-RECORD and
      *          writes a fixed-width CBU/username/balance/currency
      *          row to a dated extract file, so downstream systems can
      *          reconcile balances without reading the indexed file
      *          directly. (ACCOUNTS-INITIALIZER, the old hardcoded-
      *          table loader, was already replaced by ACCOUNT-
           05 EF-CBU                   PIC 9(22).
           05 EF-USERNAME               PIC A(35).
           05 EF-BALANCE                PIC 9(18)V99.
           05 EF-CURRENCY-CODE          PIC X(03).

       WORKING-STORAGE SECTION.
       01  ACCOUNTSF-STATUS             PIC 9(2).
                       MOVE FS-CBU TO EF-CBU
                       MOVE FS-USERNAME TO EF-USERNAME
                       MOVE FS-BALANCE TO EF-BALANCE
                       MOVE FS-CURRENCY-CODE TO EF-CURRENCY-CODE
                       IF EF-CURRENCY-CODE = SPACES
                           MOVE "ARS" TO EF-CURRENCY-CODE
                       END-IF
                       WRITE EXTRACT-RECORD
                       ADD 1 TO WS-EXTRACTED-COUNT
               END-READ
