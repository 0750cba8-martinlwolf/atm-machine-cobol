      *          cash vault (CASH-MODULE.txt) after a cash delivery by
      *          adding to an existing denomination's quantity, instead
      *          of hand-editing the file. Scoped to a single terminal
      *          since each machine now tracks its own cash. A swap
      *          that takes cassettes out as well as putting new ones
      *          in is settled through CASSETTE-SWAP instead, so the
      *          cash center's count of the old cassettes is kept.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
