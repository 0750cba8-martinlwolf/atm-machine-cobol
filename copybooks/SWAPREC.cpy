      ******************************************************************
      * Copybook:  SWAPREC.cpy
      * Purpose:   Shared CASSETTE-SWAP-FILE record layout
      *            (CASSETTE-SWAPS.txt) - one row per cassette swap
      *            settled through CASSETTE-SWAP. Holds, per
      *            denomination, what CASH-MODULE.txt said the machine
      *            held when the cassettes came out, what the cash
      *            center counted back out of them, and the new load
      *            that went in. The counted-back amount against the
      *            system amount is the swap's over or short; a row
      *            that did not balance carries the GL type
      *            (CASH-OVER / CASH-SHORT) GL-JOURNAL books it under
      *            on the night of the swap. CASSETTE-SWAP-REPORT
      *            tracks the differences per terminal and per crew.
      ******************************************************************
       01  CASSETTE-SWAP-RECORD.
           05 SW-REFERENCE.
               10 SW-REF-DATE          PIC X(08).
               10 SW-REF-SEQ           PIC 9(05).
           05 SW-TERMINAL-ID           PIC X(06).
           05 SW-SWAP-DATE             PIC X(08).
           05 SW-SWAP-TIME             PIC X(06).
      *    The teller who keyed the settlement and the vault crew
      *    that carried the cassettes.
           05 SW-OPERATOR-ID           PIC X(08).
           05 SW-CREW-ID               PIC X(08).
           05 SW-DENOM-COUNT           PIC 9(01).
           05 SW-DENOM-ENTRY OCCURS 6 TIMES.
               10 SW-DENOMINATION      PIC 9(03).
               10 SW-SYSTEM-QTY        PIC 9(05).
               10 SW-COUNTED-QTY       PIC 9(05).
               10 SW-LOADED-QTY        PIC 9(05).
           05 SW-SYSTEM-AMOUNT         PIC 9(18)V99.
           05 SW-COUNTED-AMOUNT        PIC 9(18)V99.
           05 SW-LOADED-AMOUNT         PIC 9(18)V99.
      *    Always positive; SW-DIFFERENCE-TYPE says which way.
           05 SW-DIFFERENCE-AMOUNT     PIC 9(18)V99.
           05 SW-DIFFERENCE-TYPE       PIC X(01).
               88 SW-IS-BALANCED           VALUE "B".
               88 SW-IS-OVER               VALUE "O".
               88 SW-IS-SHORT              VALUE "S".
      *    Spaces on a balanced swap - nothing to book.
           05 SW-GL-TYPE               PIC X(10).
