      ******************************************************************
      * Copybook:  EJINDEX.cpy
      * Purpose:   Shared EJ-INDEX-FILE record layout (EJ-INDEX.txt) -
      *            one row per electronic journal file that exists,
      *            appended by EJ-WRITE the moment it starts a new
      *            terminal's day. EJ-INQUIRY walks it to find every
      *            journal in a date range when searching by CBU,
      *            without needing to know which terminals the card
      *            was used at.
      ******************************************************************
       01  EJ-INDEX-RECORD.
           05 EI-TERMINAL-ID           PIC X(06).
           05 EI-DATE                  PIC X(08).
