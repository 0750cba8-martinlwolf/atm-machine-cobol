      ******************************************************************
      * Copybook:  WATCHREC.cpy
      * Purpose:   Shared WATCH-LIST-FILE record layout
      *            (WATCH-LIST.txt) - the sanctions / watch list as
      *            last loaded from the regulator's published file by
      *            WATCHLIST-LOAD. One row per listed party. The name
      *            is always present; the document number and the CBU
      *            are zero when the regulator does not publish them.
      *            Read only through the WATCHLIST-SCREEN subprogram.
      ******************************************************************
       01  WATCH-LIST-RECORD.
           05 WL-ENTRY-ID              PIC X(10).
           05 WL-FULL-NAME             PIC X(35).
           05 WL-DOCUMENT-NUMBER       PIC 9(11).
           05 WL-CBU                   PIC 9(22).
           05 WL-LIST-DATE             PIC X(08).
