      ******************************************************************
      * Copybook:  EJRNREC.cpy
      * Purpose:   Shared ATM electronic journal record layout
      *            (EJ-<terminal>-<YYYYMMDD>.txt) - one file per
      *            terminal per session day, one row per step of a
      *            session: the card read, the PIN result, each menu
      *            choice, the amount asked for, the notes the cash
      *            module picked (one row per denomination), the
      *            suspect notes a deposit had retained (one row per
      *            denomination), dispense success or failure, every
      *            receipt written and how the session ended. The
      *            session ID is the terminal and the moment the card
      *            went in, so every row of a session files together
      *            under the day it started.
      *            Written through the EJ-WRITE subprogram, which
      *            stamps the row's own date and time; read by
      *            EJ-INQUIRY for disputes and cash shortages.
      ******************************************************************
       01  EJOURNAL-RECORD.
           05 EJ-SESSION-ID.
               10 EJ-SESSION-TERMINAL  PIC X(06).
               10 EJ-SESSION-DATE      PIC X(08).
               10 EJ-SESSION-TIME      PIC X(08).
           05 EJ-DATE                  PIC X(08).
           05 EJ-TIME                  PIC X(08).
      *    Zero on a cardless (emergency code) session.
           05 EJ-CARD-NUMBER           PIC 9(16).
      *    The card's account; a receipt row carries the account the
      *    movement posted to. Zero until the card is known.
           05 EJ-CBU                   PIC 9(22).
           05 EJ-EVENT-TYPE            PIC X(16).
               88 EJ-CARD-READ             VALUE "CARD-READ".
               88 EJ-PIN-RESULT            VALUE "PIN-RESULT".
               88 EJ-MENU-CHOICE           VALUE "MENU-CHOICE".
               88 EJ-AMOUNT-REQUEST        VALUE "AMOUNT-REQUEST".
               88 EJ-NOTES-PICKED          VALUE "NOTES-PICKED".
               88 EJ-DISPENSE-OK           VALUE "DISPENSE-OK".
               88 EJ-DISPENSE-FAIL         VALUE "DISPENSE-FAIL".
               88 EJ-NOTES-RETAINED        VALUE "NOTES-RETAINED".
               88 EJ-RECEIPT               VALUE "RECEIPT".
               88 EJ-SESSION-END           VALUE "SESSION-END".
           05 EJ-DETAIL                PIC X(40).
           05 EJ-AMOUNT                PIC 9(18)V99.
