      ******************************************************************
      * Copybook:  REFCHGREC.cpy
      * Purpose:   Shared REF-CHANGES-FILE record layout
      *            (REF-CHANGES.txt) - the change-control queue and
      *            change history for the reference tables. FEE-SET,
      *            PRODUCT-SET, GL-MAP-SET, FX-RATE-SET,
      *            TERMINAL-PROFILE-SET and CONTROL-SET (the one-line
      *            *-THRESHOLD / *-DAYS style control files) never
      *            write their table: they queue a change here through
      *            the REF-CHANGE-WRITE subprogram, which assigns the
      *            reference (request date + per-day sequence), with
      *            the row as it stood and the row as requested, the
      *            requesting operator and the date it is to take
      *            effect. A supervisor other than the requester
      *            approves or rejects it in REF-CHANGE-APPROVE. An
      *            approved change goes into the table (through the
      *            REF-CHANGE-APPLY subprogram) the moment its
      *            effective date has arrived - at approval when it
      *            already has, otherwise on the night of its date,
      *            when END-OF-DAY runs REF-CHANGE-POST ahead of the
      *            posting chain. Nothing is ever removed: the applied
      *            rows are the table's history, read by
      *            REF-CHANGE-HISTORY ("what was the fee for IBK-OUT on
      *            the 3rd, and who set it?").
      *            RC-OLD-VALUE / RC-NEW-VALUE hold the table's own
      *            record image (FEEREC, PRODREC, GLMAPREC, FXRATEREC,
      *            TERMPROF) or, for a control file, its one text
      *            line. RC-OLD-VALUE is captured again when the
      *            change is applied, so the history shows what the
      *            change really replaced.
      ******************************************************************
       01  REF-CHANGE-RECORD.
           05 RC-REFERENCE.
               10 RC-REF-DATE          PIC X(08).
               10 RC-REF-SEQ           PIC 9(05).
           05 RC-TABLE-NAME            PIC X(16).
               88 RC-TABLE-FEES            VALUE "FEES".
               88 RC-TABLE-PRODUCTS        VALUE "PRODUCTS".
               88 RC-TABLE-GL-MAP          VALUE "GL-MAP".
               88 RC-TABLE-FX-RATES        VALUE "FX-RATES".
               88 RC-TABLE-TERMINAL-PROFILE
                                           VALUE "TERMINAL-PROFILE".
               88 RC-TABLE-CONTROL         VALUE "CONTROL".
      *    The table's own key (movement type, product code, terminal
      *    ID, ...) or, for CONTROL, the control file's name.
           05 RC-TABLE-KEY             PIC X(30).
      *    A - the key had no row when the change was taken (or
      *        applied); C - an existing row is replaced.
           05 RC-ACTION                PIC X(01).
               88 RC-ADDS-ROW              VALUE "A".
               88 RC-CHANGES-ROW           VALUE "C".
           05 RC-OLD-VALUE             PIC X(160).
           05 RC-NEW-VALUE             PIC X(160).
           05 RC-EFFECTIVE-DATE        PIC X(08).
           05 RC-REQUEST-OPERATOR      PIC X(08).
           05 RC-REQUEST-TIME          PIC X(06).
           05 RC-STATUS                PIC X(01).
               88 RC-IS-PENDING            VALUE "P".
               88 RC-IS-APPROVED           VALUE "A".
               88 RC-IS-REJECTED           VALUE "R".
               88 RC-IS-APPLIED            VALUE "E".
           05 RC-DECISION-OPERATOR     PIC X(08).
           05 RC-DECISION-DATE         PIC X(08).
           05 RC-APPLIED-DATE          PIC X(08).
           05 RC-APPLIED-TIME          PIC X(06).
