      *          a freeze is applied to FS-ACCOUNT-STATUS on the spot,
      *          with no separate ACCOUNT-STATUS-SET run. Every
      *          disposition is logged with analyst and date to
      *          FRAUD-DISPOSITIONS.txt. A freeze also raises the
      *          owning customer to high risk (KYC-RISK), which pulls
      *          their next due-diligence review forward.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-DISP-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-NOTIFY-EVENT-TYPE         PIC X(16).
       01  WS-NOTIFY-AMOUNT             PIC 9(18)V99 VALUE ZERO.
      *    KYC-RISK call raising the owning customer's risk rating.
       01  WS-KYC-FUNCTION              PIC X(01) VALUE "R".
       01  WS-KYC-CUSTOMER-ID           PIC 9(08).
       01  WS-KYC-EVENT-TYPE            PIC X(08) VALUE SPACES.
       01  WS-KYC-REASON                PIC X(10) VALUE "FRAUD-FRZ".
       01  WS-KYC-RATING                PIC X(01).
       01  WS-KYC-FROM-DATE             PIC X(08) VALUE SPACES.
       01  WS-KYC-NEXT-DATE             PIC X(08).
       01  WS-RECENT-FLAG               PIC X(01).
           88 WS-RECENTLY-DISPOSITIONED     VALUE "Y".
           88 WS-NOT-RECENTLY-SEEN          VALUE "N".
           MOVE "ACCOUNT-FROZEN" TO WS-NOTIFY-EVENT-TYPE
           CALL 'NOTIFY-ENQUEUE' USING FS-CBU
               WS-NOTIFY-EVENT-TYPE WS-NOTIFY-AMOUNT
           IF FS-CUSTOMER-ID NOT = 0
               MOVE FS-CUSTOMER-ID TO WS-KYC-CUSTOMER-ID
               CALL 'KYC-RISK' USING WS-KYC-FUNCTION
                   WS-KYC-CUSTOMER-ID WS-KYC-EVENT-TYPE WS-KYC-REASON
                   WS-KYC-RATING WS-KYC-FROM-DATE WS-KYC-NEXT-DATE
                   WS-ANALYST-ID
           END-IF
           PERFORM 060-LOG-DISPOSITION THRU 060-END.
       050-END.EXIT.

