      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared subprogram - renders one row image from a
      *          REF-CHANGES.txt change (its old or new value) as a
      *          readable line for the table it belongs to, so the
      *          approving supervisor in REF-CHANGE-APPROVE and the
      *          auditor reading REF-CHANGE-HISTORY see the same
      *          thing: the fee and its minimum, the product's terms,
      *          the GL debit/credit pair, the buy/sell rates, the
      *          terminal's location and limits, or a control file's
      *          value. An image of spaces is a row that did not
      *          exist.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REF-CHANGE-FORMAT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    The image laid over each table's own row layout.
           COPY FEEREC
               REPLACING ==FEE-RECORD== BY ==WS-FEE-VIEW==
               LEADING ==FEE== BY ==VF==.
           COPY PRODREC
               REPLACING ==PRODUCT-RECORD== BY ==WS-PRODUCT-VIEW==
               LEADING ==PD== BY ==VP==.
           COPY GLMAPREC
               REPLACING ==GL-MAP-RECORD== BY ==WS-GL-MAP-VIEW==
               LEADING ==GM== BY ==VG==.
           COPY FXRATEREC
               REPLACING ==FX-RATE-RECORD== BY ==WS-FX-RATE-VIEW==
               LEADING ==FX== BY ==VX==.
           COPY TERMPROF
               REPLACING ==TERMINAL-PROFILE-RECORD==
                   BY ==WS-TERMINAL-PROFILE-VIEW==
               LEADING ==TP== BY ==VT==.
       01  WS-AMOUNT-EDIT-1            PIC Z(17)9.99.
       01  WS-AMOUNT-EDIT-2            PIC Z(17)9.99.
       01  WS-AMOUNT-EDIT-3            PIC Z(17)9.99.
       01  WS-RATE-EDIT-1              PIC Z(8)9.9(6).
       01  WS-RATE-EDIT-2              PIC Z(8)9.9(6).
       01  WS-BP-EDIT                  PIC Z(3)9.
       01  WS-FEE-EDIT                 PIC ZZ9.99.
       01  WS-QUICK-EDIT               PIC Z(5)9 OCCURS 5 TIMES.
       01  WS-QUICK-IDX                PIC 9(01).

       LINKAGE SECTION.
       01  LK-TABLE-NAME               PIC X(16).
       01  LK-IMAGE                    PIC X(160).
       01  LK-TEXT                     PIC X(150).

       PROCEDURE DIVISION USING LK-TABLE-NAME LK-IMAGE LK-TEXT.
       MAIN-PROCEDURE.
           MOVE SPACES TO LK-TEXT
           IF LK-IMAGE = SPACES
               MOVE "(NOT ON FILE)" TO LK-TEXT
               GOBACK
           END-IF

           EVALUATE LK-TABLE-NAME
               WHEN "FEES"
                   PERFORM 100-FORMAT-FEE THRU 100-END
               WHEN "PRODUCTS"
                   PERFORM 200-FORMAT-PRODUCT THRU 200-END
               WHEN "GL-MAP"
                   PERFORM 300-FORMAT-GL-MAP THRU 300-END
               WHEN "FX-RATES"
                   PERFORM 400-FORMAT-FX-RATE THRU 400-END
               WHEN "TERMINAL-PROFILE"
                   PERFORM 500-FORMAT-TERMINAL-PROFILE THRU 500-END
               WHEN OTHER
                   MOVE LK-IMAGE TO LK-TEXT
           END-EVALUATE
           GOBACK.

       100-FORMAT-FEE.
           MOVE LK-IMAGE TO WS-FEE-VIEW
           MOVE VF-AMOUNT TO WS-AMOUNT-EDIT-1
           MOVE VF-MIN-AMOUNT TO WS-AMOUNT-EDIT-2
           STRING "FEE " FUNCTION TRIM(WS-AMOUNT-EDIT-1)
               " FROM " FUNCTION TRIM(WS-AMOUNT-EDIT-2)
               DELIMITED BY SIZE INTO LK-TEXT.
       100-END.EXIT.

       200-FORMAT-PRODUCT.
           MOVE LK-IMAGE TO WS-PRODUCT-VIEW
           MOVE VP-INTEREST-BASIS-POINTS TO WS-BP-EDIT
           MOVE VP-MONTHLY-FEE TO WS-FEE-EDIT
           MOVE VP-DEFAULT-MIN-BALANCE TO WS-AMOUNT-EDIT-1
           MOVE VP-DEFAULT-DAILY-LIMIT TO WS-AMOUNT-EDIT-2
           STRING FUNCTION TRIM(VP-PRODUCT-NAME)
               " RATE " FUNCTION TRIM(WS-BP-EDIT) "BP"
               " FEE " FUNCTION TRIM(WS-FEE-EDIT)
               " MIN " FUNCTION TRIM(WS-AMOUNT-EDIT-1)
               " LIMIT " FUNCTION TRIM(WS-AMOUNT-EDIT-2)
               DELIMITED BY SIZE INTO LK-TEXT.
       200-END.EXIT.

       300-FORMAT-GL-MAP.
           MOVE LK-IMAGE TO WS-GL-MAP-VIEW
           STRING "DEBIT " VG-DEBIT-ACCOUNT
               " CREDIT " VG-CREDIT-ACCOUNT
               DELIMITED BY SIZE INTO LK-TEXT.
       300-END.EXIT.

       400-FORMAT-FX-RATE.
           MOVE LK-IMAGE TO WS-FX-RATE-VIEW
           MOVE VX-BUY-RATE TO WS-RATE-EDIT-1
           MOVE VX-SELL-RATE TO WS-RATE-EDIT-2
           STRING "BUY " FUNCTION TRIM(WS-RATE-EDIT-1)
               " SELL " FUNCTION TRIM(WS-RATE-EDIT-2)
               " DATED " VX-RATE-DATE
               DELIMITED BY SIZE INTO LK-TEXT.
       400-END.EXIT.

       500-FORMAT-TERMINAL-PROFILE.
           MOVE LK-IMAGE TO WS-TERMINAL-PROFILE-VIEW
           MOVE VT-HOLD-THRESHOLD TO WS-AMOUNT-EDIT-1
           MOVE VT-NOTIFY-LIMIT TO WS-AMOUNT-EDIT-2
           MOVE VT-DAILY-LIMIT TO WS-AMOUNT-EDIT-3
           PERFORM VARYING WS-QUICK-IDX FROM 1 BY 1
               UNTIL WS-QUICK-IDX > 5
               MOVE VT-QUICK-AMOUNT(WS-QUICK-IDX)
                   TO WS-QUICK-EDIT(WS-QUICK-IDX)
           END-PERFORM
           STRING FUNCTION TRIM(VT-LOCATION-NAME)
               " HOLD " FUNCTION TRIM(WS-AMOUNT-EDIT-1)
               " NOTIFY " FUNCTION TRIM(WS-AMOUNT-EDIT-2)
               " DAILY " FUNCTION TRIM(WS-AMOUNT-EDIT-3)
               " QUICK " FUNCTION TRIM(WS-QUICK-EDIT(1))
               "/" FUNCTION TRIM(WS-QUICK-EDIT(2))
               "/" FUNCTION TRIM(WS-QUICK-EDIT(3))
               "/" FUNCTION TRIM(WS-QUICK-EDIT(4))
               "/" FUNCTION TRIM(WS-QUICK-EDIT(5))
               DELIMITED BY SIZE INTO LK-TEXT.
       500-END.EXIT.
       END PROGRAM REF-CHANGE-FORMAT.
