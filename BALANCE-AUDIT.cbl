               WHEN "SWEEP-IN"
               WHEN "DSP-PROV"
               WHEN "DSP-CRED"
               WHEN "LN-DISB"
               WHEN "SUSP-POST"
               WHEN "PAY-CREDIT"
               WHEN "PAY-RET"
               WHEN "NOTE-GENU"
                   COMPUTE WS-EXPECTED-BALANCE =
                       WS-AUD-BALANCE(WS-FOUND-IDX) + RF-AMOUNT
               WHEN "WITHDRAWAL"
               WHEN "STANDIN-WD"
               WHEN "EMERG-WD"
               WHEN "DSP-CLAW"
               WHEN "CLOSE-PAY"
               WHEN "LN-PRIN"
               WHEN "LN-INT"
               WHEN "TAX-DBCR"
               WHEN "TAX-WHT"
               WHEN "SUSP-COLL"
               WHEN "PAY-DEBIT"
               WHEN "DD-DEBIT"
                   COMPUTE WS-EXPECTED-BALANCE =
                       WS-AUD-BALANCE(WS-FOUND-IDX) - RF-AMOUNT
               WHEN "HOLD"
               WHEN "CHK-DEP"
               WHEN "CL-DRAW"
               WHEN "CL-INT"
               WHEN "NOTE-RETN"
      *    Movements that touch no available balance: the receipt
      *    records the event, the balance stands still.
                   MOVE WS-AUD-BALANCE(WS-FOUND-IDX)
