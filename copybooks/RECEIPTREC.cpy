      *    (rows from writers that predate the field) to the home
      *    currency ARS, so every reader can rely on the field.
           05 RF-CURRENCY-CODE         PIC X(03).
      *    Operator who posted the movement at a branch counter
      *    (TELLER-POSTING); spaces on every other movement.
           05 RF-OPERATOR-ID           PIC X(08).
