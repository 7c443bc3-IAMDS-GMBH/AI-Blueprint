          05 FILLER              PIC X(2)  VALUE SPACE.
          05 AR-LOCATION         PIC Z9.
          05 FILLER              PIC X(2)  VALUE SPACE.
          05 AR-LOT-NO           PIC X(10).
          05 FILLER              PIC X(2)  VALUE SPACE.
          05 AR-TIMESTAMP        PIC X(14).
