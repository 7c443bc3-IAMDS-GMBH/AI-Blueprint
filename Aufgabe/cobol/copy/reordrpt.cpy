          05 RR-MIN-STOCK         PIC ZZZ,ZZ9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 RR-ORDER-QTY         PIC ZZZ,ZZ9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 RR-ORDER-PACKS       PIC ZZZ,ZZ9.
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 RR-PURCHASE-UNIT     PIC X(3).
