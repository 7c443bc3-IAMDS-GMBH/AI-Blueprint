             10 CHL-NEW-UNIT-PRICE  PIC 9(5)V99.
             10 CHL-NEW-SUPPLIER-ID PIC 9(6).
             10 CHL-NEW-LEAD-TIME   PIC 9(3).
      * Vorher-/Nachher-Bild der Einkaufsdaten (Einheit, Stueck je
      * Gebinde, Mindestbestellmenge); aeltere Protokollsaetze
      * enden vor diesen Spalten.
          05 CHL-OLD-PURCHASE-UNIT  PIC X(3).
          05 CHL-OLD-PURCH-FACTOR   PIC 9(5).
          05 CHL-OLD-MIN-ORDER-QTY  PIC 9(6).
          05 CHL-NEW-PURCHASE-UNIT  PIC X(3).
          05 CHL-NEW-PURCH-FACTOR   PIC 9(5).
          05 CHL-NEW-MIN-ORDER-QTY  PIC 9(6).
