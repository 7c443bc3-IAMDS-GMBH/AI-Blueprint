          05 MNT-UNIT-PRICE      PIC 9(5)V99.
          05 MNT-SUPPLIER-ID     PIC 9(6).
          05 MNT-LEAD-TIME-DAYS  PIC 9(3).
      * Einkaufseinheit, Stueck je Gebinde und Mindestbestellmenge
      * in Gebinden. Leere Spalten (aeltere Pflegesaetze): bei der
      * Neuanlage Einkauf in Stueck, bei der Aenderung bleiben die
      * gepflegten Werte stehen.
          05 MNT-PURCHASE-UNIT   PIC X(3).
          05 MNT-PURCH-FACTOR    PIC 9(5).
          05 MNT-MIN-ORDER-QTY   PIC 9(6).
