      * Menge als nicht verfuegbar.
          05 ART-RESERVED-TABLE.
             10 ART-LOC-RESERVED PIC 9(6) OCCURS 5 TIMES.
      * Chargenbestand: bis zu zwanzig Chargen je Artikel ueber alle
      * Lagerorte, je Platz Lagerort, Chargennummer, Mindesthalt-
      * barkeitsdatum (JJJJMMTT, leer = ohne Ablauf) und Menge.
      * Lagerort null = leerer Tabellenplatz. Die Chargenmengen
      * eines Lagerorts sind Teil von ART-LOC-STOCK; was darueber
      * hinausgeht, ist Bestand ohne Chargenfuehrung. Altdaten ohne
      * Chargen-Spalten zaehlen als leere Tabelle.
          05 ART-LOT-TABLE.
             10 ART-LOT-ENTRY OCCURS 20 TIMES.
                15 ART-LOT-LOC         PIC 9(2).
                15 ART-LOT-NO          PIC X(10).
                15 ART-LOT-BEST-BEFORE PIC X(8).
                15 ART-LOT-QTY         PIC 9(6).
      * Einkaufseinheit: der Lieferant liefert in Gebinden (Karton,
      * Palette ...) zu ART-PURCH-FACTOR Stueck; ART-MIN-ORDER-QTY
      * ist die Mindestbestellmenge des Lieferanten in Gebinden.
      * Bestand, Nachbestellmenge und Buchungsmengen bleiben in
      * Stueck. Altdaten ohne diese Spalten gelten als Einkauf in
      * Stueck (Faktor 1, keine Mindestmenge).
          05 ART-PURCHASE-UNIT   PIC X(3).
          05 ART-PURCH-FACTOR    PIC 9(5).
          05 ART-MIN-ORDER-QTY   PIC 9(6).
