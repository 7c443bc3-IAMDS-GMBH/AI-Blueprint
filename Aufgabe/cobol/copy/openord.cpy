      * setzt die Restmenge auf null). Altdaten ohne Restmengen-
      * Spalte gelten als vollstaendig offen.
          05 OO-REMAINING-QTY    PIC 9(6).
      * Bestellmenge in der Einkaufseinheit des Lieferanten (Anzahl
      * Gebinde) mit Einheit und Umrechnungsfaktor zum Zeitpunkt der
      * Bestellung; OO-ORDER-QTY und OO-REMAINING-QTY bleiben in
      * Stueck. Ein in Gebinden gebuchter Wareneingang wird mit
      * diesem Faktor in Stueck umgerechnet. Altdaten ohne diese
      * Spalten gelten als Bestellung in Stueck (Faktor 1).
          05 OO-PURCHASE-UNIT    PIC X(3).
          05 OO-PURCH-FACTOR     PIC 9(5).
          05 OO-ORDER-PACKS      PIC 9(6).
