      *================================================================
      * SUPINV.CPY - Lieferantenrechnungs-Position (SUPPLIER-INVOICE-
      * FILE). Eine Zeile je Rechnungsposition, wie sie die
      * Kreditorenbuchhaltung aus der Eingangsrechnung erfasst:
      * Lieferant, Rechnungsnummer und -datum, unsere Bestellnummer
      * (OO-ORDER-NO), Artikel, berechnete Menge und berechneter
      * Einzelpreis. Je Rechnung und Bestellung genau eine Zeile.
      *================================================================
       01 SUPPLIER-INVOICE-RECORD.
          05 SIV-SUPPLIER-ID     PIC 9(6).
          05 SIV-INVOICE-NO      PIC X(12).
          05 SIV-INVOICE-DATE    PIC X(8).
          05 SIV-ORDER-NO        PIC 9(8).
          05 SIV-ARTICLE-ID      PIC 9(8).
          05 SIV-INVOICE-QTY     PIC 9(6).
          05 SIV-UNIT-PRICE      PIC 9(5)V99.
      * Mengeneinheit der Position: leer = SIV-INVOICE-QTY und
      * SIV-UNIT-PRICE in Stueck, 'E' = in der Einkaufseinheit des
      * Lieferanten (Gebinde, wie bestellt). Gebinde werden mit dem
      * Umrechnungsfaktor der Bestellung in Stueck umgerechnet.
      * Altdaten ohne diese Spalte gelten als Stueck.
          05 SIV-QTY-UNIT        PIC X(1).
