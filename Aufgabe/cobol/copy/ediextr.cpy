          05 EDI-RUN-DATE        PIC X(8).
          05 EDI-SUPPLIER-ID     PIC 9(6).
          05 EDI-EXPECTED-DATE   PIC X(8).
      * Bestellmenge in der Einkaufseinheit des Lieferanten: Anzahl
      * Gebinde, Einheit und Stueck je Gebinde. EDI-ORDER-QTY ist
      * die gleiche Menge in Stueck (Gebinde * Faktor).
          05 EDI-PURCHASE-UNIT   PIC X(3).
          05 EDI-PURCH-FACTOR    PIC 9(5).
          05 EDI-ORDER-PACKS     PIC 9(6).
