      * gleitende Durchschnittspreis beim Nachbuchen mit dem
      * richtigen Preis fortgeschrieben wird; null = ohne Preis.
          05 SUS-UNIT-PRICE      PIC 9(5)V99.
      * Charge und Mindesthaltbarkeitsdatum eines geparkten Waren-
      * eingangs, damit die Ware beim Nachbuchen in der richtigen
      * Charge landet; leer = ohne Chargenfuehrung.
          05 SUS-LOT-NO          PIC X(10).
          05 SUS-BEST-BEFORE     PIC X(8).
      * Retourengrund einer geparkten Kunden- oder Lieferanten-
      * retoure (TRANS-REASON-CODE); leer bei allen anderen Typen.
          05 SUS-REASON-CODE     PIC X(2).
      * Mengeneinheit der geparkten Buchung (TRANS-QTY-UNIT): 'E' =
      * Menge und Preis noch in der Einkaufseinheit; leer = Stueck.
          05 SUS-QTY-UNIT        PIC X(1).
