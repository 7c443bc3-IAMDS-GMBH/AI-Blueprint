      * Zugaengen, Abgaengen, Korrekturen/Umlagerungen und End-
      * bestand - Mengen und mit dem gleitenden Durchschnittspreis
      * bewertete Werte - plus eine Firmensumme (Satzart CT) am
      * Ende. Kunden- und Lieferantenretouren stehen in eigenen
      * Spalten am Satzende, nicht in Zugaengen und Abgaengen:
      * Anfang + Zugang - Abgang + Korrektur + Kundenretoure
      * - Lieferantenretoure = Ende. Feste Feldlaengen ohne
      * Druckaufbereitung wie beim Lohn-Buchungsextrakt
      * (GLPOST.CPY), damit das Hauptbuchsystem die Lagerbuchung
      * direkt uebernehmen kann.
      *================================================================
       01 INV-GL-POSTING-RECORD.
          05 IGL-RECORD-TYPE     PIC X(2).
          05 IGL-ISSUE-VALUE     PIC 9(11)V99.
          05 IGL-ADJUST-VALUE    PIC S9(11)V99 SIGN LEADING SEPARATE.
          05 IGL-CLOSE-VALUE     PIC 9(11)V99.
          05 IGL-CUST-RETURN-QTY  PIC 9(8).
          05 IGL-SUPP-RETURN-QTY  PIC 9(8).
          05 IGL-CUST-RETURN-VALUE PIC 9(11)V99.
          05 IGL-SUPP-RETURN-VALUE PIC 9(11)V99.
