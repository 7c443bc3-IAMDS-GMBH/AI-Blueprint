      * welche Bankverbindung, welchen Steuersatz oder welchen
      * Dauerabzug geaendert hat. Fortlaufend angehaengt (OPEN
      * EXTEND) ueber alle Pflegelaeufe hinweg. Die Bildfelder
      * tragen je nach Satzart (E/B/D/A) nur die Felder der
      * gepflegten Datei, der Rest bleibt leer bzw. null.
      *================================================================
       01 EMP-CHANGE-LOG-RECORD.
             10 ECL-NEW-DED-END-DATE PIC X(8).
             10 ECL-NEW-DED-BAL-SW   PIC X(1).
             10 ECL-NEW-DED-BALANCE  PIC 9(7)V99.
      * Vorher-/Nachher-Bild von Urlaubsanspruch und Abwesenheit;
      * aeltere Protokollsaetze enden vor diesen Spalten.
          05 ECL-OLD-VACATION-DAYS  PIC 9(2)V9.
          05 ECL-OLD-ABS-TYPE       PIC X(1).
          05 ECL-OLD-ABS-FROM-DATE  PIC 9(8).
          05 ECL-OLD-ABS-TO-DATE    PIC 9(8).
          05 ECL-OLD-ABS-DAYS       PIC 9(2)V9.
          05 ECL-NEW-VACATION-DAYS  PIC 9(2)V9.
          05 ECL-NEW-ABS-TYPE       PIC X(1).
          05 ECL-NEW-ABS-FROM-DATE  PIC 9(8).
          05 ECL-NEW-ABS-TO-DATE    PIC 9(8).
          05 ECL-NEW-ABS-DAYS       PIC 9(2)V9.
      * Vorher-/Nachher-Bild von Eintritts- und Austrittsdatum;
      * aeltere Protokollsaetze enden vor diesen Spalten.
          05 ECL-OLD-HIRE-DATE      PIC 9(8).
          05 ECL-OLD-TERM-DATE      PIC 9(8).
          05 ECL-NEW-HIRE-DATE      PIC 9(8).
          05 ECL-NEW-TERM-DATE      PIC 9(8).
      * Vorher-/Nachher-Bild der Krankenkasse; aeltere Protokoll-
      * saetze enden vor diesen Spalten.
          05 ECL-OLD-HEALTH-FUND-NO PIC 9(8).
          05 ECL-NEW-HEALTH-FUND-NO PIC 9(8).
