      * je Eingang (nur die Verzugstage verspaeteter Lieferungen
      * laufen in den Durchschnitt ein) und die Zahl der offenen
      * Teillieferungen (Bestellungen mit Restmenge zwischen null
      * und Bestellmenge) sowie die Zahl der Lieferantenretouren
      * aus dem Retouren-Extrakt - die Entscheidungsgrundlage des
      * Einkaufs,
      * welche Lieferanten gehalten werden.
      *================================================================
       01 SUPPLIER-SCORE-LINE.
          05 SC-AVG-DAYS-LATE     PIC ZZZ9.9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 SC-OPEN-PARTIALS     PIC ZZZ,ZZ9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 SC-RETURN-COUNT      PIC ZZZ,ZZ9.
