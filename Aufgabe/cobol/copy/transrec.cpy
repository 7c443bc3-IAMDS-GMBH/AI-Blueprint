      * (merkt Menge am Lagerort fuer einen Kundenauftrag vor; ein
      * spaeterer Warenausgang verbraucht zuerst die Reservierung,
      * und die Nachbestellpruefung zaehlt reservierte Menge als
      * nicht verfuegbar), 'C' Kundenretoure (Ware kommt vom Kunden
      * zurueck), 'S' Lieferantenretoure (Ware geht gegen eine
      * Bestellung an den Lieferanten zurueck).
      *================================================================
       01 TRANS-RECORD.
          05 TRANS-SEQ-NO        PIC 9(8).
      * Einkaufspreis-Abweichungsliste. Null oder leer = Altdaten
      * ohne Preis, der Durchschnittspreis bleibt unveraendert.
          05 TRANS-UNIT-PRICE     PIC 9(5)V99.
      * Charge eines Wareneingangs (Typ 'I') mit Mindesthaltbar-
      * keitsdatum (JJJJMMTT) - der Bestand des Lagerorts wird dann
      * je Charge gefuehrt und ein Warenausgang verbraucht die
      * zuerst ablaufende Charge. Leer = Ware ohne Chargenfuehrung
      * (Altdaten, nicht verderbliches Sortiment); ein leeres
      * Datum bei gefuellter Charge = ohne Ablaufdatum.
          05 TRANS-LOT-NO         PIC X(10).
          05 TRANS-BEST-BEFORE    PIC X(8).
      * Grund einer Retoure - Pflicht bei den Typen 'C' und 'S':
      *   Kundenretoure  'KW' Widerruf, Ware einwandfrei
      *                  'KF' Falschlieferung, Ware einwandfrei
      *                       (beide zurueck in den verkaufsfaehigen
      *                       Bestand des gebuchten Lagerorts)
      *                  'KD' Ware defekt
      *                  'KT' Transportschaden
      *                       (beide in das Sperrlager 99)
      *   Lieferantenretoure 'LE' Ware mangelhaft, Ersatz erwartet
      *                  'LF' Falschlieferung, Ersatz erwartet
      *                       (Restmenge der Bestellung lebt wieder
      *                       auf)
      *                  'LG' Ware mangelhaft, nur Gutschrift
      * Bei allen anderen Typen leer.
          05 TRANS-REASON-CODE    PIC X(2).
      * Mengeneinheit eines Wareneingangs (Typ 'I'): leer = TRANS-QTY
      * in Stueck, 'E' = TRANS-QTY (und TRANS-UNIT-PRICE) in der
      * Einkaufseinheit des Lieferanten. Ein Eingang in Gebinden
      * braucht die Bestellung und wird mit deren Umrechnungsfaktor
      * in Stueck gebucht; er darf die offene Restmenge der
      * Bestellung nicht uebersteigen.
          05 TRANS-QTY-UNIT       PIC X(1).

      *----------------------------------------------------------------
      * Vorlauf- und Abschlusssatz der Uebertragung: der Lieferant
      * Uebertragungen fuehren die Spalte noch nicht - dann wird
      * die R-Summe nicht geprueft.
          05 TT-QTY-HASH-R        PIC 9(10).
      * Summenkontrollen der Kunden- und Lieferantenretouren; fehlen
      * sie (aeltere Uebertragungen), werden sie nicht geprueft.
          05 TT-QTY-HASH-C        PIC 9(10).
          05 TT-QTY-HASH-S        PIC 9(10).
