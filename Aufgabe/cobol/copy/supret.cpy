      *================================================================
      * SUPRET.CPY - Retouren-/Gutschriftsanforderung an den Einkauf
      * (SUPPLIER-RETURN-FILE). Ein Satz je gebuchter Lieferanten-
      * retoure (Buchungsart 'S'), geschrieben vom Tageslauf beim
      * Buchen und fortlaufend angehaengt (OPEN EXTEND): Bestellung,
      * Lieferant, Artikel, zurueckgesandte Menge, Retourengrund und
      * die Art der Anforderung - Ersatzlieferung (die Restmenge der
      * Bestellung ist um SR-REOPENED-QTY wieder aufgelebt) oder nur
      * Gutschrift -, bewertet zum gleitenden Durchschnittspreis
      * (ersatzweise Listenpreis) als Grundlage der Gutschrift.
      * Der Einkauf holt die Saetze ab; der SCORECARD-Lauf zaehlt
      * die Retouren je Lieferant.
      *================================================================
       01 SUPPLIER-RETURN-RECORD.
          05 SR-RETURN-DATE      PIC X(8).
          05 SR-SEQ-NO           PIC 9(8).
          05 SR-ORDER-NO         PIC 9(8).
          05 SR-SUPPLIER-ID      PIC 9(6).
          05 SR-ARTICLE-ID       PIC 9(8).
          05 SR-LOCATION         PIC 9(2).
          05 SR-RETURN-QTY       PIC 9(6).
          05 SR-REASON-CODE      PIC X(2).
          05 SR-REQUEST-TYPE     PIC X(1).
             88 SR-REPLACEMENT   VALUE 'E'.
             88 SR-CREDIT-ONLY   VALUE 'G'.
          05 SR-REOPENED-QTY     PIC 9(6).
          05 SR-UNIT-COST        PIC 9(5)V99.
          05 SR-RETURN-VALUE     PIC 9(9)V99.
