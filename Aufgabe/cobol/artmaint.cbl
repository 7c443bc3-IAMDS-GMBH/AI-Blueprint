      * Batch-Pflegelauf: liest alle Pflegeauftraege der Reihe nach,
      * validiert jeden Auftrag (keine doppelte ART-ID bei Neuanlage,
      * keine Loeschung solange ART-CURRENT-STOCK oder
      * ART-ON-ORDER-QTY ungleich null, Stueck je Gebinde der
      * Einkaufseinheit groesser null) und schreibt den Artikel
      * zurueck. Bestandsfelder werden nie ueber die Pflege
      * veraendert - dafuer gibt es nur den Buchungsweg ueber
      * INVENTORY.
          05 WS-MAINT-UNIT-PRICE PIC 9(5)V99.
          05 WS-MAINT-SUPPLIER-ID PIC 9(6).
          05 WS-MAINT-LEAD-TIME PIC 9(3).
          05 WS-MAINT-PURCHASE-UNIT PIC X(3).
          05 WS-MAINT-PURCH-FACTOR PIC 9(5).
          05 WS-MAINT-MIN-ORDER-QTY PIC 9(6).
          05 WS-MAINT-PURCH-SW  PIC X(1).
             88 WS-MAINT-PURCH-GIVEN VALUE 'Y'.

      *----------------------------------------------------------------
      * Vorher-Bild des Artikels fuer das Aenderungsprotokoll
          05 WS-OLD-UNIT-PRICE  PIC 9(5)V99.
          05 WS-OLD-SUPPLIER-ID PIC 9(6).
          05 WS-OLD-LEAD-TIME   PIC 9(3).
          05 WS-OLD-PURCHASE-UNIT PIC X(3).
          05 WS-OLD-PURCH-FACTOR PIC 9(5).
          05 WS-OLD-MIN-ORDER-QTY PIC 9(6).

      *----------------------------------------------------------------
      * Ergebnis des laufenden Pflegeauftrags
           MOVE MNT-UNIT-PRICE   TO WS-MAINT-UNIT-PRICE
           MOVE MNT-SUPPLIER-ID  TO WS-MAINT-SUPPLIER-ID
           MOVE MNT-LEAD-TIME-DAYS TO WS-MAINT-LEAD-TIME
      * Einkaufsdaten gelten als angegeben, wenn die Faktor-Spalte
      * gefuellt ist; aeltere Pflegesaetze enden davor.
           IF MNT-PURCH-FACTOR IS NUMERIC
               MOVE 'Y'               TO WS-MAINT-PURCH-SW
               MOVE MNT-PURCHASE-UNIT TO WS-MAINT-PURCHASE-UNIT
               MOVE MNT-PURCH-FACTOR  TO WS-MAINT-PURCH-FACTOR
               IF WS-MAINT-PURCHASE-UNIT = SPACES
                   MOVE "STK" TO WS-MAINT-PURCHASE-UNIT
               END-IF
               IF MNT-MIN-ORDER-QTY IS NUMERIC
                   MOVE MNT-MIN-ORDER-QTY TO WS-MAINT-MIN-ORDER-QTY
               ELSE
                   MOVE ZERO TO WS-MAINT-MIN-ORDER-QTY
               END-IF
           ELSE
               MOVE 'N'    TO WS-MAINT-PURCH-SW
               MOVE "STK"  TO WS-MAINT-PURCHASE-UNIT
               MOVE 1      TO WS-MAINT-PURCH-FACTOR
               MOVE ZERO   TO WS-MAINT-MIN-ORDER-QTY
           END-IF

           MOVE SPACES TO WS-OLD-NAME
           MOVE ZERO   TO WS-OLD-MIN-STOCK
           MOVE ZERO   TO WS-OLD-UNIT-PRICE
           MOVE ZERO   TO WS-OLD-SUPPLIER-ID
           MOVE ZERO   TO WS-OLD-LEAD-TIME
           MOVE SPACES TO WS-OLD-PURCHASE-UNIT
           MOVE ZERO   TO WS-OLD-PURCH-FACTOR
           MOVE ZERO   TO WS-OLD-MIN-ORDER-QTY

           EVALUATE TRUE
               WHEN WS-MAINT-ADD
      *----------------------------------------------------------------
       APPLY-ADD-ARTICLE.
           MOVE 'OK' TO WS-RESULT-CODE
           PERFORM CHECK-PURCHASE-UNIT
           PERFORM CHECK-SUPPLIER-EXISTS
           IF WS-SUCCESS
               MOVE WS-MAINT-ARTICLE-ID TO ART-ID
      * ersten bepreisten Wareneingang ueber INVENTORY.
               MOVE ZERO                 TO ART-AVG-COST
               MOVE ZEROES               TO ART-RESERVED-TABLE
      * Chargen entstehen erst mit dem Wareneingang; die leere
      * Tabelle richtet INVENTORY wie Altdaten ein.
               MOVE SPACES               TO ART-LOT-TABLE
               MOVE WS-MAINT-PURCHASE-UNIT TO ART-PURCHASE-UNIT
               MOVE WS-MAINT-PURCH-FACTOR  TO ART-PURCH-FACTOR
               MOVE WS-MAINT-MIN-ORDER-QTY TO ART-MIN-ORDER-QTY
               WRITE ART-MASTER-RECORD
                   INVALID KEY
                       MOVE 'DU' TO WS-RESULT-CODE

      *----------------------------------------------------------------
      * Aenderung: pflegt Bezeichnung, Mindestbestand, Nachbestell-
      * menge, Einzelpreis, Lieferant und Wiederbeschaffungszeit,
      * dazu die Einkaufsdaten, wenn der Pflegesatz sie fuehrt -
      * sonst bleiben die gepflegten Einkaufsdaten stehen.
      * Bestand und offene Bestellmenge bleiben unberuehrt.
      *----------------------------------------------------------------
       APPLY-CHANGE-ARTICLE.
           MOVE 'OK' TO WS-RESULT-CODE
           PERFORM CHECK-PURCHASE-UNIT
           PERFORM CHECK-SUPPLIER-EXISTS
           IF WS-SUCCESS
               MOVE WS-MAINT-ARTICLE-ID TO ART-ID
                       IF ART-AVG-COST IS NOT NUMERIC
                           MOVE ZERO TO ART-AVG-COST
                       END-IF
                       IF WS-MAINT-PURCH-GIVEN
                           MOVE WS-MAINT-PURCHASE-UNIT
                               TO ART-PURCHASE-UNIT
                           MOVE WS-MAINT-PURCH-FACTOR
                               TO ART-PURCH-FACTOR
                           MOVE WS-MAINT-MIN-ORDER-QTY
                               TO ART-MIN-ORDER-QTY
                       ELSE
                           MOVE WS-OLD-PURCHASE-UNIT
                               TO WS-MAINT-PURCHASE-UNIT
                           MOVE WS-OLD-PURCH-FACTOR
                               TO WS-MAINT-PURCH-FACTOR
                           MOVE WS-OLD-MIN-ORDER-QTY
                               TO WS-MAINT-MIN-ORDER-QTY
                           MOVE WS-OLD-PURCHASE-UNIT
                               TO ART-PURCHASE-UNIT
                           MOVE WS-OLD-PURCH-FACTOR
                               TO ART-PURCH-FACTOR
                           MOVE WS-OLD-MIN-ORDER-QTY
                               TO ART-MIN-ORDER-QTY
                       END-IF
                       REWRITE ART-MASTER-RECORD
                       MOVE 'OK' TO WS-RESULT-CODE
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * Ein Gebinde muss mindestens ein Stueck enthalten.
      *----------------------------------------------------------------
       CHECK-PURCHASE-UNIT.
           IF WS-MAINT-PURCH-GIVEN AND WS-MAINT-PURCH-FACTOR = ZERO
               MOVE 'IT' TO WS-RESULT-CODE
           END-IF.

      *----------------------------------------------------------------
      * Lieferantennummer null bedeutet "kein Lieferant" (Altdaten);
      * jede andere Nummer muss im Lieferantenstamm stehen.
      *----------------------------------------------------------------
       CHECK-SUPPLIER-EXISTS.
           IF WS-SUCCESS AND WS-MAINT-SUPPLIER-ID > ZERO
               MOVE WS-MAINT-SUPPLIER-ID TO SUP-ID
               READ SUPPLIER-MASTER-FILE
                   INVALID KEY
                       MOVE ZERO   TO WS-MAINT-UNIT-PRICE
                       MOVE ZERO   TO WS-MAINT-SUPPLIER-ID
                       MOVE ZERO   TO WS-MAINT-LEAD-TIME
                       MOVE SPACES TO WS-MAINT-PURCHASE-UNIT
                       MOVE ZERO   TO WS-MAINT-PURCH-FACTOR
                       MOVE ZERO   TO WS-MAINT-MIN-ORDER-QTY
                       MOVE 'OK' TO WS-RESULT-CODE
                   END-IF
           END-READ.
           MOVE ART-REORDER-QTY TO WS-OLD-REORDER-QTY
           MOVE ART-UNIT-PRICE  TO WS-OLD-UNIT-PRICE
           MOVE ART-SUPPLIER-ID TO WS-OLD-SUPPLIER-ID
           MOVE ART-LEAD-TIME-DAYS TO WS-OLD-LEAD-TIME
      * Altdaten ohne Einkaufs-Spalten kaufen in Stueck ein.
           IF ART-PURCH-FACTOR IS NUMERIC AND ART-PURCH-FACTOR > ZERO
               MOVE ART-PURCHASE-UNIT TO WS-OLD-PURCHASE-UNIT
               MOVE ART-PURCH-FACTOR  TO WS-OLD-PURCH-FACTOR
           ELSE
               MOVE "STK" TO WS-OLD-PURCHASE-UNIT
               MOVE 1     TO WS-OLD-PURCH-FACTOR
           END-IF
           IF ART-MIN-ORDER-QTY IS NUMERIC
               MOVE ART-MIN-ORDER-QTY TO WS-OLD-MIN-ORDER-QTY
           ELSE
               MOVE ZERO TO WS-OLD-MIN-ORDER-QTY
           END-IF.

      *----------------------------------------------------------------
      * Haengt einen Satz fuer den soeben angenommenen Pflegeauftrag
           MOVE WS-MAINT-UNIT-PRICE  TO CHL-NEW-UNIT-PRICE
           MOVE WS-MAINT-SUPPLIER-ID TO CHL-NEW-SUPPLIER-ID
           MOVE WS-MAINT-LEAD-TIME   TO CHL-NEW-LEAD-TIME
           MOVE WS-OLD-PURCHASE-UNIT   TO CHL-OLD-PURCHASE-UNIT
           MOVE WS-OLD-PURCH-FACTOR    TO CHL-OLD-PURCH-FACTOR
           MOVE WS-OLD-MIN-ORDER-QTY   TO CHL-OLD-MIN-ORDER-QTY
           MOVE WS-MAINT-PURCHASE-UNIT TO CHL-NEW-PURCHASE-UNIT
           MOVE WS-MAINT-PURCH-FACTOR  TO CHL-NEW-PURCH-FACTOR
           MOVE WS-MAINT-MIN-ORDER-QTY TO CHL-NEW-MIN-ORDER-QTY
           WRITE ART-CHANGE-LOG-RECORD
           ADD 1 TO WS-LOG-ENTRIES.
