      *================================================================
      * INVDIFF.CPY - Rechnungs-Abweichungsliste (INVOICE-DIFF-
      * REPORT-FILE). Eine Druckzeile je nicht freigegebener
      * Rechnungsposition: berechnete, bestellte, gelieferte und
      * bereits frueher berechnete Menge, Rechnungspreis und
      * Referenzpreis (gleitender Durchschnitt, sonst Listenpreis)
      * nebeneinander, dazu Grund-Code und Klartext - der
      * Arbeitsvorrat der Kreditorenbuchhaltung fuer die Klaerung
      * mit dem Lieferanten.
      *================================================================
       01 INVOICE-DIFF-LINE.
          05 IVD-SUPPLIER-ID      PIC ZZZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 IVD-INVOICE-NO       PIC X(12).
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 IVD-ORDER-NO         PIC ZZZZZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 IVD-ARTICLE-ID       PIC ZZZZZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 IVD-INVOICE-QTY      PIC ZZZ,ZZ9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 IVD-ORDERED-QTY      PIC ZZZ,ZZ9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 IVD-RECEIVED-QTY     PIC ZZZ,ZZ9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 IVD-BILLED-QTY       PIC ZZZ,ZZ9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 IVD-INVOICE-PRICE    PIC ZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 IVD-REF-PRICE        PIC ZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 IVD-REASON-CODE      PIC X(2).
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 IVD-REASON-TEXT      PIC X(30).
