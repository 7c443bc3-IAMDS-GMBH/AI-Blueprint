      *================================================================
      * PAYPRINT.CPY - Gedruckte Lohnabrechnung (PAYSLIP-PRINT-FILE)
      * Je Mitarbeiter eine Seite aus der Lohnabrechnungsdatei:
      * Kopfzeilen mit Name, Personalnummer, Kostenstelle und
      * Periode (Textzeile), danach Betragszeilen mit Bezeichnung,
      * Erlaeuterung, Betrag (Abzuege mit Minuszeichen) und einer
      * Zusatzangabe (Restschuld, davon-Betraege, Minderungen).
      * Eine Korrekturabrechnung ('R'/'C') druckt je Betrag alt,
      * neu und die Differenz in der Korrekturzeile.
      *================================================================
       01 PAYSLIP-PRINT-TEXT-LINE.
          05 PPT-LABEL            PIC X(24).
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 PPT-TEXT             PIC X(54).

       01 PAYSLIP-PRINT-AMOUNT-LINE.
          05 PPA-LABEL            PIC X(24).
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 PPA-DETAIL           PIC X(24).
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 PPA-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 PPA-INFO-LABEL       PIC X(8).
          05 PPA-INFO-AMOUNT      PIC Z,ZZZ,ZZ9.99.

       01 PAYSLIP-PRINT-CORR-LINE.
          05 PPC-LABEL            PIC X(24).
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 PPC-OLD              PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(4)  VALUE SPACE.
          05 PPC-NEW              PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(4)  VALUE SPACE.
          05 PPC-DIFFERENCE       PIC Z,ZZZ,ZZ9.99-.
