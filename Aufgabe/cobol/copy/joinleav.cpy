      *================================================================
      * JOINLEAV.CPY - Ein- und Austrittsliste (JOIN-LEAVE-FILE)
      * Je Abrechnungslauf die Mitarbeiter, die in der Periode
      * eingetreten oder ausgetreten sind - fuer Personalabteilung
      * und Buchhaltung: Eintritts- und Austrittsdatum, bezahlte
      * Kalendertage von den Kalendertagen der Periode, das
      * anteilige Brutto mit der Kuerzung gegenueber dem vollen
      * Monat, das Auszahlungs-Netto und bei Austritt die Schluss-
      * abrechnung der Dauerabzuege mit Restschuld (Vorschuss):
      * einbehaltener Betrag und die durch das Netto nicht gedeckte
      * Restschuld, die die Buchhaltung anders einziehen muss.
      * Am Ende eine Summenzeile.
      *================================================================
       01 JOIN-LEAVE-LINE.
          05 JL-PERIOD            PIC 9(6).
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 JL-KIND              PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 JL-EMPLOYEE-ID       PIC 9(6).
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 JL-COST-CENTER       PIC X(6).
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 JL-HIRE-DATE         PIC 9(8)  BLANK WHEN ZERO.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 JL-TERM-DATE         PIC 9(8)  BLANK WHEN ZERO.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 JL-EMPLOYED-DAYS     PIC Z9.
          05 FILLER               PIC X(1)  VALUE "/".
          05 JL-CALENDAR-DAYS     PIC Z9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 JL-GROSS             PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 JL-PRORATA           PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 JL-NET               PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 JL-SETTLED           PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 JL-UNSETTLED         PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 JL-STATUS-CODE       PIC X(2).

       01 JOIN-LEAVE-TOTAL-LINE.
          05 JLT-LABEL            PIC X(20)
                                   VALUE "EINTRITTE:          ".
          05 JLT-JOINERS          PIC ZZZ,ZZ9.
          05 FILLER               PIC X(4)  VALUE SPACE.
          05 JLT-LEAVERS-LABEL    PIC X(20)
                                   VALUE "AUSTRITTE:          ".
          05 JLT-LEAVERS          PIC ZZZ,ZZ9.
          05 FILLER               PIC X(4)  VALUE SPACE.
          05 JLT-OPEN-LABEL       PIC X(20)
                                   VALUE "OFFENE RESTSCHULD:  ".
          05 JLT-UNSETTLED        PIC ZZ,ZZZ,ZZ9.99.
