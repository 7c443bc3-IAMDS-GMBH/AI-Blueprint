      * Je Mitarbeiter und Abrechnungsperiode eine Gehaltszeile
      * (Satzart 'S') und dahinter je angewendetem Dauerabzug eine
      * Abzugszeile (Satzart 'D'), damit der Mitarbeiter jeden
      * einzelnen Abzug auf der Abrechnung sieht. Hatte der
      * Mitarbeiter in der Periode Abwesenheiten, folgt eine
      * Abwesenheitszeile (Satzart 'A'); im Eintritts- oder
      * Austrittsmonat eine Ein-/Austrittszeile (Satzart 'T').
      * PS-NET-SALARY ist das Auszahlungs-Netto nach allen
      * Dauerabzuegen.
      *================================================================
          05 PSD-AMOUNT          PIC 9(7)V99.
          05 PSD-REMAINING-BALANCE PIC 9(7)V99.
          05 PSD-PERIOD          PIC 9(6).

      * Abwesenheitszeile (Satzart 'A') hinter der Gehaltszeile:
      * Arbeitstage der Periode, Urlaubs-, Krankheits- und unbezahlte
      * Tage, davon Krankheitstage ohne Entgeltfortzahlung, die
      * daraus errechnete Brutto-Minderung (PS-GROSS-SALARY ist
      * bereits gemindert) und der Resturlaub nach der Periode.
       01 PAYSLIP-ABSENCE-LINE.
          05 PSA-RECORD-TYPE     PIC X(1).
          05 PSA-EMPLOYEE-ID     PIC 9(6).
          05 PSA-PERIOD          PIC 9(6).
          05 PSA-WORKING-DAYS    PIC 9(2).
          05 PSA-VACATION-DAYS   PIC 9(2)V9.
          05 PSA-SICK-DAYS       PIC 9(2)V9.
          05 PSA-SICK-UNPAID-DAYS PIC 9(2)V9.
          05 PSA-UNPAID-DAYS     PIC 9(2)V9.
          05 PSA-REDUCTION       PIC 9(7)V99.
          05 PSA-VACATION-BALANCE PIC 9(3)V9.

      * Ein-/Austrittszeile (Satzart 'T') im Eintritts- oder
      * Austrittsmonat: Eintritts- und Austrittsdatum, bezahlte
      * Kalendertage von den Kalendertagen der Periode und die
      * Kuerzung des Festgehalts (PS-GROSS-SALARY ist bereits
      * anteilig). Im Austrittsmonat dazu die Schlussabrechnung der
      * Dauerabzuege mit Restschuld: in voller Hoehe einbehalten
      * und die vom Netto nicht gedeckte offene Restschuld.
       01 PAYSLIP-EMPLOYMENT-LINE.
          05 PST-RECORD-TYPE     PIC X(1).
          05 PST-EMPLOYEE-ID     PIC 9(6).
          05 PST-PERIOD          PIC 9(6).
          05 PST-HIRE-DATE       PIC 9(8).
          05 PST-TERM-DATE       PIC 9(8).
          05 PST-CALENDAR-DAYS   PIC 9(2).
          05 PST-EMPLOYED-DAYS   PIC 9(2).
          05 PST-REDUCTION       PIC 9(7)V99.
          05 PST-SETTLED-AMOUNT  PIC 9(7)V99.
          05 PST-UNSETTLED-BALANCE PIC 9(7)V99.
