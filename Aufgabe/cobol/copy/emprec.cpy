          05 EMP-WAGE-TYPE       PIC X(1).
          05 EMP-HOURS-WORKED    PIC 9(3)V99.
          05 EMP-HOURLY-RATE     PIC 9(3)V99.
      * Jaehrlicher Urlaubsanspruch in Arbeitstagen - wird vom
      * Abrechnungslauf je Urlaubsjahr dem Urlaubskonto (VACACCT.CPY)
      * gutgeschrieben. Altdaten ohne diese Spalte haben keinen
      * gepflegten Anspruch (null).
          05 EMP-VACATION-DAYS   PIC 9(2)V9.
      * Eintritts- und Austrittsdatum (JJJJMMTT, null = nicht
      * gepflegt bzw. kein Austritt). Im Eintritts- und im
      * Austrittsmonat rechnet der Abrechnungslauf das Festgehalt
      * nach Kalendertagen anteilig, fuer Perioden nach dem
      * Austrittsmonat wird keine Abrechnung mehr erstellt.
      * Altdaten ohne diese Spalten gelten als ganzjaehrig
      * beschaeftigt.
          05 EMP-HIRE-DATE       PIC 9(8).
          05 EMP-TERM-DATE       PIC 9(8).
      * Betriebsnummer der Krankenkasse des Mitarbeiters - der
      * Abrechnungslauf fasst die Beitraege je Kasse zum monatlichen
      * Beitragsnachweis zusammen. Null bzw. Altdaten ohne diese
      * Spalte: keine Kasse gepflegt (Nachweis unter Kasse null).
          05 EMP-HEALTH-FUND-NO  PIC 9(8).
