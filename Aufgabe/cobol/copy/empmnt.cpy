      * Eine Zeile pro Pflegeauftrag gegen die Personal-Stammdaten:
      * Satzart 'E' = Mitarbeiter-Stammsatz (EMPLOYEE-FILE),
      * Satzart 'B' = Bankverbindung (EMPLOYEE-BANK-FILE),
      * Satzart 'D' = Dauerabzug (RECURRING-DEDUCT-FILE),
      * Satzart 'A' = Abwesenheit (ABSENCE-FILE);
      * je Auftrag Neuanlage (A), Aenderung (C) oder Loeschung (D).
      * Nicht zur Satzart gehoerende Spalten bleiben leer bzw. null.
      * Abgerechnete Werte (YTD-Stamm) werden nie ueber die Pflege
          05 EMM-DED-END-DATE    PIC X(8).
          05 EMM-DED-BALANCE-SW  PIC X(1).
          05 EMM-DED-BALANCE     PIC 9(7)V99.
      * Satzart 'E': jaehrlicher Urlaubsanspruch wie EMPREC.CPY;
      * aeltere Pflegesaetze enden davor (Neuanlage: kein Anspruch,
      * Aenderung: Anspruch bleibt stehen).
          05 EMM-VACATION-DAYS   PIC 9(2)V9.
      * Satzart 'A': Abwesenheit wie ABSENCE.CPY (Schluessel ist
      * Mitarbeiter plus erster Tag; die Periode ergibt sich aus
      * dem ersten Tag).
          05 EMM-ABS-TYPE        PIC X(1).
          05 EMM-ABS-FROM-DATE   PIC 9(8).
          05 EMM-ABS-TO-DATE     PIC 9(8).
          05 EMM-ABS-DAYS        PIC 9(2)V9.
      * Satzart 'E': Eintritts- und Austrittsdatum wie EMPREC.CPY;
      * aeltere Pflegesaetze enden davor (Neuanlage: kein Datum,
      * Aenderung: Datum bleibt stehen). Null in der gefuellten
      * Spalte loescht ein Datum, z.B. einen zurueckgenommenen
      * Austritt.
          05 EMM-HIRE-DATE       PIC 9(8).
          05 EMM-TERM-DATE       PIC 9(8).
      * Satzart 'E': Betriebsnummer der Krankenkasse wie EMPREC.CPY;
      * aeltere Pflegesaetze enden davor (Neuanlage: keine Kasse,
      * Aenderung: Kasse bleibt stehen).
          05 EMM-HEALTH-FUND-NO  PIC 9(8).
