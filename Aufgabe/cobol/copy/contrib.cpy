      *================================================================
      * CONTRIB.CPY - Beitragsnachweis je Krankenkasse
      *   (CONTRIBUTION-STATEMENT-FILE)
      * Maschinenlesbarer Satz je Krankenkasse (Betriebsnummer aus
      * EMP-HEALTH-FUND-NO) und Abrechnungsperiode (Satzart BN):
      * Arbeitnehmer- und Arbeitgeber-Anteil je Beitragszweig
      * (Renten-, Kranken-, Pflege- und Arbeitslosenversicherung),
      * die Summen und die Zahl der abgerechneten Mitarbeiter.
      * Am Ende ein Abschlusssatz (Satzart BT) mit der Summe ueber
      * alle Kassen und der Kontrolle gegen die Lauf-Summen der
      * Sozialabgaben und des Arbeitgeber-Anteils (PAYSUM/GLPOST).
      *================================================================
       01 CONTRIBUTION-STATEMENT-RECORD.
          05 CS-RECORD-TYPE      PIC X(2).
          05 CS-PERIOD           PIC 9(6).
          05 CS-FUND-NO          PIC 9(8).
          05 CS-EMPLOYEE-COUNT   PIC 9(6).
          05 CS-PENSION-EE       PIC 9(9)V99.
          05 CS-PENSION-ER       PIC 9(9)V99.
          05 CS-HEALTH-EE        PIC 9(9)V99.
          05 CS-HEALTH-ER        PIC 9(9)V99.
          05 CS-CARE-EE          PIC 9(9)V99.
          05 CS-CARE-ER          PIC 9(9)V99.
          05 CS-UNEMPLOYMENT-EE  PIC 9(9)V99.
          05 CS-UNEMPLOYMENT-ER  PIC 9(9)V99.
          05 CS-TOTAL-EE         PIC 9(9)V99.
          05 CS-TOTAL-ER         PIC 9(9)V99.
          05 CS-TOTAL-AMOUNT     PIC 9(11)V99.

      * Abschlusssatz: Summe der Kassen-Saetze gegen die Lauf-Summen;
      * CST-CONTROL-STATUS 'OK' = beide stimmen ueberein, 'DF' =
      * Differenz (der Nachweis darf so nicht abgegeben werden).
       01 CONTRIBUTION-STATEMENT-TRAILER.
          05 CST-RECORD-TYPE     PIC X(2).
          05 CST-PERIOD          PIC 9(6).
          05 CST-FUND-COUNT      PIC 9(4).
          05 CST-EMPLOYEE-COUNT  PIC 9(6).
          05 CST-TOTAL-EE        PIC 9(11)V99.
          05 CST-TOTAL-ER        PIC 9(11)V99.
          05 CST-RUN-SOCIAL      PIC 9(11)V99.
          05 CST-RUN-EMPLOYER    PIC 9(11)V99.
          05 CST-CONTROL-TOTAL   PIC 9(13)V99.
          05 CST-CONTROL-STATUS  PIC X(2).
