      *================================================================
      * VACACCT.CPY - Urlaubskonto (VACATION-ACCOUNT-FILE)
      * Indiziert ueber VAC-EMPLOYEE-ID, ein Satz je Mitarbeiter fuer
      * das laufende Urlaubsjahr. Wird wie der YTD-Stamm nur vom
      * Abrechnungslauf PAYROLL fortgeschrieben: je Periode mindert
      * der gebuchte Urlaub (Abwesenheitsart 'U') das Konto, die
      * Krankheitstage laufen fuer die Grenze der Entgeltfortzahlung
      * mit. Im ersten Lauf eines neuen Jahres wird der Resturlaub
      * als Vortrag uebernommen und der Jahresanspruch aus dem
      * Mitarbeiter-Stamm (EMP-VACATION-DAYS) neu gutgeschrieben.
      * Resturlaub = Vortrag + Jahresanspruch - genommen.
      *
      * VAC-LAST-PERIOD/-LAST-VACATION/-SICK-BEFORE halten die
      * zuletzt gebuchte Periode fest, damit eine Wiederholung der
      * Periode (PAYROLL mit OVERRIDE) deren Buchung erst
      * zuruecknimmt statt sie doppelt zu zaehlen.
      *================================================================
       01 VACATION-ACCOUNT-RECORD.
          05 VAC-EMPLOYEE-ID     PIC 9(6).
          05 VAC-YEAR            PIC 9(4).
          05 VAC-ENTITLEMENT     PIC 9(2)V9.
          05 VAC-CARRIED         PIC 9(3)V9.
          05 VAC-TAKEN           PIC 9(3)V9.
          05 VAC-BALANCE         PIC 9(3)V9.
          05 VAC-SICK-DAYS       PIC 9(3)V9.
          05 VAC-LAST-PERIOD     PIC 9(6).
          05 VAC-LAST-VACATION   PIC 9(2)V9.
          05 VAC-SICK-BEFORE     PIC 9(3)V9.
