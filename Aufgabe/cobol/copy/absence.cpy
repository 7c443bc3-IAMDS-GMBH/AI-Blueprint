      *================================================================
      * ABSENCE.CPY - Abwesenheitssatz (ABSENCE-FILE)
      * Ein Satz je Abwesenheit eines Mitarbeiters innerhalb einer
      * Abrechnungsperiode: Art, erster und letzter Kalendertag und
      * die Zahl der ausfallenden Arbeitstage (halbe Tage mit der
      * Nachkommastelle). Eine Abwesenheit ueber das Monatsende wird
      * als zwei Saetze erfasst - je Periode einer. Schluessel ist
      * Mitarbeiter plus erster Tag; gepflegt ueber EMPMAINT
      * (Satzart 'A'), ausgewertet vom Abrechnungslauf PAYROLL:
      *   U  Urlaub      - mindert das Urlaubskonto (VACACCT.CPY)
      *   K  Krankheit   - bezahlt bis zur Grenze der Entgelt-
      *                    fortzahlung, darueber ohne Bezuege
      *   N  unbezahlter Urlaub - mindert das Brutto je Arbeitstag
      *================================================================
       01 ABSENCE-RECORD.
          05 ABS-EMPLOYEE-ID     PIC 9(6).
          05 ABS-PERIOD          PIC 9(6).
          05 ABS-TYPE            PIC X(1).
             88 ABS-VACATION     VALUE 'U'.
             88 ABS-SICK         VALUE 'K'.
             88 ABS-UNPAID       VALUE 'N'.
          05 ABS-FROM-DATE       PIC 9(8).
          05 ABS-TO-DATE         PIC 9(8).
          05 ABS-DAYS            PIC 9(2)V9.
