      * BATCHSTA.CPY - Batch-Status-Report (BATCH-STATUS-REPORT-
      * FILE). Eine Druckzeile je Programm der nachtlichen Kette
      * fuer den Berichtstag: Status OK (Start- und Endesatz
      * vorhanden), ABBRUCH (Startsatz ohne Endesatz), FEHLT
      * (gar nicht gestartet), VERSTOSS (Konsistenzpruefung hat
      * Verstoesse gemeldet) oder OK-FORCE (trotz fehlender
      * Voraussetzung mit FORCE gestartet), dazu die Zaehler und
      * die Kontrollsumme des letzten Endesatzes.
      *================================================================
       01 BATCH-STATUS-LINE.
          05 BS-PROGRAM-ID        PIC X(9).
