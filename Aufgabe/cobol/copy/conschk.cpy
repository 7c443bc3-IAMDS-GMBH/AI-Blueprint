      *================================================================
      * CONSCHK.CPY - Konsistenz-Report (CONSISTENCY-REPORT-FILE)
      * Eine Druckzeile je Verstoss gegen eine Dateiuebergreifende
      * Regel: Pruef-Code, betroffene Datei und Schluessel, Klartext
      * und die beiden verglichenen Werte (Ist und Soll, soweit es
      * Mengen sind - sonst leer). Am Ende eine Summenzeile mit der
      * Zahl der Verstoesse - null Verstoesse = saubere Nacht.
      *================================================================
       01 CONSISTENCY-REPORT-LINE.
          05 CK-CHECK-CODE        PIC X(4).
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 CK-FILE-NAME         PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 CK-RECORD-KEY        PIC X(16).
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 CK-TEXT              PIC X(40).
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 CK-VALUE-1           PIC ZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 CK-VALUE-2           PIC ZZ,ZZZ,ZZ9 BLANK WHEN ZERO.

       01 CONSISTENCY-TOTAL-LINE.
          05 CKT-LABEL            PIC X(20)
                                   VALUE "VERSTOESSE GESAMT:  ".
          05 CKT-VIOLATIONS       PIC ZZZ,ZZ9.
          05 FILLER               PIC X(4)  VALUE SPACE.
          05 CKT-RECORDS-LABEL    PIC X(20)
                                   VALUE "SAETZE GEPRUEFT:    ".
          05 CKT-RECORDS-READ     PIC ZZ,ZZZ,ZZ9.
