      *================================================================
      * EXPRPT.CPY - Verfallsliste (EXPIRY-REPORT-FILE)
      * Eine Zeile je Charge, die bereits abgelaufen ist oder
      * innerhalb der angefragten Tage ablaeuft (EXPIRY=nnn), mit
      * Resttagen (negativ = seit so vielen Tagen abgelaufen) und
      * dem Wert zum gleitenden Durchschnittspreis (ersatzweise
      * Listenpreis); am Ende je eine Summenzeile fuer abgelaufene
      * und bald ablaufende Ware.
      *================================================================
       01 EXPIRY-REPORT-LINE.
          05 EX-ARTICLE-ID        PIC ZZZZZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 EX-ARTICLE-NAME      PIC X(30).
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 EX-LOCATION          PIC Z9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 EX-LOT-NO            PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 EX-BEST-BEFORE       PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 EX-DAYS-LEFT         PIC -ZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 EX-LOT-QTY           PIC ZZZ,ZZ9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 EX-UNIT-COST         PIC ZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 EX-LOT-VALUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 EX-STATUS-TEXT       PIC X(10).

       01 EXPIRY-TOTAL-LINE.
          05 EXT-LABEL            PIC X(20).
          05 FILLER               PIC X(46) VALUE SPACE.
          05 EXT-TOTAL-VALUE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
