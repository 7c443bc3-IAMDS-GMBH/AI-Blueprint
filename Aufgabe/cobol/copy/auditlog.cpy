      * Bestand dieses Lagerorts. Eine Umlagerung schreibt zwei
      * Zeilen - je eine fuer Quell- und Ziel-Lagerort.
          05 AUD-LOCATION        PIC 9(2).
      * Bewegte Charge; leer = Bestand ohne Chargenfuehrung. Ein
      * Abgang oder eine Umlagerung ueber mehrere Chargen schreibt
      * je Charge eine Zeile mit ihrer Teilmenge.
          05 AUD-LOT-NO          PIC X(10).
