      *================================================================
      * INVMATCH.CBL - Rechnungspruefung (Drei-Wege-Abgleich)
      * Zweck: Gleicht jede Position der Lieferantenrechnungen
      *        (SUPPLIER-INVOICE-FILE) gegen die Bestellung (OPEN-
      *        ORDER-FILE, bestellte Menge) und die zugeordneten
      *        Wareneingaenge (RECEIPT-MATCH-FILE, gelieferte Menge)
      *        ab und ersetzt die Handpruefung der Kreditoren-
      *        buchhaltung.
      *
      * Positionen, deren Menge und Preis im Rahmen liegen, gehen in
      * den Zahlungsfreigabe-Extrakt (PAYMENT-RELEASE-FILE) und in
      * das Register der freigegebenen Rechnungen (INVOICE-RELEASE-
      * FILE); alle anderen mit Grund-Code auf die Abweichungsliste:
      * mehr berechnet als geliefert oder bestellt, Preis mehr als
      * die Toleranz ueber dem Referenzpreis (ART-AVG-COST, ohne
      * Durchschnitt ART-UNIT-PRICE), unbekannte Bestellnummer oder
      * bereits freigegebene Rechnung.
      *
      * An den Lieferanten zurueckgesandte Ware (SUPPLIER-RETURN-
      * FILE) zaehlt nicht als geliefert: die Retourenmenge wird von
      * der gelieferten Menge der Bestellung abgezogen.
      *
      * Die Rechnungspositionen des Laufs werden zuerst in eine
      * Tabelle geladen; Bestellungen, Wareneingaenge und Register
      * werden danach je einmal gelesen und nur fuer die Bestell-
      * nummern dieser Rechnungen verdichtet. Vollstaendig
      * gelieferte Bestellungen, die der Ueberfaelligkeits-Lauf
      * schon aus dem OPEN-ORDER-FILE ausgesteuert hat, sind ueber
      * ihre Wareneingaenge bekannt; ihre Bestellmenge gilt dann als
      * die gelieferte Menge.
      *
      * Preistoleranz in Prozent ueber die Kommandozeile: TOL=nn
      * (Vorgabe 5 Prozent).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVMATCH.
       AUTHOR. SCHULUNGSBEISPIEL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-INVOICE-FILE
               ASSIGN TO "SUPINV.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUPINV-STATUS.

           SELECT OPEN-ORDER-FILE
               ASSIGN TO "OPENORD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPENORD-STATUS.

           SELECT RECEIPT-MATCH-FILE
               ASSIGN TO "RCPTMTCH.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RCPTMTCH-STATUS.

           SELECT SUPPLIER-RETURN-FILE
               ASSIGN TO "SUPRET.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUPRET-STATUS.

           SELECT ARTICLE-MASTER-FILE
               ASSIGN TO "ARTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ART-ID
               FILE STATUS IS WS-ARTMAST-STATUS.

           SELECT INVOICE-RELEASE-FILE
               ASSIGN TO "INVREL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INVREL-STATUS.

           SELECT PAYMENT-RELEASE-FILE
               ASSIGN TO "PAYREL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PAYREL-STATUS.

           SELECT INVOICE-DIFF-REPORT-FILE
               ASSIGN TO "INVDIFF.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INVDIFF-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SUPPLIER-INVOICE-FILE.
       COPY "supinv.cpy".

       FD  OPEN-ORDER-FILE.
       COPY "openord.cpy".

       FD  RECEIPT-MATCH-FILE.
       COPY "rcptmtch.cpy".

       FD  SUPPLIER-RETURN-FILE.
       COPY "supret.cpy".

       FD  ARTICLE-MASTER-FILE.
       COPY "artmast.cpy".

       FD  INVOICE-RELEASE-FILE.
       COPY "invrel.cpy".

       FD  PAYMENT-RELEASE-FILE.
       COPY "payrel.cpy".

       FD  INVOICE-DIFF-REPORT-FILE.
       COPY "invdiff.cpy".

       FD  RUN-LOG-FILE.
       COPY "runlog.cpy".

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * Preistoleranz: TOL=nn auf der Kommandozeile, ohne Parameter
      * gilt der gepflegte Festwert von 5 Prozent.
      *----------------------------------------------------------------
       01 WS-RUN-PARM             PIC X(40).
       01 WS-TOLERANCE-CONTROL.
          05 WS-PRICE-TOLERANCE   PIC 9(2) VALUE 05.

      *----------------------------------------------------------------
      * Datei-Status-Felder
      *----------------------------------------------------------------
       01 WS-FILE-STATUSES.
          05 WS-SUPINV-STATUS      PIC X(2).
             88 WS-SUPINV-OK       VALUE '00'.
             88 WS-SUPINV-EOF      VALUE '10'.
          05 WS-OPENORD-STATUS     PIC X(2).
             88 WS-OPENORD-OK      VALUE '00'.
             88 WS-OPENORD-EOF     VALUE '10'.
             88 WS-OPENORD-NOFILE  VALUE '35'.
          05 WS-RCPTMTCH-STATUS    PIC X(2).
             88 WS-RCPTMTCH-OK     VALUE '00'.
             88 WS-RCPTMTCH-EOF    VALUE '10'.
             88 WS-RCPTMTCH-NOFILE VALUE '35'.
          05 WS-SUPRET-STATUS      PIC X(2).
             88 WS-SUPRET-OK       VALUE '00'.
             88 WS-SUPRET-EOF      VALUE '10'.
             88 WS-SUPRET-NOFILE   VALUE '35'.
          05 WS-ARTMAST-STATUS     PIC X(2).
             88 WS-ARTMAST-OK      VALUE '00'.
             88 WS-ARTMAST-NOTFOUND VALUE '23'.
          05 WS-INVREL-STATUS      PIC X(2).
             88 WS-INVREL-OK       VALUE '00'.
             88 WS-INVREL-EOF      VALUE '10'.
             88 WS-INVREL-NOFILE   VALUE '35'.
          05 WS-PAYREL-STATUS      PIC X(2).
             88 WS-PAYREL-OK       VALUE '00'.
          05 WS-INVDIFF-STATUS     PIC X(2).
             88 WS-INVDIFF-OK      VALUE '00'.
          05 WS-RUNLOG-STATUS      PIC X(2).
             88 WS-RUNLOG-OK       VALUE '00'.

      *----------------------------------------------------------------
      * Rechnungspositionen des Laufs; je Position der Platz ihrer
      * Bestellung in der Bestell-Tabelle und das Doppel-Kennzeichen
      * aus dem Register der freigegebenen Rechnungen.
      *----------------------------------------------------------------
       01 WS-INVOICE-TABLE.
          05 WS-INV-COUNT         PIC 9(3) VALUE ZERO.
          05 WS-INV-ENTRY OCCURS 500 TIMES.
             10 WS-INV-SUPPLIER-ID PIC 9(6).
             10 WS-INV-NO          PIC X(12).
             10 WS-INV-DATE        PIC X(8).
             10 WS-INV-ORDER-NO    PIC 9(8).
             10 WS-INV-ARTICLE-ID  PIC 9(8).
             10 WS-INV-QTY         PIC 9(6).
             10 WS-INV-PRICE       PIC 9(5)V99.
             10 WS-INV-UNIT        PIC X(1).
                88 WS-INV-IN-PACKS VALUE 'E'.
             10 WS-INV-ORD-SUB     PIC 9(3).
             10 WS-INV-RELEASED-SW PIC X(1).
                88 WS-INV-RELEASED VALUE 'Y'.

       01 WS-INVOICE-WORK.
          05 WS-INV-SUB           PIC 9(3).
          05 WS-INV-SUB2          PIC 9(3).

      *----------------------------------------------------------------
      * Bestell-Tabelle: je Bestellnummer der Rechnungen des Laufs
      * Herkunft ('O' = offene Bestellung, 'R' = nur ueber die
      * Wareneingaenge bekannt, leer = nie bestellt), Artikel,
      * Lieferant, bestellte und gelieferte Menge sowie die schon
      * freigegebene (berechnete) Menge - alle Mengen in Stueck -
      * und der Umrechnungsfaktor der Einkaufseinheit aus der
      * offenen Bestellung (null = nicht bekannt).
      *----------------------------------------------------------------
       01 WS-ORDER-TABLE.
          05 WS-ORD-COUNT         PIC 9(3) VALUE ZERO.
          05 WS-ORD-ENTRY OCCURS 500 TIMES.
             10 WS-ORD-ORDER-NO    PIC 9(8).
             10 WS-ORD-SOURCE      PIC X(1).
                88 WS-ORD-FROM-OPEN    VALUE 'O'.
                88 WS-ORD-FROM-RECEIPT VALUE 'R'.
                88 WS-ORD-UNKNOWN      VALUE SPACE.
             10 WS-ORD-ARTICLE-ID  PIC 9(8).
             10 WS-ORD-SUPPLIER-ID PIC 9(6).
             10 WS-ORD-QTY         PIC 9(7).
             10 WS-ORD-RECEIVED    PIC 9(7).
             10 WS-ORD-BILLED      PIC 9(7).
             10 WS-ORD-FACTOR      PIC 9(5).

       01 WS-ORDER-WORK.
          05 WS-ORD-SUB           PIC 9(3).
          05 WS-ORD-FOUND-SUB     PIC 9(3).
          05 WS-SEARCH-ORDER-NO   PIC 9(8).

      *----------------------------------------------------------------
      * Pruefung der laufenden Position
      *----------------------------------------------------------------
       01 WS-RESULT.
          05 WS-RESULT-CODE     PIC X(2).
             88 WS-SUCCESS      VALUE 'OK'.
             88 WS-DUPLICATE-INVOICE VALUE 'DI'.
             88 WS-UNKNOWN-ORDER VALUE 'UO'.
             88 WS-ORDER-MISMATCH VALUE 'OM'.
             88 WS-UNKNOWN-ART  VALUE 'UA'.
             88 WS-OVER-RECEIVED VALUE 'QR'.
             88 WS-OVER-ORDERED VALUE 'QO'.
             88 WS-PRICE-OVER   VALUE 'PR'.

       01 WS-MATCH-WORK.
          05 WS-BILLED-AFTER      PIC 9(12).
          05 WS-REF-PRICE         PIC 9(5)V99.
          05 WS-PRICE-LIMIT       PIC 9(6)V99.
          05 WS-LINE-AMOUNT       PIC 9(9)V99.
          05 WS-INV-FACTOR        PIC 9(5).
          05 WS-INV-PIECES        PIC 9(11).
          05 WS-INV-PIECE-PRICE   PIC 9(5)V99.

      *----------------------------------------------------------------
      * Lauf-Zaehler und Kontrollsummen
      *----------------------------------------------------------------
       01 WS-COUNTERS.
          05 WS-LINES-READ        PIC 9(6) VALUE ZERO.
          05 WS-LINES-RELEASED    PIC 9(6) VALUE ZERO.
          05 WS-LINES-REJECTED    PIC 9(6) VALUE ZERO.
          05 WS-REGISTER-READ     PIC 9(6) VALUE ZERO.
          05 WS-HASH-TOTAL        PIC 9(13)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * Laufdatum fuer Extrakt und Register
      *----------------------------------------------------------------
       01 WS-DATE-WORK.
          05 WS-CURRENT-TIMESTAMP  PIC X(21).
          05 WS-RUN-DATE           PIC X(8).

      *================================================================
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-RUN-PARM(1:4) = "TOL="
               IF WS-RUN-PARM(5:2) IS NUMERIC
                   MOVE WS-RUN-PARM(5:2) TO WS-PRICE-TOLERANCE
               ELSE
                   DISPLAY "INVMATCH: ungueltiger Toleranz-Parameter "
                       WS-RUN-PARM
                   STOP RUN
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE

           PERFORM WRITE-RUN-LOG-START
           PERFORM INVOICE-MATCH-RUN
           PERFORM WRITE-RUN-LOG-END
           STOP RUN.

      *----------------------------------------------------------------
      * Laufstatistik: Startsatz zu Laufbeginn, Endesatz mit den
      * Zaehlern bei normalem Ende - ein Startsatz ohne Endesatz
      * bedeutet Abbruch und faellt im morgendlichen Batch-Status-
      * Report (RUNSTAT) auf.
      *----------------------------------------------------------------
       WRITE-RUN-LOG-START.
           MOVE 'S'  TO RL-RECORD-KIND
           MOVE ZERO TO RL-RECORDS-READ
           MOVE ZERO TO RL-RECORDS-APPLIED
           MOVE ZERO TO RL-RECORDS-REJECTED
           MOVE ZERO TO RL-CONTROL-TOTAL
           PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-END.
           MOVE 'E' TO RL-RECORD-KIND
           MOVE WS-LINES-READ     TO RL-RECORDS-READ
           MOVE WS-LINES-RELEASED TO RL-RECORDS-APPLIED
           MOVE WS-LINES-REJECTED TO RL-RECORDS-REJECTED
           MOVE WS-HASH-TOTAL     TO RL-CONTROL-TOTAL
           PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-RECORD.
           MOVE "INVMATCH" TO RL-PROGRAM-ID
           MOVE WS-RUN-PARM(1:20) TO RL-RUN-PARM
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO RL-TIMESTAMP
           OPEN EXTEND RUN-LOG-FILE
           IF NOT WS-RUNLOG-OK
               DISPLAY "OPEN-Fehler RUN-LOG-FILE Status="
                   WS-RUNLOG-STATUS
               STOP RUN
           END-IF
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.

      *----------------------------------------------------------------
      * Abgleichlauf: Rechnungspositionen laden, Bestellungen,
      * Wareneingaenge und Register dazu verdichten, dann jede
      * Position pruefen und freigeben oder auf die Abweichungs-
      * liste setzen.
      *----------------------------------------------------------------
       INVOICE-MATCH-RUN.
           PERFORM LOAD-INVOICE-LINES
           PERFORM SCAN-OPEN-ORDERS
           PERFORM SCAN-RECEIPT-MATCHES
           PERFORM SCAN-SUPPLIER-RETURNS
           PERFORM SCAN-RELEASE-REGISTER

           OPEN INPUT ARTICLE-MASTER-FILE
           IF NOT WS-ARTMAST-OK
               DISPLAY "OPEN-Fehler ARTICLE-MASTER-FILE Status="
                   WS-ARTMAST-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PAYMENT-RELEASE-FILE
           IF NOT WS-PAYREL-OK
               DISPLAY "OPEN-Fehler PAYMENT-RELEASE-FILE Status="
                   WS-PAYREL-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT INVOICE-DIFF-REPORT-FILE
           IF NOT WS-INVDIFF-OK
               DISPLAY "OPEN-Fehler INVOICE-DIFF-REPORT-FILE Status="
                   WS-INVDIFF-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND INVOICE-RELEASE-FILE
           IF NOT WS-INVREL-OK
               DISPLAY "OPEN-Fehler INVOICE-RELEASE-FILE Status="
                   WS-INVREL-STATUS
               STOP RUN
           END-IF

           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT
               PERFORM MATCH-ONE-INVOICE-LINE
           END-PERFORM
           PERFORM WRITE-RELEASE-TRAILER

           CLOSE ARTICLE-MASTER-FILE
           CLOSE PAYMENT-RELEASE-FILE
           CLOSE INVOICE-DIFF-REPORT-FILE
           CLOSE INVOICE-RELEASE-FILE

           DISPLAY "INVMATCH: Rechnungspositionen gelesen = "
               WS-LINES-READ
           DISPLAY "INVMATCH: Positionen freigegeben      = "
               WS-LINES-RELEASED
           DISPLAY "INVMATCH: Positionen mit Abweichung   = "
               WS-LINES-REJECTED
           DISPLAY "INVMATCH: Registersaetze gelesen      = "
               WS-REGISTER-READ
           DISPLAY "INVMATCH: Summe Freigaben             = "
               WS-HASH-TOTAL.

      *----------------------------------------------------------------
      * Laedt alle Rechnungspositionen und legt je neuer Bestell-
      * nummer einen Platz in der Bestell-Tabelle an.
      *----------------------------------------------------------------
       LOAD-INVOICE-LINES.
           OPEN INPUT SUPPLIER-INVOICE-FILE
           IF NOT WS-SUPINV-OK
               DISPLAY "OPEN-Fehler SUPPLIER-INVOICE-FILE Status="
                   WS-SUPINV-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SUPINV-EOF
               READ SUPPLIER-INVOICE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM LOAD-ONE-INVOICE-LINE
               END-READ
           END-PERFORM
           CLOSE SUPPLIER-INVOICE-FILE.

       LOAD-ONE-INVOICE-LINE.
           IF WS-INV-COUNT >= 500
               DISPLAY "INVMATCH: Rechnungs-Tabelle voll - Abbruch"
               STOP RUN
           END-IF
           ADD 1 TO WS-INV-COUNT
           MOVE SIV-SUPPLIER-ID  TO WS-INV-SUPPLIER-ID(WS-INV-COUNT)
           MOVE SIV-INVOICE-NO   TO WS-INV-NO(WS-INV-COUNT)
           MOVE SIV-INVOICE-DATE TO WS-INV-DATE(WS-INV-COUNT)
           MOVE SIV-ORDER-NO     TO WS-INV-ORDER-NO(WS-INV-COUNT)
           MOVE SIV-ARTICLE-ID   TO WS-INV-ARTICLE-ID(WS-INV-COUNT)
           MOVE SIV-INVOICE-QTY  TO WS-INV-QTY(WS-INV-COUNT)
           MOVE SIV-UNIT-PRICE   TO WS-INV-PRICE(WS-INV-COUNT)
           MOVE SIV-QTY-UNIT     TO WS-INV-UNIT(WS-INV-COUNT)
           MOVE 'N'              TO WS-INV-RELEASED-SW(WS-INV-COUNT)
           MOVE SIV-ORDER-NO     TO WS-SEARCH-ORDER-NO
           PERFORM FIND-ORDER-ENTRY
           IF WS-ORD-FOUND-SUB = ZERO
               IF WS-ORD-COUNT >= 500
                   DISPLAY "INVMATCH: Bestell-Tabelle voll - Abbruch"
                   STOP RUN
               END-IF
               ADD 1 TO WS-ORD-COUNT
               MOVE WS-ORD-COUNT TO WS-ORD-FOUND-SUB
               MOVE SIV-ORDER-NO TO WS-ORD-ORDER-NO(WS-ORD-FOUND-SUB)
               MOVE SPACE        TO WS-ORD-SOURCE(WS-ORD-FOUND-SUB)
               MOVE ZERO     TO WS-ORD-ARTICLE-ID(WS-ORD-FOUND-SUB)
               MOVE ZERO     TO WS-ORD-SUPPLIER-ID(WS-ORD-FOUND-SUB)
               MOVE ZERO     TO WS-ORD-QTY(WS-ORD-FOUND-SUB)
               MOVE ZERO     TO WS-ORD-RECEIVED(WS-ORD-FOUND-SUB)
               MOVE ZERO     TO WS-ORD-BILLED(WS-ORD-FOUND-SUB)
               MOVE ZERO     TO WS-ORD-FACTOR(WS-ORD-FOUND-SUB)
           END-IF
           MOVE WS-ORD-FOUND-SUB TO WS-INV-ORD-SUB(WS-INV-COUNT).

      *----------------------------------------------------------------
      * Sucht die Bestellung WS-SEARCH-ORDER-NO in der Bestell-
      * Tabelle; WS-ORD-FOUND-SUB = Platz oder null.
      *----------------------------------------------------------------
       FIND-ORDER-ENTRY.
           MOVE ZERO TO WS-ORD-FOUND-SUB
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > WS-ORD-COUNT
               IF WS-ORD-FOUND-SUB = ZERO
                   AND WS-ORD-ORDER-NO(WS-ORD-SUB) = WS-SEARCH-ORDER-NO
                   MOVE WS-ORD-SUB TO WS-ORD-FOUND-SUB
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * Bestellte Menge, Artikel und Lieferant aus den offenen
      * Bestellungen. Eine fehlende Datei bedeutet: keine offenen
      * Bestellungen.
      *----------------------------------------------------------------
       SCAN-OPEN-ORDERS.
           OPEN INPUT OPEN-ORDER-FILE
           IF WS-OPENORD-NOFILE
               CONTINUE
           ELSE
               IF NOT WS-OPENORD-OK
                   DISPLAY "OPEN-Fehler OPEN-ORDER-FILE Status="
                       WS-OPENORD-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-OPENORD-EOF
                   READ OPEN-ORDER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE-ONE-OPEN-ORDER
                   END-READ
               END-PERFORM
               CLOSE OPEN-ORDER-FILE
           END-IF.

       TAKE-ONE-OPEN-ORDER.
           MOVE OO-ORDER-NO TO WS-SEARCH-ORDER-NO
           PERFORM FIND-ORDER-ENTRY
           IF WS-ORD-FOUND-SUB > ZERO
               MOVE 'O'            TO WS-ORD-SOURCE(WS-ORD-FOUND-SUB)
               MOVE OO-ARTICLE-ID
                   TO WS-ORD-ARTICLE-ID(WS-ORD-FOUND-SUB)
               MOVE OO-SUPPLIER-ID
                   TO WS-ORD-SUPPLIER-ID(WS-ORD-FOUND-SUB)
               MOVE OO-ORDER-QTY   TO WS-ORD-QTY(WS-ORD-FOUND-SUB)
               IF OO-PURCH-FACTOR IS NUMERIC
                   MOVE OO-PURCH-FACTOR
                       TO WS-ORD-FACTOR(WS-ORD-FOUND-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Gelieferte Menge je Bestellung aus allen zugeordneten
      * Wareneingaengen. Eine Bestellung, die nicht mehr unter den
      * offenen Bestellungen steht, ist vollstaendig geliefert und
      * ausgesteuert - sie ist ueber ihre Wareneingaenge bekannt,
      * ihre Bestellmenge gilt als die gelieferte Menge. Steht sie
      * wieder unter den offenen Bestellungen, weil INVENTORY sie
      * fuer eine Ersatzlieferung neu angelegt hat, traegt sie dort
      * nur die wieder geoeffnete Menge - als Bestellmenge gilt
      * dann die groessere aus Bestellung und Lieferungen.
      *----------------------------------------------------------------
       SCAN-RECEIPT-MATCHES.
           OPEN INPUT RECEIPT-MATCH-FILE
           IF WS-RCPTMTCH-NOFILE
               CONTINUE
           ELSE
               IF NOT WS-RCPTMTCH-OK
                   DISPLAY "OPEN-Fehler RECEIPT-MATCH-FILE Status="
                       WS-RCPTMTCH-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-RCPTMTCH-EOF
                   READ RECEIPT-MATCH-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE-ONE-RECEIPT-MATCH
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-MATCH-FILE
           END-IF
           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > WS-ORD-COUNT
               IF WS-ORD-FROM-RECEIPT(WS-ORD-SUB)
                   OR WS-ORD-RECEIVED(WS-ORD-SUB)
                       > WS-ORD-QTY(WS-ORD-SUB)
                   MOVE WS-ORD-RECEIVED(WS-ORD-SUB)
                       TO WS-ORD-QTY(WS-ORD-SUB)
               END-IF
           END-PERFORM.

       TAKE-ONE-RECEIPT-MATCH.
           MOVE RCM-ORDER-NO TO WS-SEARCH-ORDER-NO
           PERFORM FIND-ORDER-ENTRY
           IF WS-ORD-FOUND-SUB > ZERO
               IF WS-ORD-UNKNOWN(WS-ORD-FOUND-SUB)
                   MOVE 'R'         TO WS-ORD-SOURCE(WS-ORD-FOUND-SUB)
                   MOVE RCM-ARTICLE-ID
                       TO WS-ORD-ARTICLE-ID(WS-ORD-FOUND-SUB)
                   MOVE RCM-SUPPLIER-ID
                       TO WS-ORD-SUPPLIER-ID(WS-ORD-FOUND-SUB)
               END-IF
               ADD RCM-RECEIPT-QTY
                   TO WS-ORD-RECEIVED(WS-ORD-FOUND-SUB)
           END-IF.

      *----------------------------------------------------------------
      * Retouren an den Lieferanten mindern die gelieferte Menge
      * ihrer Bestellung (nie unter null); die Bestellmenge einer
      * ausgesteuerten Bestellung bleibt die urspruenglich
      * gelieferte Menge. Eine fehlende Datei bedeutet: keine
      * Retouren.
      *----------------------------------------------------------------
       SCAN-SUPPLIER-RETURNS.
           OPEN INPUT SUPPLIER-RETURN-FILE
           IF WS-SUPRET-NOFILE
               CONTINUE
           ELSE
               IF NOT WS-SUPRET-OK
                   DISPLAY "OPEN-Fehler SUPPLIER-RETURN-FILE Status="
                       WS-SUPRET-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-SUPRET-EOF
                   READ SUPPLIER-RETURN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE-ONE-SUPPLIER-RETURN
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-RETURN-FILE
           END-IF.

       TAKE-ONE-SUPPLIER-RETURN.
           MOVE SR-ORDER-NO TO WS-SEARCH-ORDER-NO
           PERFORM FIND-ORDER-ENTRY
           IF WS-ORD-FOUND-SUB > ZERO
               IF SR-RETURN-QTY > WS-ORD-RECEIVED(WS-ORD-FOUND-SUB)
                   MOVE ZERO TO WS-ORD-RECEIVED(WS-ORD-FOUND-SUB)
               ELSE
                   SUBTRACT SR-RETURN-QTY
                       FROM WS-ORD-RECEIVED(WS-ORD-FOUND-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Liest das Register der freigegebenen Rechnungen: die schon
      * berechnete Menge je Bestellung wird aufsummiert, und jede
      * Position des Laufs, die mit Lieferant, Rechnungsnummer und
      * Bestellung bereits im Register steht, wird als Doppel
      * markiert. Eine fehlende Datei bedeutet: noch nichts
      * freigegeben.
      *----------------------------------------------------------------
       SCAN-RELEASE-REGISTER.
           OPEN INPUT INVOICE-RELEASE-FILE
           IF WS-INVREL-NOFILE
               CONTINUE
           ELSE
               IF NOT WS-INVREL-OK
                   DISPLAY "OPEN-Fehler INVOICE-RELEASE-FILE Status="
                       WS-INVREL-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-INVREL-EOF
                   READ INVOICE-RELEASE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-REGISTER-READ
                           PERFORM TAKE-ONE-RELEASE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-RELEASE-FILE
           END-IF.

       TAKE-ONE-RELEASE.
           MOVE IRL-ORDER-NO TO WS-SEARCH-ORDER-NO
           PERFORM FIND-ORDER-ENTRY
           IF WS-ORD-FOUND-SUB > ZERO
               ADD IRL-INVOICE-QTY TO WS-ORD-BILLED(WS-ORD-FOUND-SUB)
               PERFORM VARYING WS-INV-SUB2 FROM 1 BY 1
                   UNTIL WS-INV-SUB2 > WS-INV-COUNT
                   IF WS-INV-ORDER-NO(WS-INV-SUB2) = IRL-ORDER-NO
                       AND WS-INV-SUPPLIER-ID(WS-INV-SUB2)
                           = IRL-SUPPLIER-ID
                       AND WS-INV-NO(WS-INV-SUB2) = IRL-INVOICE-NO
                       MOVE 'Y' TO WS-INV-RELEASED-SW(WS-INV-SUB2)
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * Eine Rechnungsposition pruefen: Doppel, Bestellbezug,
      * Menge gegen Lieferung und Bestellung (einschliesslich der
      * schon frueher berechneten Menge), Preis gegen Referenz.
      * Die erste zutreffende Abweichung bestimmt den Grund-Code.
      * Eine Position in Gebinden wird vor dem Mengen- und Preis-
      * vergleich in Stueck und Stueckpreis umgerechnet.
      *----------------------------------------------------------------
       MATCH-ONE-INVOICE-LINE.
           MOVE WS-INV-ORD-SUB(WS-INV-SUB) TO WS-ORD-SUB
           MOVE ZERO TO WS-REF-PRICE
           MOVE WS-INV-QTY(WS-INV-SUB)   TO WS-INV-PIECES
           MOVE WS-INV-PRICE(WS-INV-SUB) TO WS-INV-PIECE-PRICE
           MOVE 'OK' TO WS-RESULT-CODE
           EVALUATE TRUE
               WHEN WS-INV-RELEASED(WS-INV-SUB)
                   MOVE 'DI' TO WS-RESULT-CODE
               WHEN WS-ORD-UNKNOWN(WS-ORD-SUB)
                   MOVE 'UO' TO WS-RESULT-CODE
               WHEN WS-ORD-SUPPLIER-ID(WS-ORD-SUB)
                       NOT = WS-INV-SUPPLIER-ID(WS-INV-SUB)
                   MOVE 'OM' TO WS-RESULT-CODE
               WHEN WS-ORD-ARTICLE-ID(WS-ORD-SUB)
                       NOT = WS-INV-ARTICLE-ID(WS-INV-SUB)
                   MOVE 'OM' TO WS-RESULT-CODE
               WHEN OTHER
                   PERFORM DETERMINE-REFERENCE-PRICE
           END-EVALUATE
           IF WS-SUCCESS AND WS-INV-IN-PACKS(WS-INV-SUB)
               PERFORM CONVERT-INVOICE-TO-PIECES
           END-IF
           COMPUTE WS-BILLED-AFTER =
               WS-ORD-BILLED(WS-ORD-SUB) + WS-INV-PIECES
           IF WS-SUCCESS
               EVALUATE TRUE
                   WHEN WS-BILLED-AFTER > WS-ORD-RECEIVED(WS-ORD-SUB)
                       MOVE 'QR' TO WS-RESULT-CODE
                   WHEN WS-BILLED-AFTER > WS-ORD-QTY(WS-ORD-SUB)
                       MOVE 'QO' TO WS-RESULT-CODE
                   WHEN OTHER
                       PERFORM CHECK-PRICE-TOLERANCE
               END-EVALUATE
           END-IF

           IF WS-SUCCESS
               PERFORM RELEASE-INVOICE-LINE
           ELSE
               ADD 1 TO WS-LINES-REJECTED
               PERFORM WRITE-DISCREPANCY-LINE
           END-IF.

      *----------------------------------------------------------------
      * Referenzpreis: gleitender Durchschnittspreis, solange es
      * einen gibt (Altdaten ohne Spalte oder Artikel ohne
      * bepreisten Eingang: gepflegter Listenpreis).
      *----------------------------------------------------------------
       DETERMINE-REFERENCE-PRICE.
           MOVE WS-INV-ARTICLE-ID(WS-INV-SUB) TO ART-ID
           READ ARTICLE-MASTER-FILE
               INVALID KEY
                   MOVE 'UA' TO WS-RESULT-CODE
               NOT INVALID KEY
                   IF ART-AVG-COST IS NUMERIC
                       AND ART-AVG-COST > ZERO
                       MOVE ART-AVG-COST   TO WS-REF-PRICE
                   ELSE
                       MOVE ART-UNIT-PRICE TO WS-REF-PRICE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * Gebinde in Stueck: Faktor der offenen Bestellung, bei einer
      * schon ausgesteuerten Bestellung (oder Altdaten ohne Faktor)
      * der gepflegte Faktor des Artikels, sonst 1 - wie beim
      * Wareneingang in Gebinden. Der Artikel ist durch
      * DETERMINE-REFERENCE-PRICE gelesen. WS-INV-PIECES fasst
      * jedes Produkt aus Gebinden und Faktor, eine unsinnig grosse
      * Menge faellt so in der Mengenpruefung auf.
      *----------------------------------------------------------------
       CONVERT-INVOICE-TO-PIECES.
           MOVE WS-ORD-FACTOR(WS-ORD-SUB) TO WS-INV-FACTOR
           IF WS-INV-FACTOR = ZERO
               IF ART-PURCH-FACTOR IS NUMERIC
                   AND ART-PURCH-FACTOR > ZERO
                   MOVE ART-PURCH-FACTOR TO WS-INV-FACTOR
               ELSE
                   MOVE 1 TO WS-INV-FACTOR
               END-IF
           END-IF
           COMPUTE WS-INV-PIECES =
               WS-INV-QTY(WS-INV-SUB) * WS-INV-FACTOR
           COMPUTE WS-INV-PIECE-PRICE ROUNDED =
               WS-INV-PRICE(WS-INV-SUB) / WS-INV-FACTOR.

      *----------------------------------------------------------------
      * Ein Artikel ganz ohne Preis hat keine Referenz - dann wird
      * der Preis nicht beanstandet.
      *----------------------------------------------------------------
       CHECK-PRICE-TOLERANCE.
           IF WS-REF-PRICE > ZERO
               COMPUTE WS-PRICE-LIMIT ROUNDED =
                   WS-REF-PRICE * (100 + WS-PRICE-TOLERANCE) / 100
               IF WS-INV-PIECE-PRICE > WS-PRICE-LIMIT
                   MOVE 'PR' TO WS-RESULT-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Freigabe: Satz in den Zahlungsfreigabe-Extrakt (Menge,
      * Preis und Betrag wie berechnet) und in das Register (Menge
      * in Stueck); die berechnete Menge der Bestellung waechst mit,
      * damit eine zweite Rechnung auf dieselbe Bestellung im
      * selben Lauf gegen den Rest geprueft wird. Eine zweite Zeile
      * derselben Rechnung auf dieselbe Bestellung ist ein Doppel.
      *----------------------------------------------------------------
       RELEASE-INVOICE-LINE.
           COMPUTE WS-LINE-AMOUNT ROUNDED =
               WS-INV-QTY(WS-INV-SUB) * WS-INV-PRICE(WS-INV-SUB)
           MOVE "PR"                          TO PRL-RECORD-TYPE
           MOVE WS-RUN-DATE                   TO PRL-RUN-DATE
           MOVE WS-INV-SUPPLIER-ID(WS-INV-SUB) TO PRL-SUPPLIER-ID
           MOVE WS-INV-NO(WS-INV-SUB)         TO PRL-INVOICE-NO
           MOVE WS-INV-DATE(WS-INV-SUB)       TO PRL-INVOICE-DATE
           MOVE WS-INV-ORDER-NO(WS-INV-SUB)   TO PRL-ORDER-NO
           MOVE WS-INV-ARTICLE-ID(WS-INV-SUB) TO PRL-ARTICLE-ID
           MOVE WS-INV-QTY(WS-INV-SUB)        TO PRL-INVOICE-QTY
           MOVE WS-INV-PRICE(WS-INV-SUB)      TO PRL-UNIT-PRICE
           MOVE WS-LINE-AMOUNT                TO PRL-AMOUNT
           WRITE PAYMENT-RELEASE-RECORD

           MOVE WS-INV-SUPPLIER-ID(WS-INV-SUB) TO IRL-SUPPLIER-ID
           MOVE WS-INV-NO(WS-INV-SUB)         TO IRL-INVOICE-NO
           MOVE WS-INV-ORDER-NO(WS-INV-SUB)   TO IRL-ORDER-NO
           MOVE WS-INV-ARTICLE-ID(WS-INV-SUB) TO IRL-ARTICLE-ID
           MOVE WS-INV-PIECES                 TO IRL-INVOICE-QTY
           MOVE WS-LINE-AMOUNT                TO IRL-AMOUNT
           MOVE WS-RUN-DATE                   TO IRL-RELEASE-DATE
           WRITE INVOICE-RELEASE-RECORD

           ADD 1 TO WS-LINES-RELEASED
           ADD WS-LINE-AMOUNT TO WS-HASH-TOTAL
           MOVE WS-BILLED-AFTER TO WS-ORD-BILLED(WS-ORD-SUB)
           PERFORM VARYING WS-INV-SUB2 FROM 1 BY 1
               UNTIL WS-INV-SUB2 > WS-INV-COUNT
               IF WS-INV-SUB2 > WS-INV-SUB
                   AND WS-INV-ORDER-NO(WS-INV-SUB2)
                       = WS-INV-ORDER-NO(WS-INV-SUB)
                   AND WS-INV-SUPPLIER-ID(WS-INV-SUB2)
                       = WS-INV-SUPPLIER-ID(WS-INV-SUB)
                   AND WS-INV-NO(WS-INV-SUB2) = WS-INV-NO(WS-INV-SUB)
                   MOVE 'Y' TO WS-INV-RELEASED-SW(WS-INV-SUB2)
               END-IF
           END-PERFORM.

       WRITE-RELEASE-TRAILER.
           MOVE "TR"              TO PRT-RECORD-TYPE
           MOVE WS-RUN-DATE       TO PRT-RUN-DATE
           MOVE WS-LINES-RELEASED TO PRT-RECORD-COUNT
           MOVE WS-HASH-TOTAL     TO PRT-HASH-TOTAL
           WRITE PAYMENT-RELEASE-TRAILER.

      *----------------------------------------------------------------
      * Abweichungszeile mit allen Vergleichswerten (Rechnungsmenge
      * und -preis in Stueck) und Klartext.
      *----------------------------------------------------------------
       WRITE-DISCREPANCY-LINE.
           MOVE SPACES TO INVOICE-DIFF-LINE
           MOVE WS-INV-SUPPLIER-ID(WS-INV-SUB) TO IVD-SUPPLIER-ID
           MOVE WS-INV-NO(WS-INV-SUB)         TO IVD-INVOICE-NO
           MOVE WS-INV-ORDER-NO(WS-INV-SUB)   TO IVD-ORDER-NO
           MOVE WS-INV-ARTICLE-ID(WS-INV-SUB) TO IVD-ARTICLE-ID
           MOVE WS-INV-PIECES                 TO IVD-INVOICE-QTY
           MOVE WS-ORD-QTY(WS-ORD-SUB)        TO IVD-ORDERED-QTY
           MOVE WS-ORD-RECEIVED(WS-ORD-SUB)   TO IVD-RECEIVED-QTY
           MOVE WS-ORD-BILLED(WS-ORD-SUB)     TO IVD-BILLED-QTY
           MOVE WS-INV-PIECE-PRICE            TO IVD-INVOICE-PRICE
           MOVE WS-REF-PRICE                  TO IVD-REF-PRICE
           MOVE WS-RESULT-CODE                TO IVD-REASON-CODE
           EVALUATE TRUE
               WHEN WS-DUPLICATE-INVOICE
                   MOVE "RECHNUNG BEREITS FREIGEGEBEN"
                       TO IVD-REASON-TEXT
               WHEN WS-UNKNOWN-ORDER
                   MOVE "BESTELLNUMMER UNBEKANNT"
                       TO IVD-REASON-TEXT
               WHEN WS-ORDER-MISMATCH
                   MOVE "LIEFERANT/ARTIKEL PASST NICHT"
                       TO IVD-REASON-TEXT
               WHEN WS-UNKNOWN-ART
                   MOVE "ARTIKEL UNBEKANNT"
                       TO IVD-REASON-TEXT
               WHEN WS-OVER-RECEIVED
                   MOVE "MEHR BERECHNET ALS GELIEFERT"
                       TO IVD-REASON-TEXT
               WHEN WS-OVER-ORDERED
                   MOVE "MEHR BERECHNET ALS BESTELLT"
                       TO IVD-REASON-TEXT
               WHEN WS-PRICE-OVER
                   MOVE "PREIS UEBER TOLERANZ"
                       TO IVD-REASON-TEXT
           END-EVALUATE
           WRITE INVOICE-DIFF-LINE
           DISPLAY "INVMATCH: Abweichung Lieferant="
               WS-INV-SUPPLIER-ID(WS-INV-SUB)
               " Rechnung=" WS-INV-NO(WS-INV-SUB)
               " Bestellung=" WS-INV-ORDER-NO(WS-INV-SUB)
               " Code=" WS-RESULT-CODE.
