      *================================================================
      * CONSCHK.CBL - Naechtliche Konsistenzpruefung der Stammdaten
      * Zweck: Prueft die Regeln, die zwischen den Dateien des
      *        Lager- und des Personalsystems gelten muessen, und
      *        schreibt jeden Verstoss in den Konsistenz-Report
      *        (CONSISTENCY-REPORT-FILE). Der Lauf liest nur - er
      *        korrigiert nichts.
      *
      * Geprueft wird:
      *   BEST  ART-CURRENT-STOCK = Summe ART-LOC-STOCK
      *   RESV  ART-LOC-RESERVED <= ART-LOC-STOCK je Lagerort
      *   OFFB  ART-ON-ORDER-QTY = Summe OO-REMAINING-QTY des Artikels
      *   LIEF  ART-SUPPLIER-ID und OO-SUPPLIER-ID im Lieferantenstamm
      *   ARTF  Klaerfall, Rueckstand und offene Bestellung mit
      *         Restmenge verweisen auf einen vorhandenen Artikel
      *   BANK  jeder Mitarbeiter hat eine Bankverbindung
      *   JAHR  jeder Mitarbeiter hat Jahreswerte fuer das Pruefjahr
      *   ABZG  kein Daueranzug fuer einen geloeschten Mitarbeiter
      *
      * Die Zahl der Verstoesse steht im Endesatz der Laufstatistik
      * als abgelehnte Saetze - der Batch-Status-Report (RUNSTAT)
      * weist eine Nacht mit Verstoessen damit als unstimmig aus.
      *
      * Parameter: YEAR=jjjj prueft die Jahreswerte eines anderen
      * Jahres (Standard: laufendes Jahr, z.B. fuer den Januar vor
      * dem ersten Abrechnungslauf YEAR= des Vorjahres).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSCHK.
       AUTHOR. SCHULUNGSBEISPIEL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARTICLE-MASTER-FILE
               ASSIGN TO "ARTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ART-ID
               FILE STATUS IS WS-ARTMAST-STATUS.

           SELECT OPEN-ORDER-FILE
               ASSIGN TO "OPENORD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPENORD-STATUS.

           SELECT SUPPLIER-MASTER-FILE
               ASSIGN TO "SUPMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SUP-ID
               FILE STATUS IS WS-SUPMAST-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT BACKORDER-FILE
               ASSIGN TO "BACKORD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BACKORD-STATUS.

           SELECT EMPLOYEE-FILE
               ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EMPFILE-STATUS.

           SELECT EMPLOYEE-BANK-FILE
               ASSIGN TO "EMPBANK.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS BNK-EMPLOYEE-ID
               FILE STATUS IS WS-EMPBANK-STATUS.

           SELECT EMPLOYEE-YTD-FILE
               ASSIGN TO "EMPYTD.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS YTD-EMPLOYEE-ID
               FILE STATUS IS WS-EMPYTD-STATUS.

           SELECT RECURRING-DEDUCT-FILE
               ASSIGN TO "DEDUCT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCT-STATUS.

           SELECT CONSISTENCY-REPORT-FILE
               ASSIGN TO "CONSCHK.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ARTICLE-MASTER-FILE.
       COPY "artmast.cpy".

       FD  OPEN-ORDER-FILE.
       COPY "openord.cpy".

       FD  SUPPLIER-MASTER-FILE.
       COPY "supmast.cpy".

       FD  SUSPENSE-FILE.
       COPY "suspense.cpy".

       FD  BACKORDER-FILE.
       COPY "backord.cpy".

       FD  EMPLOYEE-FILE.
       COPY "emprec.cpy".

       FD  EMPLOYEE-BANK-FILE.
       COPY "empbank.cpy".

       FD  EMPLOYEE-YTD-FILE.
       COPY "empytd.cpy".

       FD  RECURRING-DEDUCT-FILE.
       COPY "deduct.cpy".

       FD  CONSISTENCY-REPORT-FILE.
       COPY "conschk.cpy".

       FD  RUN-LOG-FILE.
       COPY "runlog.cpy".

       WORKING-STORAGE SECTION.

       01 WS-RUN-PARM            PIC X(20).

      *----------------------------------------------------------------
      * Datei-Status-Felder
      *----------------------------------------------------------------
       01 WS-FILE-STATUSES.
          05 WS-ARTMAST-STATUS     PIC X(2).
             88 WS-ARTMAST-OK      VALUE '00'.
             88 WS-ARTMAST-EOF     VALUE '10'.
          05 WS-OPENORD-STATUS     PIC X(2).
             88 WS-OPENORD-OK      VALUE '00'.
             88 WS-OPENORD-EOF     VALUE '10'.
             88 WS-OPENORD-NOFILE  VALUE '35'.
          05 WS-SUPMAST-STATUS     PIC X(2).
             88 WS-SUPMAST-OK      VALUE '00'.
             88 WS-SUPMAST-NOTFOUND VALUE '23'.
          05 WS-SUSPENSE-STATUS    PIC X(2).
             88 WS-SUSPENSE-OK     VALUE '00'.
             88 WS-SUSPENSE-EOF    VALUE '10'.
             88 WS-SUSPENSE-NOFILE VALUE '35'.
          05 WS-BACKORD-STATUS     PIC X(2).
             88 WS-BACKORD-OK      VALUE '00'.
             88 WS-BACKORD-EOF     VALUE '10'.
             88 WS-BACKORD-NOFILE  VALUE '35'.
          05 WS-EMPFILE-STATUS     PIC X(2).
             88 WS-EMPFILE-OK      VALUE '00'.
             88 WS-EMPFILE-EOF     VALUE '10'.
          05 WS-EMPBANK-STATUS     PIC X(2).
             88 WS-EMPBANK-OK      VALUE '00'.
             88 WS-EMPBANK-NOTFOUND VALUE '23'.
          05 WS-EMPYTD-STATUS      PIC X(2).
             88 WS-EMPYTD-OK       VALUE '00'.
             88 WS-EMPYTD-NOTFOUND VALUE '23'.
          05 WS-DEDUCT-STATUS      PIC X(2).
             88 WS-DEDUCT-OK       VALUE '00'.
             88 WS-DEDUCT-EOF      VALUE '10'.
             88 WS-DEDUCT-NOFILE   VALUE '35'.
          05 WS-REPORT-STATUS      PIC X(2).
             88 WS-REPORT-OK       VALUE '00'.
          05 WS-RUNLOG-STATUS      PIC X(2).
             88 WS-RUNLOG-OK       VALUE '00'.

      *----------------------------------------------------------------
      * Lauf-Zaehler: gelesen = gepruefte Saetze aller Dateien,
      * fehlerfrei = Saetze ohne Verstoss, Verstoesse = Report-
      * zeilen (ein Satz kann mehrere Verstoesse haben).
      *----------------------------------------------------------------
       01 WS-COUNTERS.
          05 WS-RECORDS-READ      PIC 9(6) VALUE ZERO.
          05 WS-RECORDS-CLEAN     PIC 9(6) VALUE ZERO.
          05 WS-VIOLATIONS        PIC 9(6) VALUE ZERO.
          05 WS-ART-VIOLATIONS    PIC 9(6) VALUE ZERO.
          05 WS-SUP-VIOLATIONS    PIC 9(6) VALUE ZERO.
          05 WS-REF-VIOLATIONS    PIC 9(6) VALUE ZERO.
          05 WS-EMP-VIOLATIONS    PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------
      * Offene Bestellungen je Artikel: Summe der Restmengen und
      * Kennzeichen, ob der Artikel im Stamm gefunden wurde.
      *----------------------------------------------------------------
       01 WS-ORDER-SUM-TABLE.
          05 WS-OS-COUNT          PIC 9(3) VALUE ZERO.
          05 WS-OS-ENTRY OCCURS 500 TIMES.
             10 WS-OS-ARTICLE-ID  PIC 9(8).
             10 WS-OS-REMAINING   PIC 9(8).
             10 WS-OS-MATCHED-SW  PIC X(1).
                88 WS-OS-MATCHED  VALUE 'Y'.

      *----------------------------------------------------------------
      * Personalnummern des Mitarbeiterstamms (fuer die Pruefung der
      * Dauerabzuege und gegen doppelte Zeilen).
      *----------------------------------------------------------------
       01 WS-EMPLOYEE-TABLE.
          05 WS-EMP-COUNT         PIC 9(3) VALUE ZERO.
          05 WS-EMP-ID            PIC 9(6) OCCURS 500 TIMES.

       01 WS-CHECK-WORK.
          05 WS-CHECK-YEAR        PIC 9(4).
          05 WS-TERM-DATE         PIC 9(8).
          05 WS-TERM-YEAR         PIC 9(4).
          05 WS-OS-SUB            PIC 9(3).
          05 WS-EMP-SUB           PIC 9(3).
          05 WS-FOUND-SUB         PIC 9(3).
          05 WS-LOC-SUB           PIC 9(1).
          05 WS-OO-OPEN-QTY       PIC 9(6).
          05 WS-LOC-STOCK-SUM     PIC 9(8).
          05 WS-LOC-RESERVED      PIC 9(6).
          05 WS-ORDER-REMAINING   PIC 9(8).
          05 WS-LOC-USED-SW       PIC X(1).
             88 WS-LOC-USED       VALUE 'Y'.
          05 WS-RECORD-SW         PIC X(1).
             88 WS-RECORD-CLEAN   VALUE 'Y'.
             88 WS-RECORD-DIRTY   VALUE 'N'.
          05 WS-ART-SCAN-SW       PIC X(1).
             88 WS-ART-SCAN-DONE  VALUE 'Y'.

      *----------------------------------------------------------------
      * Der gerade festgestellte Verstoss (eine Reportzeile)
      *----------------------------------------------------------------
       01 WS-VIOLATION.
          05 WS-VIO-CODE          PIC X(4).
          05 WS-VIO-FILE          PIC X(8).
          05 WS-VIO-KEY           PIC X(16).
          05 WS-VIO-KEY-PARTS REDEFINES WS-VIO-KEY.
             10 WS-VIO-KEY-ID     PIC 9(8).
             10 WS-VIO-KEY-SEP    PIC X(1).
             10 WS-VIO-KEY-SUB    PIC X(7).
          05 WS-VIO-TEXT          PIC X(40).
          05 WS-VIO-VALUE-1       PIC 9(8).
          05 WS-VIO-VALUE-2       PIC 9(8).

      *----------------------------------------------------------------
      * Zeitstempel fuer die Laufstatistik
      *----------------------------------------------------------------
       01 WS-TIMESTAMP-WORK.
          05 WS-CURRENT-TIMESTAMP  PIC X(21).

      *================================================================
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:4) TO WS-CHECK-YEAR
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-RUN-PARM(1:5) = "YEAR="
               IF WS-RUN-PARM(6:4) IS NUMERIC
                   MOVE WS-RUN-PARM(6:4) TO WS-CHECK-YEAR
               ELSE
                   DISPLAY "CONSCHK: ungueltiger Parameter "
                       WS-RUN-PARM
                   STOP RUN
               END-IF
           END-IF

           PERFORM WRITE-RUN-LOG-START
           PERFORM CONSISTENCY-CHECK-RUN
           PERFORM WRITE-RUN-LOG-END
           STOP RUN.

      *----------------------------------------------------------------
      * Laufstatistik: Startsatz zu Laufbeginn, Endesatz mit den
      * Zaehlern bei normalem Ende. Abgelehnt = Zahl der Verstoesse.
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
           MOVE WS-RECORDS-READ   TO RL-RECORDS-READ
           MOVE WS-RECORDS-CLEAN  TO RL-RECORDS-APPLIED
           MOVE WS-VIOLATIONS     TO RL-RECORDS-REJECTED
           MOVE ZERO              TO RL-CONTROL-TOTAL
           PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-RECORD.
           MOVE "CONSCHK"  TO RL-PROGRAM-ID
           MOVE WS-RUN-PARM TO RL-RUN-PARM
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
      * Oeffnet Stammdateien und Report und fuehrt die Pruefungen
      * nacheinander aus: Lager zuerst, danach Personal.
      *----------------------------------------------------------------
       CONSISTENCY-CHECK-RUN.
           OPEN INPUT ARTICLE-MASTER-FILE
           IF NOT WS-ARTMAST-OK
               DISPLAY "OPEN-Fehler ARTICLE-MASTER-FILE Status="
                   WS-ARTMAST-STATUS
               STOP RUN
           END-IF
           OPEN INPUT SUPPLIER-MASTER-FILE
           IF NOT WS-SUPMAST-OK
               DISPLAY "OPEN-Fehler SUPPLIER-MASTER-FILE Status="
                   WS-SUPMAST-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT CONSISTENCY-REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "OPEN-Fehler CONSISTENCY-REPORT-FILE Status="
                   WS-REPORT-STATUS
               STOP RUN
           END-IF

           PERFORM CHECK-OPEN-ORDERS
           PERFORM CHECK-ARTICLE-MASTER
           PERFORM CHECK-ORDERS-WITHOUT-ARTICLE
           PERFORM CHECK-SUSPENSE-ENTRIES
           PERFORM CHECK-BACKORDER-ENTRIES

           CLOSE SUPPLIER-MASTER-FILE
           CLOSE ARTICLE-MASTER-FILE

           PERFORM CHECK-EMPLOYEES
           PERFORM CHECK-DEDUCTIONS

           PERFORM WRITE-REPORT-TOTAL
           CLOSE CONSISTENCY-REPORT-FILE

           DISPLAY "CONSCHK: Saetze geprueft        = " WS-RECORDS-READ
           DISPLAY "CONSCHK: Saetze fehlerfrei      = "
               WS-RECORDS-CLEAN
           DISPLAY "CONSCHK: Verstoesse Artikel     = "
               WS-ART-VIOLATIONS
           DISPLAY "CONSCHK: Verstoesse Lieferant   = "
               WS-SUP-VIOLATIONS
           DISPLAY "CONSCHK: Verstoesse Verweise    = "
               WS-REF-VIOLATIONS
           DISPLAY "CONSCHK: Verstoesse Personal    = "
               WS-EMP-VIOLATIONS
           DISPLAY "CONSCHK: Verstoesse gesamt      = " WS-VIOLATIONS.

      *----------------------------------------------------------------
      * Offene Bestellungen: Lieferant muss im Stamm stehen; die
      * Restmengen werden je Artikel summiert fuer den Abgleich mit
      * dem Bestellbestand. Eine fehlende Datei bedeutet: keine
      * offenen Bestellungen.
      *----------------------------------------------------------------
       CHECK-OPEN-ORDERS.
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
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM CHECK-ONE-OPEN-ORDER
                   END-READ
               END-PERFORM
               CLOSE OPEN-ORDER-FILE
           END-IF.

       CHECK-ONE-OPEN-ORDER.
           SET WS-RECORD-CLEAN TO TRUE
      * Altdaten ohne Restmengen-Spalte gelten als vollstaendig
      * offen - wie in INVENTORY und SUPMAINT.
           IF OO-REMAINING-QTY IS NUMERIC
               MOVE OO-REMAINING-QTY TO WS-OO-OPEN-QTY
           ELSE
               MOVE OO-ORDER-QTY     TO WS-OO-OPEN-QTY
           END-IF

           MOVE OO-SUPPLIER-ID TO SUP-ID
           READ SUPPLIER-MASTER-FILE
               INVALID KEY
                   MOVE "LIEF"     TO WS-VIO-CODE
                   MOVE "OPENORD"  TO WS-VIO-FILE
                   MOVE SPACES     TO WS-VIO-KEY
                   MOVE OO-ORDER-NO TO WS-VIO-KEY-ID
                   MOVE "Lieferant der Bestellung fehlt"
                       TO WS-VIO-TEXT
                   MOVE OO-SUPPLIER-ID TO WS-VIO-VALUE-1
                   MOVE ZERO       TO WS-VIO-VALUE-2
                   ADD 1 TO WS-SUP-VIOLATIONS
                   PERFORM WRITE-VIOLATION
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-OS-SUB FROM 1 BY 1
               UNTIL WS-OS-SUB > WS-OS-COUNT
               IF WS-OS-ARTICLE-ID(WS-OS-SUB) = OO-ARTICLE-ID
                   MOVE WS-OS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               IF WS-OS-COUNT >= 500
                   DISPLAY "CONSCHK: Bestell-Tabelle voll - Abbruch"
                   STOP RUN
               END-IF
               ADD 1 TO WS-OS-COUNT
               MOVE WS-OS-COUNT   TO WS-FOUND-SUB
               MOVE OO-ARTICLE-ID TO WS-OS-ARTICLE-ID(WS-FOUND-SUB)
               MOVE ZERO          TO WS-OS-REMAINING(WS-FOUND-SUB)
               MOVE 'N'           TO WS-OS-MATCHED-SW(WS-FOUND-SUB)
           END-IF
           ADD WS-OO-OPEN-QTY TO WS-OS-REMAINING(WS-FOUND-SUB)

           PERFORM COUNT-RECORD-RESULT.

      *----------------------------------------------------------------
      * Artikelstamm von vorn bis hinten: Bestand, Reservierungen,
      * Bestellbestand und Lieferant.
      *----------------------------------------------------------------
       CHECK-ARTICLE-MASTER.
           MOVE 'N' TO WS-ART-SCAN-SW
           MOVE LOW-VALUES TO ART-ID
           START ARTICLE-MASTER-FILE KEY IS >= ART-ID
               INVALID KEY
                   SET WS-ART-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-ART-SCAN-DONE
               READ ARTICLE-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-ART-SCAN-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM CHECK-ONE-ARTICLE
               END-READ
           END-PERFORM.

       CHECK-ONE-ARTICLE.
           SET WS-RECORD-CLEAN TO TRUE
           PERFORM CHECK-ARTICLE-STOCK
           PERFORM CHECK-ARTICLE-RESERVED
           PERFORM CHECK-ARTICLE-ON-ORDER
           PERFORM CHECK-ARTICLE-SUPPLIER
           PERFORM COUNT-RECORD-RESULT.

      *----------------------------------------------------------------
      * Gesamtbestand = Summe der belegten Lagerorte. Ein Artikel
      * ganz ohne belegten Lagerort ist ein Altsatz - INVENTORY
      * fuehrt dessen Bestand beim naechsten Zugriff auf Lagerort
      * 01; er ist damit stimmig.
      *----------------------------------------------------------------
       CHECK-ARTICLE-STOCK.
           MOVE ZERO TO WS-LOC-STOCK-SUM
           MOVE 'N'  TO WS-LOC-USED-SW
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > 5
               IF ART-LOC-CODE(WS-LOC-SUB) IS NUMERIC
                   AND ART-LOC-STOCK(WS-LOC-SUB) IS NUMERIC
                   IF ART-LOC-CODE(WS-LOC-SUB) > ZERO
                       SET WS-LOC-USED TO TRUE
                       ADD ART-LOC-STOCK(WS-LOC-SUB)
                           TO WS-LOC-STOCK-SUM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LOC-USED
               AND WS-LOC-STOCK-SUM NOT = ART-CURRENT-STOCK
               MOVE "BEST"     TO WS-VIO-CODE
               MOVE "ARTMAST"  TO WS-VIO-FILE
               MOVE SPACES     TO WS-VIO-KEY
               MOVE ART-ID     TO WS-VIO-KEY-ID
               MOVE "Bestand ungleich Summe der Lagerorte"
                   TO WS-VIO-TEXT
               MOVE ART-CURRENT-STOCK TO WS-VIO-VALUE-1
               MOVE WS-LOC-STOCK-SUM  TO WS-VIO-VALUE-2
               ADD 1 TO WS-ART-VIOLATIONS
               PERFORM WRITE-VIOLATION
           END-IF.

      *----------------------------------------------------------------
      * Reservierte Menge je Lagerort hoechstens der Bestand dort.
      * Nicht numerische Reservierungen (Altdaten) gelten als null.
      *----------------------------------------------------------------
       CHECK-ARTICLE-RESERVED.
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > 5
               IF ART-LOC-RESERVED(WS-LOC-SUB) IS NUMERIC
                   MOVE ART-LOC-RESERVED(WS-LOC-SUB)
                       TO WS-LOC-RESERVED
               ELSE
                   MOVE ZERO TO WS-LOC-RESERVED
               END-IF
               IF WS-LOC-RESERVED > ZERO
                   PERFORM CHECK-ONE-RESERVATION
               END-IF
           END-PERFORM.

       CHECK-ONE-RESERVATION.
           IF ART-LOC-STOCK(WS-LOC-SUB) IS NOT NUMERIC
               OR WS-LOC-RESERVED > ART-LOC-STOCK(WS-LOC-SUB)
               MOVE "RESV"     TO WS-VIO-CODE
               MOVE "ARTMAST"  TO WS-VIO-FILE
               MOVE SPACES     TO WS-VIO-KEY
               MOVE ART-ID     TO WS-VIO-KEY-ID
               MOVE "/"        TO WS-VIO-KEY-SEP
               MOVE ART-LOC-CODE(WS-LOC-SUB) TO WS-VIO-KEY-SUB
               MOVE "Reserviert mehr als Bestand am Lagerort"
                   TO WS-VIO-TEXT
               MOVE WS-LOC-RESERVED TO WS-VIO-VALUE-1
               IF ART-LOC-STOCK(WS-LOC-SUB) IS NUMERIC
                   MOVE ART-LOC-STOCK(WS-LOC-SUB) TO WS-VIO-VALUE-2
               ELSE
                   MOVE ZERO TO WS-VIO-VALUE-2
               END-IF
               ADD 1 TO WS-ART-VIOLATIONS
               PERFORM WRITE-VIOLATION
           END-IF.

      *----------------------------------------------------------------
      * Bestellbestand = Summe der Restmengen aller offenen
      * Bestellungen des Artikels.
      *----------------------------------------------------------------
       CHECK-ARTICLE-ON-ORDER.
           MOVE ZERO TO WS-ORDER-REMAINING
           PERFORM VARYING WS-OS-SUB FROM 1 BY 1
               UNTIL WS-OS-SUB > WS-OS-COUNT
               IF WS-OS-ARTICLE-ID(WS-OS-SUB) = ART-ID
                   MOVE WS-OS-REMAINING(WS-OS-SUB)
                       TO WS-ORDER-REMAINING
                   SET WS-OS-MATCHED(WS-OS-SUB) TO TRUE
               END-IF
           END-PERFORM
           IF WS-ORDER-REMAINING NOT = ART-ON-ORDER-QTY
               MOVE "OFFB"     TO WS-VIO-CODE
               MOVE "ARTMAST"  TO WS-VIO-FILE
               MOVE SPACES     TO WS-VIO-KEY
               MOVE ART-ID     TO WS-VIO-KEY-ID
               MOVE "Bestellbestand ungleich offene Restmengen"
                   TO WS-VIO-TEXT
               MOVE ART-ON-ORDER-QTY   TO WS-VIO-VALUE-1
               MOVE WS-ORDER-REMAINING TO WS-VIO-VALUE-2
               ADD 1 TO WS-ART-VIOLATIONS
               PERFORM WRITE-VIOLATION
           END-IF.

      *----------------------------------------------------------------
      * Lieferantennummer null steht fuer "kein Lieferant".
      *----------------------------------------------------------------
       CHECK-ARTICLE-SUPPLIER.
           IF ART-SUPPLIER-ID NOT = ZERO
               MOVE ART-SUPPLIER-ID TO SUP-ID
               READ SUPPLIER-MASTER-FILE
                   INVALID KEY
                       MOVE "LIEF"     TO WS-VIO-CODE
                       MOVE "ARTMAST"  TO WS-VIO-FILE
                       MOVE SPACES     TO WS-VIO-KEY
                       MOVE ART-ID     TO WS-VIO-KEY-ID
                       MOVE "Lieferant des Artikels fehlt"
                           TO WS-VIO-TEXT
                       MOVE ART-SUPPLIER-ID TO WS-VIO-VALUE-1
                       MOVE ZERO       TO WS-VIO-VALUE-2
                       ADD 1 TO WS-SUP-VIOLATIONS
                       PERFORM WRITE-VIOLATION
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * Offene Restmenge auf einen Artikel, den der Stamm nicht
      * (mehr) kennt - kein Stammsatz traegt diesen Bestellbestand.
      * Die Bestellung selbst ist bei CHECK-OPEN-ORDERS schon als
      * gepruefter Satz gezaehlt.
      *----------------------------------------------------------------
       CHECK-ORDERS-WITHOUT-ARTICLE.
           PERFORM VARYING WS-OS-SUB FROM 1 BY 1
               UNTIL WS-OS-SUB > WS-OS-COUNT
               IF NOT WS-OS-MATCHED(WS-OS-SUB)
                   AND WS-OS-REMAINING(WS-OS-SUB) > ZERO
                   MOVE "ARTF"     TO WS-VIO-CODE
                   MOVE "OPENORD"  TO WS-VIO-FILE
                   MOVE SPACES     TO WS-VIO-KEY
                   MOVE WS-OS-ARTICLE-ID(WS-OS-SUB) TO WS-VIO-KEY-ID
                   MOVE "Offene Bestellung auf fehlenden Artikel"
                       TO WS-VIO-TEXT
                   MOVE WS-OS-REMAINING(WS-OS-SUB) TO WS-VIO-VALUE-1
                   MOVE ZERO       TO WS-VIO-VALUE-2
                   ADD 1 TO WS-REF-VIOLATIONS
                   PERFORM WRITE-VIOLATION
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * Klaerfaelle: jeder muss auf einen vorhandenen Artikel
      * zeigen. Auch ein mit 'UA' geparkter Fall erscheint, solange
      * der Artikel nicht angelegt ist.
      *----------------------------------------------------------------
       CHECK-SUSPENSE-ENTRIES.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-NOFILE
               CONTINUE
           ELSE
               IF NOT WS-SUSPENSE-OK
                   DISPLAY "OPEN-Fehler SUSPENSE-FILE Status="
                       WS-SUSPENSE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-SUSPENSE-EOF
                   READ SUSPENSE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM CHECK-ONE-SUSPENSE
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       CHECK-ONE-SUSPENSE.
           SET WS-RECORD-CLEAN TO TRUE
           MOVE SUS-ARTICLE-ID TO ART-ID
           READ ARTICLE-MASTER-FILE
               INVALID KEY
                   MOVE "ARTF"     TO WS-VIO-CODE
                   MOVE "SUSPENSE" TO WS-VIO-FILE
                   MOVE SPACES     TO WS-VIO-KEY
                   MOVE SUS-SEQ-NO TO WS-VIO-KEY-ID
                   MOVE "Klaerfall auf fehlenden Artikel"
                       TO WS-VIO-TEXT
                   MOVE SUS-ARTICLE-ID TO WS-VIO-VALUE-1
                   MOVE ZERO       TO WS-VIO-VALUE-2
                   ADD 1 TO WS-REF-VIOLATIONS
                   PERFORM WRITE-VIOLATION
               NOT INVALID KEY
                   CONTINUE
           END-READ
           PERFORM COUNT-RECORD-RESULT.

      *----------------------------------------------------------------
      * Rueckstaende: jeder muss auf einen vorhandenen Artikel
      * zeigen.
      *----------------------------------------------------------------
       CHECK-BACKORDER-ENTRIES.
           OPEN INPUT BACKORDER-FILE
           IF WS-BACKORD-NOFILE
               CONTINUE
           ELSE
               IF NOT WS-BACKORD-OK
                   DISPLAY "OPEN-Fehler BACKORDER-FILE Status="
                       WS-BACKORD-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-BACKORD-EOF
                   READ BACKORDER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM CHECK-ONE-BACKORDER
                   END-READ
               END-PERFORM
               CLOSE BACKORDER-FILE
           END-IF.

       CHECK-ONE-BACKORDER.
           SET WS-RECORD-CLEAN TO TRUE
           MOVE BO-ARTICLE-ID TO ART-ID
           READ ARTICLE-MASTER-FILE
               INVALID KEY
                   MOVE "ARTF"     TO WS-VIO-CODE
                   MOVE "BACKORD"  TO WS-VIO-FILE
                   MOVE SPACES     TO WS-VIO-KEY
                   MOVE BO-SEQ-NO  TO WS-VIO-KEY-ID
                   MOVE "Rueckstand auf fehlenden Artikel"
                       TO WS-VIO-TEXT
                   MOVE BO-ARTICLE-ID TO WS-VIO-VALUE-1
                   MOVE BO-QTY     TO WS-VIO-VALUE-2
                   ADD 1 TO WS-REF-VIOLATIONS
                   PERFORM WRITE-VIOLATION
               NOT INVALID KEY
                   CONTINUE
           END-READ
           PERFORM COUNT-RECORD-RESULT.

      *----------------------------------------------------------------
      * Mitarbeiterstamm: jeder Mitarbeiter braucht eine Bank-
      * verbindung (sonst keine Zahlung) und einen Jahressatz fuer
      * das Pruefjahr (sonst fehlen Lohnkonto und Jahresmeldung).
      * Mehrfachzeilen derselben Personalnummer werden einmal
      * geprueft.
      *----------------------------------------------------------------
       CHECK-EMPLOYEES.
           OPEN INPUT EMPLOYEE-FILE
           IF NOT WS-EMPFILE-OK
               DISPLAY "OPEN-Fehler EMPLOYEE-FILE Status="
                   WS-EMPFILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-BANK-FILE
           IF NOT WS-EMPBANK-OK
               DISPLAY "OPEN-Fehler EMPLOYEE-BANK-FILE Status="
                   WS-EMPBANK-STATUS
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-YTD-FILE
           IF NOT WS-EMPYTD-OK
               DISPLAY "OPEN-Fehler EMPLOYEE-YTD-FILE Status="
                   WS-EMPYTD-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EMPFILE-EOF
               READ EMPLOYEE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM CHECK-ONE-EMPLOYEE
               END-READ
           END-PERFORM

           CLOSE EMPLOYEE-YTD-FILE
           CLOSE EMPLOYEE-BANK-FILE
           CLOSE EMPLOYEE-FILE.

      *----------------------------------------------------------------
      * Ein Mitarbeiter, der vor dem Pruefjahr ausgetreten ist, wird
      * nicht mehr abgerechnet - fuer ihn gibt es weder Jahressatz
      * noch eine zu pruefende Bankverbindung. Altdaten ohne
      * Austrittsdatum gelten als beschaeftigt.
      *----------------------------------------------------------------
       CHECK-ONE-EMPLOYEE.
           PERFORM FIND-EMPLOYEE
           IF WS-FOUND-SUB = ZERO
               IF WS-EMP-COUNT >= 500
                   DISPLAY "CONSCHK: Mitarbeiter-Tabelle voll - Abbruch"
                   STOP RUN
               END-IF
               ADD 1 TO WS-EMP-COUNT
               MOVE EMP-EMPLOYEE-ID TO WS-EMP-ID(WS-EMP-COUNT)
               ADD 1 TO WS-RECORDS-READ
               SET WS-RECORD-CLEAN TO TRUE
               IF EMP-TERM-DATE IS NUMERIC
                   MOVE EMP-TERM-DATE TO WS-TERM-DATE
               ELSE
                   MOVE ZERO TO WS-TERM-DATE
               END-IF
               DIVIDE WS-TERM-DATE BY 10000 GIVING WS-TERM-YEAR
               IF WS-TERM-DATE = ZERO OR WS-TERM-YEAR >= WS-CHECK-YEAR
                   PERFORM CHECK-EMPLOYEE-BANK
                   PERFORM CHECK-EMPLOYEE-YTD
               END-IF
               PERFORM COUNT-RECORD-RESULT
           END-IF.

       FIND-EMPLOYEE.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-ID(WS-EMP-SUB) = EMP-EMPLOYEE-ID
                   MOVE WS-EMP-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

       CHECK-EMPLOYEE-BANK.
           MOVE EMP-EMPLOYEE-ID TO BNK-EMPLOYEE-ID
           READ EMPLOYEE-BANK-FILE
               INVALID KEY
                   MOVE "BANK"     TO WS-VIO-CODE
                   MOVE "EMPBANK"  TO WS-VIO-FILE
                   MOVE SPACES     TO WS-VIO-KEY
                   MOVE EMP-EMPLOYEE-ID TO WS-VIO-KEY
                   MOVE "Mitarbeiter ohne Bankverbindung"
                       TO WS-VIO-TEXT
                   MOVE ZERO       TO WS-VIO-VALUE-1
                   MOVE ZERO       TO WS-VIO-VALUE-2
                   ADD 1 TO WS-EMP-VIOLATIONS
                   PERFORM WRITE-VIOLATION
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------
      * Der Jahressatz muss vorhanden sein und auf das Pruefjahr
      * lauten (Wert 1 = gefundenes Jahr, Wert 2 = Pruefjahr).
      *----------------------------------------------------------------
       CHECK-EMPLOYEE-YTD.
           MOVE EMP-EMPLOYEE-ID TO YTD-EMPLOYEE-ID
           READ EMPLOYEE-YTD-FILE
               INVALID KEY
                   MOVE ZERO TO YTD-YEAR
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF YTD-YEAR NOT = WS-CHECK-YEAR
               MOVE "JAHR"     TO WS-VIO-CODE
               MOVE "EMPYTD"   TO WS-VIO-FILE
               MOVE SPACES     TO WS-VIO-KEY
               MOVE EMP-EMPLOYEE-ID TO WS-VIO-KEY
               MOVE "Kein Jahressatz fuer das Pruefjahr"
                   TO WS-VIO-TEXT
               MOVE YTD-YEAR      TO WS-VIO-VALUE-1
               MOVE WS-CHECK-YEAR TO WS-VIO-VALUE-2
               ADD 1 TO WS-EMP-VIOLATIONS
               PERFORM WRITE-VIOLATION
           END-IF.

      *----------------------------------------------------------------
      * Dauerabzuege: EMPMAINT loescht einen Mitarbeiter durch
      * Entfernen seiner Zeile - ein Abzug, dessen Personalnummer
      * nicht mehr im Stamm steht, gehoert einem Geloeschten.
      *----------------------------------------------------------------
       CHECK-DEDUCTIONS.
           OPEN INPUT RECURRING-DEDUCT-FILE
           IF WS-DEDUCT-NOFILE
               CONTINUE
           ELSE
               IF NOT WS-DEDUCT-OK
                   DISPLAY "OPEN-Fehler RECURRING-DEDUCT-FILE Status="
                       WS-DEDUCT-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-DEDUCT-EOF
                   READ RECURRING-DEDUCT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM CHECK-ONE-DEDUCTION
                   END-READ
               END-PERFORM
               CLOSE RECURRING-DEDUCT-FILE
           END-IF.

       CHECK-ONE-DEDUCTION.
           SET WS-RECORD-CLEAN TO TRUE
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-ID(WS-EMP-SUB) = DED-EMPLOYEE-ID
                   MOVE WS-EMP-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               MOVE "ABZG"     TO WS-VIO-CODE
               MOVE "DEDUCT"   TO WS-VIO-FILE
               MOVE SPACES     TO WS-VIO-KEY
               STRING DED-EMPLOYEE-ID "/" DED-CODE
                   DELIMITED BY SIZE INTO WS-VIO-KEY
               MOVE "Dauerabzug fuer geloeschten Mitarbeiter"
                   TO WS-VIO-TEXT
               MOVE ZERO       TO WS-VIO-VALUE-1
               MOVE ZERO       TO WS-VIO-VALUE-2
               ADD 1 TO WS-EMP-VIOLATIONS
               PERFORM WRITE-VIOLATION
           END-IF
           PERFORM COUNT-RECORD-RESULT.

      *----------------------------------------------------------------
      * Schreibt den in WS-VIOLATION beschriebenen Verstoss als
      * Reportzeile und markiert den laufenden Satz als fehlerhaft.
      *----------------------------------------------------------------
       WRITE-VIOLATION.
           MOVE SPACES         TO CONSISTENCY-REPORT-LINE
           MOVE WS-VIO-CODE    TO CK-CHECK-CODE
           MOVE WS-VIO-FILE    TO CK-FILE-NAME
           MOVE WS-VIO-KEY     TO CK-RECORD-KEY
           MOVE WS-VIO-TEXT    TO CK-TEXT
           MOVE WS-VIO-VALUE-1 TO CK-VALUE-1
           MOVE WS-VIO-VALUE-2 TO CK-VALUE-2
           WRITE CONSISTENCY-REPORT-LINE
           ADD 1 TO WS-VIOLATIONS
           SET WS-RECORD-DIRTY TO TRUE.

       COUNT-RECORD-RESULT.
           IF WS-RECORD-CLEAN
               ADD 1 TO WS-RECORDS-CLEAN
           END-IF.

       WRITE-REPORT-TOTAL.
           MOVE SPACES TO CONSISTENCY-TOTAL-LINE
           MOVE "VERSTOESSE GESAMT:  " TO CKT-LABEL
           MOVE WS-VIOLATIONS          TO CKT-VIOLATIONS
           MOVE "SAETZE GEPRUEFT:    " TO CKT-RECORDS-LABEL
           MOVE WS-RECORDS-READ        TO CKT-RECORDS-READ
           WRITE CONSISTENCY-TOTAL-LINE.
