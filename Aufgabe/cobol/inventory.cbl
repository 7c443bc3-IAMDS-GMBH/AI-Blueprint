      * ARTICLE-MASTER (indiziert ueber ART-ID) an und schreibt den
      * Artikel nach VALIDATE-TRANSACTION/PROCESS-INBOUND/
      * PROCESS-OUTBOUND/CHECK-REORDER zurueck.
      *
      * Der Monatsabschluss (CLOSE=JJJJMM) startet nur nach einem
      * beendeten Tageslauf am letzten Kalendertag der Periode
      * (Abhaengigkeitstabelle JOBDEP.DAT); FORCE dahinter erzwingt
      * den Start und wird im Lauf-Protokoll vermerkt.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BACKRPT-STATUS.

           SELECT SUPPLIER-RETURN-FILE
               ASSIGN TO "SUPRET.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUPRET-STATUS.

      * Datiertes Archivfile je Archivierungslauf - der Dateiname
      * (INVARCH.JJJJMM) wird zur Laufzeit aus dem Stichtag
      * gebildet.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT EXPIRY-REPORT-FILE
               ASSIGN TO "EXPIRY.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXPIRY-STATUS.

           SELECT AUDIT-WORK-FILE
               ASSIGN TO "INVAUDWK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITWK-STATUS.

           SELECT JOB-DEPENDENCY-FILE
               ASSIGN TO "JOBDEP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOBDEP-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
       FD  BACKORDER-REPORT-FILE.
       COPY "backrpt.cpy".

       FD  SUPPLIER-RETURN-FILE.
       COPY "supret.cpy".

       FD  EXPIRY-REPORT-FILE.
       COPY "exprpt.cpy".

      * Archiv- und Zwischendatei fuehren das Bewegungsprotokoll
      * satzgleich (63 Stellen wie AUDITLOG.CPY), aber ohne eigene
      * Feldaufteilung - die Saetze werden nur umkopiert.
       FD  AUDIT-ARCHIVE-FILE.
       01  ARCHIVE-AUDIT-RECORD  PIC X(63).

       FD  AUDIT-WORK-FILE.
       01  WORK-AUDIT-RECORD     PIC X(63).

       FD  JOB-DEPENDENCY-FILE.
       COPY "jobdep.cpy".

       FD  RUN-LOG-FILE.
       COPY "runlog.cpy".
          05 WS-AVG-COST        PIC 9(5)V99.
          05 WS-RESERVED-TABLE.
             10 WS-LOC-RESERVED PIC 9(6) OCCURS 5 TIMES.
          05 WS-LOT-TABLE.
             10 WS-LOT-ENTRY OCCURS 20 TIMES.
                15 WS-LOT-LOC         PIC 9(2).
                15 WS-LOT-NO          PIC X(10).
                15 WS-LOT-BEST-BEFORE PIC X(8).
                15 WS-LOT-QTY         PIC 9(6).
          05 WS-PURCHASE-UNIT   PIC X(3).
          05 WS-PURCH-FACTOR    PIC 9(5).
          05 WS-MIN-ORDER-QTY   PIC 9(6).

      *----------------------------------------------------------------
      * Buchungs-Eingabe (eine Zeile aus dem TRANSACTION-FILE)
             88 WS-ADJUSTMENT   VALUE 'A'.
             88 WS-TRANSFER     VALUE 'T'.
             88 WS-RESERVATION  VALUE 'R'.
             88 WS-CUST-RETURN  VALUE 'C'.
             88 WS-SUPP-RETURN  VALUE 'S'.
          05 WS-TRANS-QTY       PIC 9(6).
          05 WS-TRANS-ARTICLE-ID PIC 9(8).
          05 WS-TRANS-LOCATION  PIC 9(2).
          05 WS-TRANS-TO-LOCATION PIC 9(2).
          05 WS-TRANS-ORDER-NO  PIC 9(8).
          05 WS-TRANS-PRICE     PIC 9(5)V99.
          05 WS-TRANS-LOT-NO    PIC X(10).
          05 WS-TRANS-BEST-BEFORE PIC X(8).
          05 WS-TRANS-REASON-CODE PIC X(2).
             88 WS-REASON-CUSTOMER VALUE 'KW' 'KF' 'KD' 'KT'.
             88 WS-REASON-QUARANTINE VALUE 'KD' 'KT'.
             88 WS-REASON-SUPPLIER VALUE 'LE' 'LF' 'LG'.
             88 WS-REASON-REPLACEMENT VALUE 'LE' 'LF'.
          05 WS-TRANS-QTY-UNIT  PIC X(1).
             88 WS-QTY-IN-PIECES VALUE SPACE.
             88 WS-QTY-IN-PACKS VALUE 'E'.

      *----------------------------------------------------------------
      * Laufart: normaler Tageslauf, Replay des Bewegungsprotokolls
      * 'BO' = Reservierung nicht durch freien Bestand gedeckt -
      * kein Klaerfall, sondern ein sichtbarer Rueckstand.
             88 WS-BACKORDERED  VALUE 'BO'.
      * 'LF' = Chargen-Tabelle des Artikels voll - die Charge kann
      * nicht gefuehrt werden, die Buchung wird geparkt.
             88 WS-LOT-TABLE-FULL VALUE 'LF'.
      * 'IO' = Bestellung der Lieferantenretoure oder des Waren-
      * eingangs in Gebinden gehoert zu einem anderen Artikel
      * (beim Eingang in Gebinden auch: Bestellung nicht offen).
             88 WS-ORDER-MISMATCH VALUE 'IO'.
      * 'UL' = Wareneingang in Gebinden uebersteigt umgerechnet die
      * offene Restmenge der Bestellung.
             88 WS-OVER-DELIVERY VALUE 'UL'.

      *----------------------------------------------------------------
      * Datei-Status-Felder
             88 WS-BACKORD-NOFILE  VALUE '35'.
          05 WS-BACKRPT-STATUS     PIC X(2).
             88 WS-BACKRPT-OK      VALUE '00'.
          05 WS-SUPRET-STATUS      PIC X(2).
             88 WS-SUPRET-OK       VALUE '00'.
             88 WS-SUPRET-EOF      VALUE '10'.
             88 WS-SUPRET-NOFILE   VALUE '35'.
          05 WS-ARCHIVE-STATUS     PIC X(2).
             88 WS-ARCHIVE-OK      VALUE '00'.
          05 WS-AUDITWK-STATUS     PIC X(2).
             88 WS-AUDITWK-OK      VALUE '00'.
             88 WS-AUDITWK-EOF     VALUE '10'.
          05 WS-EXPIRY-STATUS      PIC X(2).
             88 WS-EXPIRY-OK       VALUE '00'.
          05 WS-JOBDEP-STATUS      PIC X(2).
             88 WS-JOBDEP-OK       VALUE '00'.
             88 WS-JOBDEP-EOF      VALUE '10'.
             88 WS-JOBDEP-NOFILE   VALUE '35'.
          05 WS-RUNLOG-STATUS      PIC X(2).
             88 WS-RUNLOG-OK       VALUE '00'.
             88 WS-RUNLOG-EOF      VALUE '10'.
             88 WS-RUNLOG-NOFILE   VALUE '35'.

      *----------------------------------------------------------------
      * Lauf-Zaehler
          05 WS-BACKORDERS-NEW    PIC 9(6) VALUE ZERO.
          05 WS-MATCHES-READ      PIC 9(8) VALUE ZERO.
          05 WS-SUPPLIERS-SCORED  PIC 9(6) VALUE ZERO.
          05 WS-CUST-RETURNS      PIC 9(6) VALUE ZERO.
          05 WS-SUPP-RETURNS      PIC 9(6) VALUE ZERO.
          05 WS-ORDERS-REOPENED   PIC 9(6) VALUE ZERO.
          05 WS-RETURNS-READ      PIC 9(8) VALUE ZERO.
          05 WS-RECEIPTS-CONVERTED PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------
      * Klaerfall-Verarbeitung: die Klaerfaelle des Vortags werden
             10 WS-SIN-FIRST-DATE   PIC X(8).
             10 WS-SIN-ORDER-NO     PIC 9(8).
             10 WS-SIN-UNIT-PRICE   PIC 9(5)V99.
             10 WS-SIN-LOT-NO       PIC X(10).
             10 WS-SIN-BEST-BEFORE  PIC X(8).
             10 WS-SIN-REASON-CODE  PIC X(2).
             10 WS-SIN-QTY-UNIT     PIC X(1).

      *----------------------------------------------------------------
      * Rueckstands-Verarbeitung: wie die Klaerfaelle werden die
             10 WS-SOUT-FIRST-DATE  PIC X(8).
             10 WS-SOUT-ORDER-NO    PIC 9(8).
             10 WS-SOUT-UNIT-PRICE  PIC 9(5)V99.
             10 WS-SOUT-LOT-NO      PIC X(10).
             10 WS-SOUT-BEST-BEFORE PIC X(8).
             10 WS-SOUT-REASON-CODE PIC X(2).
             10 WS-SOUT-QTY-UNIT    PIC X(1).

      *----------------------------------------------------------------
      * Uebertragungskontrolle des Transaktionsfiles: Soll-Werte aus
          05 WS-EXP-HASH-A        PIC 9(10) VALUE ZERO.
          05 WS-EXP-HASH-T        PIC 9(10) VALUE ZERO.
          05 WS-EXP-HASH-R        PIC 9(10) VALUE ZERO.
          05 WS-EXP-HASH-C        PIC 9(10) VALUE ZERO.
          05 WS-EXP-HASH-S        PIC 9(10) VALUE ZERO.
          05 WS-ACT-RECORD-COUNT  PIC 9(8)  VALUE ZERO.
          05 WS-ACT-HASH-I        PIC 9(10) VALUE ZERO.
          05 WS-ACT-HASH-O        PIC 9(10) VALUE ZERO.
          05 WS-ACT-HASH-A        PIC 9(10) VALUE ZERO.
          05 WS-ACT-HASH-T        PIC 9(10) VALUE ZERO.
          05 WS-ACT-HASH-R        PIC 9(10) VALUE ZERO.
          05 WS-ACT-HASH-C        PIC 9(10) VALUE ZERO.
          05 WS-ACT-HASH-S        PIC 9(10) VALUE ZERO.
      * Abschlusssaetze alter Uebertragungen fuehren die R-Spalte
      * noch nicht - dann wird die R-Summe nicht geprueft.
          05 WS-HASH-R-PRESENT-SW PIC X(1)  VALUE 'N'.
             88 WS-HASH-R-PRESENT VALUE 'Y'.
      * Ebenso die Retouren-Spalten C und S.
          05 WS-HASH-CS-PRESENT-SW PIC X(1) VALUE 'N'.
             88 WS-HASH-CS-PRESENT VALUE 'Y'.
          05 WS-HEADER-SEEN-SW    PIC X(1)  VALUE 'N'.
             88 WS-HEADER-SEEN    VALUE 'Y'.
          05 WS-TRAILER-SEEN-SW   PIC X(1)  VALUE 'N'.
             10 WS-OO-QTY          PIC 9(6).
             10 WS-OO-EXPECTED     PIC X(8).
             10 WS-OO-REMAINING    PIC 9(6).
             10 WS-OO-PURCHASE-UNIT PIC X(3).
             10 WS-OO-PURCH-FACTOR PIC 9(5).
             10 WS-OO-PACKS        PIC 9(6).

      *----------------------------------------------------------------
      * Retouren: Kundenretouren mit Grund 'KD'/'KT' landen im
      * Sperrlager - gesperrter Bestand zaehlt zum Lagerwert, aber
      * nicht zum verfuegbaren Bestand der Nachbestellpruefung und
      * darf weder ausgeliefert noch reserviert werden; er verlaesst
      * das Sperrlager per Umlagerung (nach Pruefung) oder per
      * Lieferantenretoure. Eine Lieferantenretoure mit Ersatz
      * laesst die Restmenge ihrer Bestellung wieder aufleben.
      *----------------------------------------------------------------
       01 WS-RETURN-WORK.
          05 WS-QUARANTINE-LOC     PIC 9(2) VALUE 99.
          05 WS-RETURN-LOC         PIC 9(2).
          05 WS-REOPEN-QTY         PIC 9(6).
          05 WS-NEW-REMAINING      PIC 9(7).
          05 WS-RETURN-SUPPLIER    PIC 9(6).
          05 WS-RETURN-VALUE       PIC 9(9)V99.

      *----------------------------------------------------------------
      * Einkaufseinheiten: die Nachbestellung wird auf ganze Gebinde
      * und die Mindestbestellmenge aufgerundet; ein Wareneingang in
      * Gebinden wird mit dem Faktor seiner Bestellung in Stueck
      * umgerechnet. Schlaegt die Buchung danach fehl, wird die
      * Buchung wie gelesen (in Gebinden) geparkt.
      *----------------------------------------------------------------
       01 WS-PURCHASE-WORK.
          05 WS-ORDER-PACKS        PIC 9(6).
          05 WS-PACK-REST          PIC 9(5).
          05 WS-ORDER-PIECES       PIC 9(11).
          05 WS-RECEIPT-PIECES     PIC 9(11).
          05 WS-BOOKED-QTY         PIC 9(6).
          05 WS-BOOKED-PRICE       PIC 9(5)V99.
          05 WS-CONVERTED-SW       PIC X(1).
             88 WS-CONVERTED       VALUE 'Y'.

      *----------------------------------------------------------------
      * Archivierung des Bewegungsprotokolls (ARCHIVE=nn wie der
             10 WS-CLS-ISSUE-QTY   PIC 9(8).
             10 WS-CLS-ADJ-QTY     PIC S9(8).
             10 WS-CLS-CLOSE-QTY   PIC 9(6).
             10 WS-CLS-CRET-QTY    PIC 9(8).
             10 WS-CLS-SRET-QTY    PIC 9(8).

      *----------------------------------------------------------------
      * Bewertung des Monatsabschlusses: Werte je Satz und die
          05 WS-CLS-ISSUE-VALUE    PIC 9(11)V99.
          05 WS-CLS-ADJ-VALUE      PIC S9(11)V99.
          05 WS-CLS-CLOSE-VALUE    PIC 9(11)V99.
          05 WS-CLS-CRET-VALUE     PIC 9(11)V99.
          05 WS-CLS-SRET-VALUE     PIC 9(11)V99.

       01 WS-CLOSE-TOTALS.
          05 WS-CLT-OPEN-VALUE     PIC 9(11)V99 VALUE ZERO.
          05 WS-CLT-ISSUE-VALUE    PIC 9(11)V99 VALUE ZERO.
          05 WS-CLT-ADJ-VALUE      PIC S9(11)V99 VALUE ZERO.
          05 WS-CLT-CLOSE-VALUE    PIC 9(11)V99 VALUE ZERO.
          05 WS-CLT-CRET-VALUE     PIC 9(11)V99 VALUE ZERO.
          05 WS-CLT-SRET-VALUE     PIC 9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * Lieferanten-Bewertung (SCORECARD-Lauf): Verdichtung der
      * zugeordneten Wareneingaenge je Lieferant - Anzahl, davon
      * puenktlich, Summe der Verzugstage verspaeteter Lieferungen
      * und die Zahl der offenen Teillieferungen aus der offenen
      * Bestelldatei sowie der Lieferantenretouren aus dem Retouren-
      * Extrakt.
      *----------------------------------------------------------------
       01 WS-SCORE-CONTROL.
          05 WS-SCR-SUB            PIC 9(3).
             10 WS-SCR-ONTIME      PIC 9(6).
             10 WS-SCR-LATE-DAYS   PIC 9(8).
             10 WS-SCR-PARTIALS    PIC 9(6).
             10 WS-SCR-RETURNS     PIC 9(6).

      *----------------------------------------------------------------
      * Bewegungsprotokoll - vor/nach Bestand der laufenden Buchung
          05 WS-CURRENT-TIMESTAMP  PIC X(21).
          05 WS-AUDIT-TIMESTAMP    PIC X(14).
          05 WS-CURRENT-SEQ-NO     PIC 9(8) VALUE ZERO.
          05 WS-AUDIT-QTY          PIC 9(6).
          05 WS-AUDIT-LOT-NO       PIC X(10).
          05 WS-AUDIT-RUNNING      PIC 9(6).
          05 WS-AUDIT-DIRECTION    PIC X(1).
             88 WS-AUDIT-ADDING    VALUE '+'.
             88 WS-AUDIT-REMOVING  VALUE '-'.

      *----------------------------------------------------------------
      * Kalenderpruefung eines Datums JJJJMMTT (Mindesthaltbarkeit
      * einer Charge) - Tagesnummer des gueltigen Datums in
      * WS-CHECK-INTEGER.
      *----------------------------------------------------------------
       01 WS-DATE-CHECK.
          05 WS-CHECK-DATE         PIC 9(8).
          05 WS-CHECK-PERIOD       PIC 9(6).
          05 WS-CHECK-YEAR         PIC 9(4).
          05 WS-CHECK-MONTH        PIC 9(2).
          05 WS-CHECK-DAY          PIC 9(2).
          05 WS-CHECK-MONTH-START  PIC 9(8).
          05 WS-CHECK-INTEGER      PIC 9(8).
          05 WS-CHECK-VALID-SW     PIC X(1).
             88 WS-CHECK-VALID     VALUE 'Y'.

      *----------------------------------------------------------------
      * Inventur-Abgleich: gezaehlte Menge, Differenz (gezaehlt minus
             10 WS-LOC-TOT-CODE   PIC 9(2)     VALUE ZERO.
             10 WS-LOC-TOT-VALUE  PIC 9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * Chargenfuehrung: Suchfelder fuer die Chargen-Tabelle des
      * Artikels und die Restmenge, die nach dem Prinzip "zuerst
      * ablaufend, zuerst raus" aus den Chargen eines Lagerorts
      * entnommen wird. Jede Entnahme wird mit Charge und Teilmenge
      * in der Chargen-Bewegungsliste der Buchung festgehalten -
      * daraus entstehen die Protokollzeilen je Charge und bei einer
      * Umlagerung die Zugaenge am Ziel-Lagerort. Ein leeres
      * Mindesthaltbarkeitsdatum zaehlt als spaetestes.
      *----------------------------------------------------------------
       01 WS-LOT-WORK.
          05 WS-LOT-SUB            PIC 9(3).
          05 WS-LOT-FOUND-SUB      PIC 9(3).
          05 WS-LOT-PICK-SUB       PIC 9(3).
          05 WS-LOT-PICK-DATE      PIC X(8).
          05 WS-LOT-CAND-DATE      PIC X(8).
          05 WS-LOT-SEARCH-NO      PIC X(10).
          05 WS-LOT-SEARCH-BB      PIC X(8).
          05 WS-LOT-REST           PIC 9(6).
          05 WS-LOT-TAKE           PIC 9(6).
          05 WS-LOT-LOC-SUM        PIC 9(7).
          05 WS-LOT-FREE-COUNT     PIC 9(3).
          05 WS-LOT-NONE-LEFT-SW   PIC X(1).
             88 WS-LOT-NONE-LEFT   VALUE 'Y'.

       01 WS-LOT-MOVES.
          05 WS-LMV-COUNT          PIC 9(2) VALUE ZERO.
          05 WS-LMV-SUB            PIC 9(2).
          05 WS-LMV-ENTRY OCCURS 21 TIMES.
             10 WS-LMV-LOT-NO      PIC X(10).
             10 WS-LMV-BEST-BEFORE PIC X(8).
             10 WS-LMV-QTY         PIC 9(6).

      *----------------------------------------------------------------
      * Verfallsliste (EXPIRY=nnn): Vorlauf in Tagen, Tagesdatum als
      * Tageszahl, Resttage und Wert je Charge sowie die Summen fuer
      * abgelaufene und bald ablaufende Ware.
      *----------------------------------------------------------------
       01 WS-EXPIRY-CONTROL.
          05 WS-EXPIRY-RUN-SW      PIC X(1) VALUE 'N'.
             88 WS-RUN-EXPIRY      VALUE 'Y'.
          05 WS-EXPIRY-DAYS        PIC 9(3) VALUE ZERO.
          05 WS-TODAY-INT          PIC 9(8).
          05 WS-BEST-BEFORE-NUM    PIC 9(8).
          05 WS-DAYS-LEFT          PIC S9(5).
          05 WS-LOT-VALUE          PIC 9(11)V99.
          05 WS-EXPIRED-VALUE      PIC 9(11)V99 VALUE ZERO.
          05 WS-EXPIRING-VALUE     PIC 9(11)V99 VALUE ZERO.
          05 WS-EXP-ARTICLES-READ  PIC 9(6) VALUE ZERO.
          05 WS-EXP-LOTS-LISTED    PIC 9(6) VALUE ZERO.
          05 WS-EXP-LOTS-EXPIRED   PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------
      * Pruefung der Voraussetzungen gegen das Lauf-Protokoll
      * (Abhaengigkeitstabelle JOBDEP.DAT, FORCE im Parameter)
      *----------------------------------------------------------------
       01 WS-DEPENDENCY-WORK.
          05 WS-DEP-PERIOD        PIC 9(6) VALUE ZERO.
          05 WS-DEP-NEXT-PERIOD   PIC 9(6).
          05 WS-DEP-MONTH-START   PIC 9(8).
          05 WS-DEP-DATE-INTEGER  PIC 9(8).
          05 WS-DEP-LAST-DAY      PIC 9(8).
          05 WS-DEP-MODE-LEN      PIC 9(2).
          05 WS-DEP-FORCE-COUNT   PIC 9(2) VALUE ZERO.
          05 WS-DEP-FAILED        PIC 9(2) VALUE ZERO.
          05 WS-DEP-RESULT        PIC X(1).
             88 WS-DEP-RUN-ENDED  VALUE 'E'.
             88 WS-DEP-RUN-ABORTED VALUE 'A'.
          05 WS-DEP-OPEN-SW       PIC X(1).
             88 WS-DEP-OPEN-MATCH VALUE 'Y'.
          05 WS-DEP-MATCH-SW      PIC X(1).
             88 WS-DEP-RUN-MATCHES VALUE 'Y'.

      *================================================================
       PROCEDURE DIVISION.

                   STOP RUN
               END-IF
           END-IF
      * EXPIRY=nnn listet Chargen, die abgelaufen sind oder binnen
      * nnn Tagen ablaufen.
           IF WS-RUN-PARM(1:7) = "EXPIRY="
               IF WS-RUN-PARM(8:3) IS NUMERIC
                   MOVE WS-RUN-PARM(8:3) TO WS-EXPIRY-DAYS
                   SET WS-RUN-EXPIRY TO TRUE
               ELSE
                   DISPLAY "INVENTORY: ungueltiger Verfalls-Parameter "
                       WS-RUN-PARM
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-CLOSE-PERIOD TO WS-DEP-PERIOD
           PERFORM CHECK-JOB-PREREQUISITES
           PERFORM WRITE-RUN-LOG-START
           EVALUATE TRUE
               WHEN WS-RUN-REPLAY
                   PERFORM MONTH-END-CLOSE-RUN
               WHEN WS-ARCHIVE-MONTHS > ZERO
                   PERFORM ARCHIVE-AUDIT-RUN
               WHEN WS-RUN-EXPIRY
                   PERFORM EXPIRY-REPORT-RUN
               WHEN OTHER
                   PERFORM BATCH-UPDATE-RUN
           END-EVALUATE
                   MOVE WS-ARC-ARCHIVED    TO RL-RECORDS-APPLIED
                   MOVE ZERO               TO RL-RECORDS-REJECTED
                   MOVE ZERO               TO RL-CONTROL-TOTAL
               WHEN WS-RUN-EXPIRY
                   MOVE WS-EXP-ARTICLES-READ TO RL-RECORDS-READ
                   MOVE WS-EXP-LOTS-LISTED TO RL-RECORDS-APPLIED
                   MOVE ZERO               TO RL-RECORDS-REJECTED
                   COMPUTE RL-CONTROL-TOTAL =
                       WS-EXPIRED-VALUE + WS-EXPIRING-VALUE
               WHEN OTHER
                   MOVE WS-TRANS-READ      TO RL-RECORDS-READ
                   MOVE WS-TRANS-APPLIED   TO RL-RECORDS-APPLIED
           END-EVALUATE
           PERFORM WRITE-RUN-LOG-RECORD.

      *----------------------------------------------------------------
      * Erzwungener Start (FORCE): Satzart 'O' mit der Zahl der
      * nicht erfuellten Voraussetzungen als abgelehnte Saetze.
      *----------------------------------------------------------------
       WRITE-RUN-LOG-OVERRIDE.
           MOVE 'O'  TO RL-RECORD-KIND
           MOVE ZERO TO RL-RECORDS-READ
           MOVE ZERO TO RL-RECORDS-APPLIED
           MOVE WS-DEP-FAILED TO RL-RECORDS-REJECTED
           MOVE ZERO TO RL-CONTROL-TOTAL
           PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-RECORD.
           MOVE "INVENTORY" TO RL-PROGRAM-ID
           MOVE WS-RUN-PARM TO RL-RUN-PARM
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.

      *----------------------------------------------------------------
      * Voraussetzungen der Batch-Kette: vor jeder Verarbeitung wird
      * jede Zeile der Abhaengigkeitstabelle, die fuer dieses
      * Programm und seine Laufart gilt, gegen das Lauf-Protokoll
      * geprueft. Fehlt ein Vorlauf oder ist er abgebrochen, startet
      * der Lauf nicht - ausser mit FORCE im Parameter; der
      * erzwungene Start steht dann als Satzart 'O' im Protokoll.
      *----------------------------------------------------------------
       CHECK-JOB-PREREQUISITES.
           MOVE ZERO TO WS-DEP-FAILED
           MOVE ZERO TO WS-DEP-FORCE-COUNT
           INSPECT WS-RUN-PARM TALLYING WS-DEP-FORCE-COUNT
               FOR ALL "FORCE"
           OPEN INPUT JOB-DEPENDENCY-FILE
           IF WS-JOBDEP-NOFILE
               DISPLAY "INVENTORY: keine Abhaengigkeitstabelle "
                   "(JOBDEP.DAT fehlt) - Voraussetzungen nicht geprueft"
           ELSE
               IF NOT WS-JOBDEP-OK
                   DISPLAY "OPEN-Fehler JOB-DEPENDENCY-FILE Status="
                       WS-JOBDEP-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-JOBDEP-EOF
                   READ JOB-DEPENDENCY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM CHECK-ONE-DEPENDENCY
                   END-READ
               END-PERFORM
               CLOSE JOB-DEPENDENCY-FILE
           END-IF

           IF WS-DEP-FAILED > ZERO
               IF WS-DEP-FORCE-COUNT > ZERO
                   PERFORM WRITE-RUN-LOG-OVERRIDE
                   DISPLAY "INVENTORY: Start trotz " WS-DEP-FAILED
                       " fehlender Voraussetzung(en) mit FORCE - im "
                       "Lauf-Protokoll vermerkt"
               ELSE
                   DISPLAY "INVENTORY: Lauf nicht gestartet - "
                       WS-DEP-FAILED " Voraussetzung(en) nicht "
                       "erfuellt (bewusster Start nur mit FORCE)"
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Eine Tabellenzeile: gilt sie fuer dieses Programm und die
      * Laufart (Anfang des Parameters), wird der massgebliche
      * Vorlauf im Lauf-Protokoll gesucht.
      *----------------------------------------------------------------
       CHECK-ONE-DEPENDENCY.
           IF JD-PROGRAM-ID = "INVENTORY"
               MOVE ZERO TO WS-DEP-MODE-LEN
               INSPECT JD-RUN-MODE TALLYING WS-DEP-MODE-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-DEP-MODE-LEN = ZERO
                   PERFORM EVALUATE-DEPENDENCY
               ELSE IF WS-RUN-PARM(1:WS-DEP-MODE-LEN) =
                       JD-RUN-MODE(1:WS-DEP-MODE-LEN)
                   PERFORM EVALUATE-DEPENDENCY
               END-IF
               END-IF
           END-IF.

       EVALUATE-DEPENDENCY.
           IF JD-RULE-MONTH-END
               PERFORM COMPUTE-PERIOD-LAST-DAY
           END-IF
           PERFORM FIND-PREREQUISITE-RUN
           EVALUATE TRUE
               WHEN WS-DEP-RUN-ENDED
                   CONTINUE
               WHEN WS-DEP-RUN-ABORTED
                   ADD 1 TO WS-DEP-FAILED
                   DISPLAY "INVENTORY: Vorlauf " JD-PREREQ-ID
                       " abgebrochen (Startsatz ohne Endesatz) - "
                       JD-DESCRIPTION
               WHEN OTHER
                   ADD 1 TO WS-DEP-FAILED
                   DISPLAY "INVENTORY: Vorlauf " JD-PREREQ-ID
                       " fehlt im Lauf-Protokoll - " JD-DESCRIPTION
           END-EVALUATE.

      *----------------------------------------------------------------
      * Letzter Kalendertag der Periode WS-DEP-PERIOD: Monatserster
      * des Folgemonats minus ein Tag.
      *----------------------------------------------------------------
       COMPUTE-PERIOD-LAST-DAY.
           COMPUTE WS-DEP-MONTH-START = WS-DEP-PERIOD * 100 + 1
           COMPUTE WS-DEP-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DEP-MONTH-START) + 31
           COMPUTE WS-DEP-MONTH-START =
               FUNCTION DATE-OF-INTEGER(WS-DEP-DATE-INTEGER)
           DIVIDE WS-DEP-MONTH-START BY 100
               GIVING WS-DEP-NEXT-PERIOD
           COMPUTE WS-DEP-MONTH-START = WS-DEP-NEXT-PERIOD * 100 + 1
           COMPUTE WS-DEP-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DEP-MONTH-START) - 1
           COMPUTE WS-DEP-LAST-DAY =
               FUNCTION DATE-OF-INTEGER(WS-DEP-DATE-INTEGER).

      *----------------------------------------------------------------
      * Liest das Lauf-Protokoll und paart wie RUNSTAT jeden
      * Endesatz des Vorlaufs mit dessen juengstem offenen
      * Startsatz. Ergebnis fuer den juengsten passenden Lauf:
      * 'E' beendet, 'A' abgebrochen, leer = nie gelaufen.
      *----------------------------------------------------------------
       FIND-PREREQUISITE-RUN.
           MOVE SPACE TO WS-DEP-RESULT
           MOVE 'N'   TO WS-DEP-OPEN-SW
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNLOG-NOFILE
               CONTINUE
           ELSE
               IF NOT WS-RUNLOG-OK
                   DISPLAY "OPEN-Fehler RUN-LOG-FILE Status="
                       WS-RUNLOG-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-RUNLOG-EOF
                   READ RUN-LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RL-PROGRAM-ID = JD-PREREQ-ID
                               PERFORM TALLY-PREREQUISITE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF.

       TALLY-PREREQUISITE-RECORD.
           IF RL-RECORD-KIND = 'S'
               PERFORM MATCH-PREREQUISITE-RUN
               IF WS-DEP-RUN-MATCHES
                   MOVE 'A' TO WS-DEP-RESULT
                   SET WS-DEP-OPEN-MATCH TO TRUE
               ELSE
                   MOVE 'N' TO WS-DEP-OPEN-SW
               END-IF
           END-IF
           IF RL-RECORD-KIND = 'E'
               IF WS-DEP-OPEN-MATCH
                   MOVE 'E' TO WS-DEP-RESULT
               END-IF
               MOVE 'N' TO WS-DEP-OPEN-SW
           END-IF.

       MATCH-PREREQUISITE-RUN.
           MOVE 'N' TO WS-DEP-MATCH-SW
           EVALUATE TRUE
               WHEN JD-RULE-PERIOD
                   IF RL-RUN-PARM(1:7) = "PERIOD="
                       AND RL-RUN-PARM(8:6) = WS-DEP-PERIOD
                       SET WS-DEP-RUN-MATCHES TO TRUE
                   END-IF
               WHEN JD-RULE-MONTH-END
                   IF RL-TIMESTAMP(1:8) = WS-DEP-LAST-DAY
                       IF RL-RUN-PARM = SPACES
                           OR RL-RUN-PARM(1:4) = "LOC="
                           OR RL-RUN-PARM = "RESTART"
                           SET WS-DEP-RUN-MATCHES TO TRUE
                       END-IF
                   END-IF
               WHEN JD-RULE-LATEST
                   IF RL-RUN-PARM = SPACES
                       OR RL-RUN-PARM(1:4) = "LOC="
                       OR RL-RUN-PARM = "RESTART"
                       SET WS-DEP-RUN-MATCHES TO TRUE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * Liest das gesamte Tages-Transaktionsfile und wendet jede
      * Buchung auf den passenden Artikel im ARTICLE-MASTER-FILE an.
                   WS-BACKRPT-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND SUPPLIER-RETURN-FILE
           IF NOT WS-SUPRET-OK
               DISPLAY "OPEN-Fehler SUPPLIER-RETURN-FILE Status="
                   WS-SUPRET-STATUS
               STOP RUN
           END-IF

           PERFORM LOAD-OPEN-ORDER-TABLE
           PERFORM LOAD-SUSPENSE-FILE
           CLOSE SUSPENSE-AGING-REPORT-FILE
           CLOSE RECEIPT-MATCH-FILE
           CLOSE PPV-REPORT-FILE
           CLOSE SUPPLIER-RETURN-FILE

           PERFORM SAVE-SUSPENSE-FILE
           PERFORM SAVE-OPEN-ORDER-FILE
           DISPLAY "INVENTORY: Rueckstaende neu        = "
               WS-BACKORDERS-NEW
           DISPLAY "INVENTORY: Rueckstaende vorgetragen = "
               WS-BACK-CARRIED
           DISPLAY "INVENTORY: Kundenretouren gebucht  = "
               WS-CUST-RETURNS
           DISPLAY "INVENTORY: Lieferantenretouren gebucht = "
               WS-SUPP-RETURNS
           DISPLAY "INVENTORY: Bestellungen wieder geoeffnet = "
               WS-ORDERS-REOPENED
           DISPLAY "INVENTORY: Eingaenge in Gebinden umgerechnet = "
               WS-RECEIPTS-CONVERTED.

      *----------------------------------------------------------------
      * Laedt die offene Bestelldatei in die Bestell-Tabelle, damit
           MOVE WS-OO-QTY(WS-OO-SUB)          TO OO-ORDER-QTY
           MOVE WS-OO-EXPECTED(WS-OO-SUB)     TO OO-EXPECTED-DATE
           MOVE WS-OO-REMAINING(WS-OO-SUB)    TO OO-REMAINING-QTY
           MOVE WS-OO-PURCHASE-UNIT(WS-OO-SUB) TO OO-PURCHASE-UNIT
           MOVE WS-OO-PURCH-FACTOR(WS-OO-SUB) TO OO-PURCH-FACTOR
           MOVE WS-OO-PACKS(WS-OO-SUB)        TO OO-ORDER-PACKS
           WRITE OPEN-ORDER-RECORD.

      *----------------------------------------------------------------
                   TO WS-SIN-UNIT-PRICE(WS-SUSP-IN-COUNT)
           ELSE
               MOVE ZERO TO WS-SIN-UNIT-PRICE(WS-SUSP-IN-COUNT)
           END-IF
      * Altdaten ohne Chargen-Spalten lesen sich leer - ohne Charge.
           MOVE SUS-LOT-NO      TO WS-SIN-LOT-NO(WS-SUSP-IN-COUNT)
           MOVE SUS-BEST-BEFORE
               TO WS-SIN-BEST-BEFORE(WS-SUSP-IN-COUNT)
           MOVE SUS-REASON-CODE
               TO WS-SIN-REASON-CODE(WS-SUSP-IN-COUNT)
           MOVE SUS-QTY-UNIT
               TO WS-SIN-QTY-UNIT(WS-SUSP-IN-COUNT).

      *----------------------------------------------------------------
      * Bucht jeden geladenen Klaerfall erneut ueber den normalen
           MOVE WS-SIN-FIRST-DATE(WS-SUSP-SUB)  TO WS-SUSP-FIRST-DATE
           MOVE WS-SIN-ORDER-NO(WS-SUSP-SUB)    TO WS-TRANS-ORDER-NO
           MOVE WS-SIN-UNIT-PRICE(WS-SUSP-SUB)  TO WS-TRANS-PRICE
           MOVE WS-SIN-LOT-NO(WS-SUSP-SUB)      TO WS-TRANS-LOT-NO
           MOVE WS-SIN-BEST-BEFORE(WS-SUSP-SUB)
               TO WS-TRANS-BEST-BEFORE
           MOVE WS-SIN-REASON-CODE(WS-SUSP-SUB)
               TO WS-TRANS-REASON-CODE
           MOVE WS-SIN-QTY-UNIT(WS-SUSP-SUB)    TO WS-TRANS-QTY-UNIT
           MOVE WS-TRANS-ARTICLE-ID TO ART-ID
           READ ARTICLE-MASTER-FILE
               INVALID KEY
                   TO WS-SOUT-ORDER-NO(WS-SUSP-OUT-COUNT)
               MOVE WS-TRANS-PRICE
                   TO WS-SOUT-UNIT-PRICE(WS-SUSP-OUT-COUNT)
               MOVE WS-TRANS-LOT-NO
                   TO WS-SOUT-LOT-NO(WS-SUSP-OUT-COUNT)
               MOVE WS-TRANS-BEST-BEFORE
                   TO WS-SOUT-BEST-BEFORE(WS-SUSP-OUT-COUNT)
               MOVE WS-TRANS-REASON-CODE
                   TO WS-SOUT-REASON-CODE(WS-SUSP-OUT-COUNT)
               MOVE WS-TRANS-QTY-UNIT
                   TO WS-SOUT-QTY-UNIT(WS-SUSP-OUT-COUNT)
               ADD 1 TO WS-SUSP-CARRIED
           END-IF.

           MOVE WS-SIN-FIRST-DATE(WS-SUSP-SUB2)  TO SUS-FIRST-DATE
           MOVE WS-SIN-ORDER-NO(WS-SUSP-SUB2)    TO SUS-ORDER-NO
           MOVE WS-SIN-UNIT-PRICE(WS-SUSP-SUB2)  TO SUS-UNIT-PRICE
           MOVE WS-SIN-LOT-NO(WS-SUSP-SUB2)      TO SUS-LOT-NO
           MOVE WS-SIN-BEST-BEFORE(WS-SUSP-SUB2) TO SUS-BEST-BEFORE
           MOVE WS-SIN-REASON-CODE(WS-SUSP-SUB2) TO SUS-REASON-CODE
           MOVE WS-SIN-QTY-UNIT(WS-SUSP-SUB2)    TO SUS-QTY-UNIT
           WRITE SUSPENSE-RECORD.

       SAVE-ONE-SUSPENSE.
           MOVE WS-SOUT-FIRST-DATE(WS-SUSP-SUB2)  TO SUS-FIRST-DATE
           MOVE WS-SOUT-ORDER-NO(WS-SUSP-SUB2)    TO SUS-ORDER-NO
           MOVE WS-SOUT-UNIT-PRICE(WS-SUSP-SUB2)  TO SUS-UNIT-PRICE
           MOVE WS-SOUT-LOT-NO(WS-SUSP-SUB2)      TO SUS-LOT-NO
           MOVE WS-SOUT-BEST-BEFORE(WS-SUSP-SUB2) TO SUS-BEST-BEFORE
           MOVE WS-SOUT-REASON-CODE(WS-SUSP-SUB2) TO SUS-REASON-CODE
           MOVE WS-SOUT-QTY-UNIT(WS-SUSP-SUB2)    TO SUS-QTY-UNIT
           WRITE SUSPENSE-RECORD.

      *----------------------------------------------------------------
           MOVE ZERO                           TO WS-TRANS-TO-LOCATION
           MOVE ZERO                           TO WS-TRANS-ORDER-NO
           MOVE ZERO                           TO WS-TRANS-PRICE
           MOVE SPACES                         TO WS-TRANS-LOT-NO
           MOVE SPACES                         TO WS-TRANS-BEST-BEFORE
           MOVE SPACES                         TO WS-TRANS-REASON-CODE
           MOVE SPACE                          TO WS-TRANS-QTY-UNIT
           MOVE WS-BIN-RETRY(WS-BACK-SUB)      TO WS-BACK-RETRY
           MOVE WS-BIN-FIRST-DATE(WS-BACK-SUB) TO WS-BACK-FIRST-DATE
           MOVE WS-TRANS-ARTICLE-ID TO ART-ID
               AND WS-EXP-HASH-R NOT = WS-ACT-HASH-R
               SET WS-CONTROL-BAD TO TRUE
           END-IF
           IF WS-HASH-CS-PRESENT
               AND (WS-EXP-HASH-C NOT = WS-ACT-HASH-C
                   OR WS-EXP-HASH-S NOT = WS-ACT-HASH-S)
               SET WS-CONTROL-BAD TO TRUE
           END-IF
           IF WS-CONTROL-BAD
               DISPLAY "INVENTORY: Kontrollsummen-Fehler - Lauf "
                   "abgebrochen"
                   WS-EXP-HASH-A " / " WS-ACT-HASH-A
               DISPLAY "INVENTORY: Summe T Soll/Ist = "
                   WS-EXP-HASH-T " / " WS-ACT-HASH-T
               DISPLAY "INVENTORY: Summe C Soll/Ist = "
                   WS-EXP-HASH-C " / " WS-ACT-HASH-C
               DISPLAY "INVENTORY: Summe S Soll/Ist = "
                   WS-EXP-HASH-S " / " WS-ACT-HASH-S
               STOP RUN
           END-IF
           IF WS-SEQ-ERRORS > ZERO
                       MOVE TT-QTY-HASH-R TO WS-EXP-HASH-R
                       SET WS-HASH-R-PRESENT TO TRUE
                   END-IF
                   IF TT-QTY-HASH-C IS NUMERIC
                       AND TT-QTY-HASH-S IS NUMERIC
                       MOVE TT-QTY-HASH-C TO WS-EXP-HASH-C
                       MOVE TT-QTY-HASH-S TO WS-EXP-HASH-S
                       SET WS-HASH-CS-PRESENT TO TRUE
                   END-IF
               WHEN WS-TRAILER-SEEN
                   ADD 1 TO WS-AFTER-TRAILER
               WHEN OTHER
                           ADD TRANS-QTY TO WS-ACT-HASH-T
                       WHEN 'R'
                           ADD TRANS-QTY TO WS-ACT-HASH-R
                       WHEN 'C'
                           ADD TRANS-QTY TO WS-ACT-HASH-C
                       WHEN 'S'
                           ADD TRANS-QTY TO WS-ACT-HASH-S
                   END-EVALUATE
                   PERFORM VERIFY-SEQUENCE
           END-EVALUATE.
           MOVE AUD-STOCK-AFTER  TO AR-STOCK-AFTER
           MOVE AUD-RESULT-CODE  TO AR-RESULT-CODE
           MOVE AUD-LOCATION     TO AR-LOCATION
           MOVE AUD-LOT-NO       TO AR-LOT-NO
           MOVE AUD-TIMESTAMP    TO AR-TIMESTAMP
           WRITE AUDIT-REPLAY-LINE.

           MOVE ZERO             TO WS-TRANS-TO-LOCATION
           MOVE ZERO             TO WS-TRANS-ORDER-NO
           MOVE ZERO             TO WS-TRANS-PRICE
           MOVE SPACES           TO WS-TRANS-LOT-NO
           MOVE SPACES           TO WS-TRANS-BEST-BEFORE
           MOVE SPACES           TO WS-TRANS-REASON-CODE
           MOVE SPACE            TO WS-TRANS-QTY-UNIT
           PERFORM APPLY-TRANSACTION-TO-ARTICLE
           IF NOT WS-SUCCESS
               ADD 1 TO WS-TRANS-REJECTED
               MOVE OO-REMAINING-QTY TO WS-OO-REMAINING(WS-OO-COUNT)
           ELSE
               MOVE OO-ORDER-QTY     TO WS-OO-REMAINING(WS-OO-COUNT)
           END-IF
      * Altdaten ohne Einkaufseinheit gelten als Bestellung in Stueck.
           IF OO-PURCH-FACTOR IS NUMERIC
               AND OO-PURCH-FACTOR > ZERO
               MOVE OO-PURCHASE-UNIT
                   TO WS-OO-PURCHASE-UNIT(WS-OO-COUNT)
               MOVE OO-PURCH-FACTOR
                   TO WS-OO-PURCH-FACTOR(WS-OO-COUNT)
           ELSE
               MOVE "STK" TO WS-OO-PURCHASE-UNIT(WS-OO-COUNT)
               MOVE 1     TO WS-OO-PURCH-FACTOR(WS-OO-COUNT)
           END-IF
           IF OO-ORDER-PACKS IS NUMERIC
               AND OO-PURCH-FACTOR IS NUMERIC
               AND OO-PURCH-FACTOR > ZERO
               MOVE OO-ORDER-PACKS TO WS-OO-PACKS(WS-OO-COUNT)
           ELSE
               MOVE OO-ORDER-QTY   TO WS-OO-PACKS(WS-OO-COUNT)
           END-IF.

      *----------------------------------------------------------------
               MOVE WS-OO-QTY(WS-OO-SUB)          TO OO-ORDER-QTY
               MOVE WS-OO-EXPECTED(WS-OO-SUB)     TO OO-EXPECTED-DATE
               MOVE WS-OO-REMAINING(WS-OO-SUB)    TO OO-REMAINING-QTY
               MOVE WS-OO-PURCHASE-UNIT(WS-OO-SUB)
                   TO OO-PURCHASE-UNIT
               MOVE WS-OO-PURCH-FACTOR(WS-OO-SUB) TO OO-PURCH-FACTOR
               MOVE WS-OO-PACKS(WS-OO-SUB)        TO OO-ORDER-PACKS
               IF OO-EXPECTED-DATE < WS-EDI-RUN-DATE
                   ADD 1 TO WS-OVERDUE-FOUND
                   PERFORM WRITE-OVERDUE-LINE
           MOVE SUP-PHONE         TO OV-SUPPLIER-PHONE
           WRITE OVERDUE-REPORT-LINE.

      *----------------------------------------------------------------
      * Verfallsliste (EXPIRY=nnn): liest den Artikelstamm und listet
      * jede Charge mit Bestand, deren Mindesthaltbarkeitsdatum
      * schon ueberschritten ist oder innerhalb der naechsten nnn
      * Tage erreicht wird, bewertet zum gleitenden Durchschnitts-
      * preis (ersatzweise Listenpreis). Chargen ohne Datum laufen
      * nicht ab. Der Lauf bucht nichts.
      *----------------------------------------------------------------
       EXPIRY-REPORT-RUN.
           OPEN INPUT ARTICLE-MASTER-FILE
           IF NOT WS-ARTMAST-OK
               DISPLAY "OPEN-Fehler ARTICLE-MASTER-FILE Status="
                   WS-ARTMAST-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT EXPIRY-REPORT-FILE
           IF NOT WS-EXPIRY-OK
               DISPLAY "OPEN-Fehler EXPIRY-REPORT-FILE Status="
                   WS-EXPIRY-STATUS
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           MOVE LOW-VALUES TO ART-ID
           START ARTICLE-MASTER-FILE KEY IS >= ART-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-ARTMAST-EOF
               READ ARTICLE-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-ARTMAST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EXP-ARTICLES-READ
                       PERFORM JUDGE-ARTICLE-LOTS
               END-READ
           END-PERFORM

           MOVE SPACES TO EXPIRY-TOTAL-LINE
           MOVE "ABGELAUFEN GESAMT:" TO EXT-LABEL
           MOVE WS-EXPIRED-VALUE    TO EXT-TOTAL-VALUE
           WRITE EXPIRY-TOTAL-LINE
           MOVE SPACES TO EXPIRY-TOTAL-LINE
           MOVE "LAEUFT AB GESAMT:"  TO EXT-LABEL
           MOVE WS-EXPIRING-VALUE   TO EXT-TOTAL-VALUE
           WRITE EXPIRY-TOTAL-LINE

           CLOSE ARTICLE-MASTER-FILE
           CLOSE EXPIRY-REPORT-FILE

           DISPLAY "INVENTORY: Artikel gelesen        = "
               WS-EXP-ARTICLES-READ
           DISPLAY "INVENTORY: Chargen gelistet       = "
               WS-EXP-LOTS-LISTED
           DISPLAY "INVENTORY: davon abgelaufen       = "
               WS-EXP-LOTS-EXPIRED.

       JUDGE-ARTICLE-LOTS.
           MOVE ART-LOT-TABLE TO WS-LOT-TABLE
           PERFORM MIGRATE-LOT-TABLE
           IF ART-AVG-COST IS NUMERIC AND ART-AVG-COST > ZERO
               MOVE ART-AVG-COST TO WS-EFFECTIVE-COST
           ELSE
               MOVE ART-UNIT-PRICE TO WS-EFFECTIVE-COST
           END-IF
           PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
               UNTIL WS-LOT-SUB > 20
               IF WS-LOT-QTY(WS-LOT-SUB) > ZERO
                   AND WS-LOT-BEST-BEFORE(WS-LOT-SUB) IS NUMERIC
                   PERFORM JUDGE-ONE-LOT
               END-IF
           END-PERFORM.

       JUDGE-ONE-LOT.
           MOVE WS-LOT-BEST-BEFORE(WS-LOT-SUB) TO WS-BEST-BEFORE-NUM
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-BEST-BEFORE-NUM)
                   - WS-TODAY-INT
           IF WS-DAYS-LEFT <= WS-EXPIRY-DAYS
               COMPUTE WS-LOT-VALUE =
                   WS-LOT-QTY(WS-LOT-SUB) * WS-EFFECTIVE-COST
               MOVE SPACES                 TO EXPIRY-REPORT-LINE
               IF WS-DAYS-LEFT < ZERO
                   ADD 1 TO WS-EXP-LOTS-EXPIRED
                   ADD WS-LOT-VALUE TO WS-EXPIRED-VALUE
                   MOVE "ABGELAUFEN"       TO EX-STATUS-TEXT
               ELSE
                   ADD WS-LOT-VALUE TO WS-EXPIRING-VALUE
                   MOVE "LAEUFT AB"        TO EX-STATUS-TEXT
               END-IF
               ADD 1 TO WS-EXP-LOTS-LISTED
               MOVE ART-ID                 TO EX-ARTICLE-ID
               MOVE ART-NAME(1:30)         TO EX-ARTICLE-NAME
               MOVE WS-LOT-LOC(WS-LOT-SUB) TO EX-LOCATION
               MOVE WS-LOT-NO(WS-LOT-SUB)  TO EX-LOT-NO
               MOVE WS-LOT-BEST-BEFORE(WS-LOT-SUB) TO EX-BEST-BEFORE
               MOVE WS-DAYS-LEFT           TO EX-DAYS-LEFT
               MOVE WS-LOT-QTY(WS-LOT-SUB) TO EX-LOT-QTY
               MOVE WS-EFFECTIVE-COST      TO EX-UNIT-COST
               MOVE WS-LOT-VALUE           TO EX-LOT-VALUE
               WRITE EXPIRY-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------
      * Liest die Perioden-Kontrolldatei und merkt sich die juengste
      * abgeschlossene Periode; eine fehlende Datei bedeutet: noch
                       WHEN 'O'
                           ADD AUD-TRANS-QTY
                               TO WS-CLS-ISSUE-QTY(WS-CLS-FOUND-SUB)
                       WHEN 'C'
                           ADD AUD-TRANS-QTY
                               TO WS-CLS-CRET-QTY(WS-CLS-FOUND-SUB)
                       WHEN 'S'
                           ADD AUD-TRANS-QTY
                               TO WS-CLS-SRET-QTY(WS-CLS-FOUND-SUB)
      * Retouren laufen in eigene Spalten. Korrekturen und
      * Umlagerungen zaehlen mit ihrem Bestandsdelta - so geht
      * die Rechnung Anfang + Zugang - Abgang + Korrektur
      * + Kundenretoure - Lieferantenretoure = Ende je Lagerort
      * immer auf.
                       WHEN OTHER
                           COMPUTE WS-CLS-DELTA =
                               AUD-STOCK-AFTER - AUD-STOCK-BEFORE
               MOVE ZERO TO WS-CLS-ISSUE-QTY(WS-CLS-FOUND-SUB)
               MOVE ZERO TO WS-CLS-ADJ-QTY(WS-CLS-FOUND-SUB)
               MOVE ZERO TO WS-CLS-CLOSE-QTY(WS-CLS-FOUND-SUB)
               MOVE ZERO TO WS-CLS-CRET-QTY(WS-CLS-FOUND-SUB)
               MOVE ZERO TO WS-CLS-SRET-QTY(WS-CLS-FOUND-SUB)
           END-IF.

      *----------------------------------------------------------------
               WS-CLS-ADJ-QTY(WS-CLS-SUB) * WS-EFFECTIVE-COST
           COMPUTE WS-CLS-CLOSE-VALUE =
               WS-CLS-CLOSE-QTY(WS-CLS-SUB) * WS-EFFECTIVE-COST
           COMPUTE WS-CLS-CRET-VALUE =
               WS-CLS-CRET-QTY(WS-CLS-SUB) * WS-EFFECTIVE-COST
           COMPUTE WS-CLS-SRET-VALUE =
               WS-CLS-SRET-QTY(WS-CLS-SUB) * WS-EFFECTIVE-COST
           ADD WS-CLS-OPEN-VALUE  TO WS-CLT-OPEN-VALUE
           ADD WS-CLS-RCPT-VALUE  TO WS-CLT-RCPT-VALUE
           ADD WS-CLS-ISSUE-VALUE TO WS-CLT-ISSUE-VALUE
           ADD WS-CLS-ADJ-VALUE   TO WS-CLT-ADJ-VALUE
           ADD WS-CLS-CLOSE-VALUE TO WS-CLT-CLOSE-VALUE
           ADD WS-CLS-CRET-VALUE  TO WS-CLT-CRET-VALUE
           ADD WS-CLS-SRET-VALUE  TO WS-CLT-SRET-VALUE
           MOVE "AL"                   TO IGL-RECORD-TYPE
           MOVE WS-CLOSE-PERIOD        TO IGL-PERIOD
           MOVE WS-EDI-RUN-DATE        TO IGL-RUN-DATE
           MOVE WS-CLS-ISSUE-VALUE     TO IGL-ISSUE-VALUE
           MOVE WS-CLS-ADJ-VALUE       TO IGL-ADJUST-VALUE
           MOVE WS-CLS-CLOSE-VALUE     TO IGL-CLOSE-VALUE
           MOVE WS-CLS-CRET-QTY(WS-CLS-SUB)   TO IGL-CUST-RETURN-QTY
           MOVE WS-CLS-SRET-QTY(WS-CLS-SUB)   TO IGL-SUPP-RETURN-QTY
           MOVE WS-CLS-CRET-VALUE      TO IGL-CUST-RETURN-VALUE
           MOVE WS-CLS-SRET-VALUE      TO IGL-SUPP-RETURN-VALUE
           WRITE INV-GL-POSTING-RECORD
           ADD 1 TO WS-CLOSE-LINES.

           MOVE WS-CLT-ISSUE-VALUE TO IGL-ISSUE-VALUE
           MOVE WS-CLT-ADJ-VALUE   TO IGL-ADJUST-VALUE
           MOVE WS-CLT-CLOSE-VALUE TO IGL-CLOSE-VALUE
           MOVE ZERO               TO IGL-CUST-RETURN-QTY
           MOVE ZERO               TO IGL-SUPP-RETURN-QTY
           MOVE WS-CLT-CRET-VALUE  TO IGL-CUST-RETURN-VALUE
           MOVE WS-CLT-SRET-VALUE  TO IGL-SUPP-RETURN-VALUE
           WRITE INV-GL-POSTING-RECORD
           ADD 1 TO WS-CLOSE-LINES.

           MOVE 'OK'                         TO AUD-RESULT-CODE
           MOVE WS-CF-TIMESTAMP(WS-ARC-SUB)  TO AUD-TIMESTAMP
           MOVE WS-CF-LOCATION(WS-ARC-SUB)   TO AUD-LOCATION
           MOVE SPACES                       TO AUD-LOT-NO
           WRITE AUDIT-LOG-RECORD
           ADD 1 TO WS-ARC-CARRIED.

           CLOSE RECEIPT-MATCH-FILE

           PERFORM COUNT-OPEN-PARTIALS
           PERFORM COUNT-SUPPLIER-RETURNS

           OPEN INPUT SUPPLIER-MASTER-FILE
           IF NOT WS-SUPMAST-OK

           DISPLAY "INVENTORY: Eingangs-Zuordnungen gelesen = "
               WS-MATCHES-READ
           DISPLAY "INVENTORY: Retouren-Saetze gelesen = "
               WS-RETURNS-READ
           DISPLAY "INVENTORY: Lieferanten bewertet = "
               WS-SUPPLIERS-SCORED.

               MOVE ZERO TO WS-SCR-ONTIME(WS-SCR-FOUND-SUB)
               MOVE ZERO TO WS-SCR-LATE-DAYS(WS-SCR-FOUND-SUB)
               MOVE ZERO TO WS-SCR-PARTIALS(WS-SCR-FOUND-SUB)
               MOVE ZERO TO WS-SCR-RETURNS(WS-SCR-FOUND-SUB)
           END-IF.

      *----------------------------------------------------------------
               ADD 1 TO WS-SCR-PARTIALS(WS-SCR-FOUND-SUB)
           END-IF.

      *----------------------------------------------------------------
      * Lieferantenretouren je Lieferant aus dem Retouren-Extrakt;
      * eine fehlende Datei bedeutet: keine Retouren.
      *----------------------------------------------------------------
       COUNT-SUPPLIER-RETURNS.
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
                           ADD 1 TO WS-RETURNS-READ
                           MOVE SR-SUPPLIER-ID TO WS-SCR-SEARCH-ID
                           PERFORM FIND-OR-CREATE-SCORE-ENTRY
                           ADD 1 TO WS-SCR-RETURNS(WS-SCR-FOUND-SUB)
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-RETURN-FILE
           END-IF.

      *----------------------------------------------------------------
      * Bewertungszeile eines Lieferanten: Puenktlichkeits-Quote und
      * durchschnittliche Verzugstage je zugeordnetem Eingang.
           MOVE WS-ONTIME-PCT           TO SC-ONTIME-PCT
           MOVE WS-AVG-LATE             TO SC-AVG-DAYS-LATE
           MOVE WS-SCR-PARTIALS(WS-SCR-SUB)    TO SC-OPEN-PARTIALS
           MOVE WS-SCR-RETURNS(WS-SCR-SUB)     TO SC-RETURN-COUNT
           WRITE SUPPLIER-SCORE-LINE
           ADD 1 TO WS-SUPPLIERS-SCORED.

               MOVE ZERO TO WS-AVG-COST
           END-IF
           MOVE ART-RESERVED-TABLE  TO WS-RESERVED-TABLE
           MOVE ART-PURCHASE-UNIT   TO WS-PURCHASE-UNIT
           MOVE ART-PURCH-FACTOR    TO WS-PURCH-FACTOR
           MOVE ART-MIN-ORDER-QTY   TO WS-MIN-ORDER-QTY
           PERFORM MIGRATE-RESERVED-TABLE
           PERFORM MIGRATE-STOCK-TO-LOCATION
           PERFORM MIGRATE-PURCHASE-UNIT
           PERFORM WRITE-VALUATION-LINE
           PERFORM CHECK-REORDER
           IF WS-ORDER-YES
               MOVE WS-CURRENT-STOCK TO RR-CURRENT-STOCK
               MOVE WS-MIN-STOCK     TO RR-MIN-STOCK
               MOVE WS-ORDER-QTY     TO RR-ORDER-QTY
               MOVE WS-ORDER-PACKS   TO RR-ORDER-PACKS
               MOVE WS-PURCHASE-UNIT TO RR-PURCHASE-UNIT
               WRITE REORDER-REPORT-LINE
               PERFORM WRITE-EDI-EXTRACT-LINE
               PERFORM WRITE-OPEN-ORDER-RECORD
           MOVE WS-ORDER-QTY       TO OO-ORDER-QTY
           MOVE WS-EXPECTED-DATE   TO OO-EXPECTED-DATE
           MOVE WS-ORDER-QTY       TO OO-REMAINING-QTY
           MOVE WS-PURCHASE-UNIT   TO OO-PURCHASE-UNIT
           MOVE WS-PURCH-FACTOR    TO OO-PURCH-FACTOR
           MOVE WS-ORDER-PACKS     TO OO-ORDER-PACKS
           WRITE OPEN-ORDER-RECORD.

      *----------------------------------------------------------------
           MOVE WS-EDI-RUN-DATE    TO EDI-RUN-DATE
           MOVE WS-SUPPLIER-ID     TO EDI-SUPPLIER-ID
           MOVE WS-EXPECTED-DATE   TO EDI-EXPECTED-DATE
           MOVE WS-PURCHASE-UNIT   TO EDI-PURCHASE-UNIT
           MOVE WS-PURCH-FACTOR    TO EDI-PURCH-FACTOR
           MOVE WS-ORDER-PACKS     TO EDI-ORDER-PACKS
           WRITE EDI-EXTRACT-LINE.

      *----------------------------------------------------------------
               ELSE
                   MOVE ZERO TO WS-TRANS-PRICE
               END-IF
      * Altdaten ohne Chargen-Spalten lesen sich leer - ohne Charge.
               MOVE TRANS-LOT-NO      TO WS-TRANS-LOT-NO
               MOVE TRANS-BEST-BEFORE TO WS-TRANS-BEST-BEFORE
               MOVE TRANS-REASON-CODE TO WS-TRANS-REASON-CODE
               MOVE TRANS-QTY-UNIT    TO WS-TRANS-QTY-UNIT
               MOVE TRANS-ARTICLE-ID TO ART-ID
               READ ARTICLE-MASTER-FILE
                   INVALID KEY
               MOVE ZERO TO WS-AVG-COST
           END-IF
           MOVE ART-RESERVED-TABLE  TO WS-RESERVED-TABLE
           MOVE ART-LOT-TABLE       TO WS-LOT-TABLE
           MOVE ART-PURCHASE-UNIT   TO WS-PURCHASE-UNIT
           MOVE ART-PURCH-FACTOR    TO WS-PURCH-FACTOR
           MOVE ART-MIN-ORDER-QTY   TO WS-MIN-ORDER-QTY
           PERFORM MIGRATE-RESERVED-TABLE
           PERFORM MIGRATE-STOCK-TO-LOCATION
           PERFORM MIGRATE-LOT-TABLE
           PERFORM MIGRATE-PURCHASE-UNIT
           MOVE WS-CURRENT-STOCK    TO WS-STOCK-BEFORE
           MOVE WS-TRANS-LOCATION   TO WS-AUDIT-LOCATION
           SET WS-AUDIT-SECOND-NO   TO TRUE
           MOVE ZERO                TO WS-LMV-COUNT
           MOVE SPACES              TO WS-AUDIT-LOT-NO

           MOVE 'N'                 TO WS-CONVERTED-SW

           PERFORM VALIDATE-TRANSACTION
           IF WS-SUCCESS AND WS-QTY-IN-PACKS
               PERFORM CONVERT-RECEIPT-TO-PIECES
           END-IF
           IF WS-SUCCESS
               EVALUATE TRUE
                   WHEN WS-INBOUND
                       PERFORM PROCESS-TRANSFER
                   WHEN WS-RESERVATION
                       PERFORM PROCESS-RESERVATION
                   WHEN WS-CUST-RETURN
                       PERFORM PROCESS-CUSTOMER-RETURN
                   WHEN WS-SUPP-RETURN
                       PERFORM PROCESS-SUPPLIER-RETURN
               END-EVALUATE
           END-IF

               MOVE WS-LOCATION-TABLE  TO ART-LOCATION-TABLE
               MOVE WS-AVG-COST        TO ART-AVG-COST
               MOVE WS-RESERVED-TABLE  TO ART-RESERVED-TABLE
               MOVE WS-LOT-TABLE       TO ART-LOT-TABLE
               MOVE WS-PURCHASE-UNIT   TO ART-PURCHASE-UNIT
               MOVE WS-PURCH-FACTOR    TO ART-PURCH-FACTOR
               MOVE WS-MIN-ORDER-QTY   TO ART-MIN-ORDER-QTY
               REWRITE ART-MASTER-RECORD
               ADD 1 TO WS-TRANS-APPLIED
               SET WS-AUDIT-REMOVING TO TRUE
               PERFORM WRITE-AUDIT-LOT-ENTRIES
               IF WS-AUDIT-SECOND-YES
                   MOVE WS-AUDIT-LOCATION-2 TO WS-AUDIT-LOCATION
                   MOVE WS-STOCK-BEFORE-2   TO WS-STOCK-BEFORE
                   MOVE WS-STOCK-AFTER-2    TO WS-STOCK-AFTER
                   SET WS-AUDIT-SECOND-NO   TO TRUE
                   SET WS-AUDIT-ADDING      TO TRUE
                   PERFORM WRITE-AUDIT-LOT-ENTRIES
               END-IF
           END-IF
      * Ein abgelehnter Eingang in Gebinden wird so geparkt, wie er
      * gelesen wurde - das Nachbuchen rechnet erneut um.
           IF NOT WS-SUCCESS AND WS-CONVERTED
               MOVE WS-BOOKED-QTY   TO WS-TRANS-QTY
               MOVE WS-BOOKED-PRICE TO WS-TRANS-PRICE
               SET WS-QTY-IN-PACKS  TO TRUE
           END-IF.

      *----------------------------------------------------------------
               MOVE WS-CURRENT-STOCK TO WS-LOC-STOCK(1)
           END-IF.

      *----------------------------------------------------------------
      * Altdaten ohne Chargen-Spalten (und Plaetze, deren Menge auf
      * null gefallen ist) werden zu leeren Tabellenplaetzen.
      *----------------------------------------------------------------
       MIGRATE-LOT-TABLE.
           PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
               UNTIL WS-LOT-SUB > 20
               IF WS-LOT-LOC(WS-LOT-SUB) IS NOT NUMERIC
                   OR WS-LOT-QTY(WS-LOT-SUB) IS NOT NUMERIC
                   PERFORM CLEAR-LOT-ENTRY
               ELSE IF WS-LOT-QTY(WS-LOT-SUB) = ZERO
                   PERFORM CLEAR-LOT-ENTRY
               END-IF
               END-IF
           END-PERFORM.

       CLEAR-LOT-ENTRY.
           MOVE ZERO   TO WS-LOT-LOC(WS-LOT-SUB)
           MOVE SPACES TO WS-LOT-NO(WS-LOT-SUB)
           MOVE SPACES TO WS-LOT-BEST-BEFORE(WS-LOT-SUB)
           MOVE ZERO   TO WS-LOT-QTY(WS-LOT-SUB).

      *----------------------------------------------------------------
      * Altdaten ohne Einkaufs-Spalten (oder ohne gueltigen Faktor)
      * werden in Stueck eingekauft, ohne Mindestbestellmenge.
      *----------------------------------------------------------------
       MIGRATE-PURCHASE-UNIT.
           IF WS-PURCH-FACTOR IS NOT NUMERIC
               OR WS-PURCH-FACTOR = ZERO
               MOVE "STK" TO WS-PURCHASE-UNIT
               MOVE 1     TO WS-PURCH-FACTOR
           END-IF
           IF WS-PURCHASE-UNIT = SPACES
               MOVE "STK" TO WS-PURCHASE-UNIT
           END-IF
           IF WS-MIN-ORDER-QTY IS NOT NUMERIC
               MOVE ZERO TO WS-MIN-ORDER-QTY
           END-IF.

      *----------------------------------------------------------------
      * Sucht den Lagerort WS-SEARCH-LOC in der Lagerort-Tabelle des
      * Artikels; WS-FOUND-SUB = Tabellenplatz oder null.
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * Protokollzeilen eines Lagerorts der soeben angewendeten
      * Buchung: ohne Chargen-Bewegungen eine Zeile wie bisher (ein
      * Wareneingang traegt dabei seine Charge). Hat die Buchung
      * Chargen bewegt, entsteht je Charge eine Zeile mit ihrer
      * Teilmenge und fortlaufendem Lagerort-Bestand - Mengen-
      * summen und Endbestand je Lagerort bleiben fuer Abschluss,
      * REPLAY und INVANAL dieselben. WS-AUDIT-ADDING steht fuer
      * den Ziel-Lagerort einer Umlagerung, sonst wird entnommen.
      * Eine Inventur-Korrektur, die Chargen ausgebucht hat, schreibt
      * nach den Chargen-Zeilen (Teilmenge je Charge) noch die Zeile
      * mit dem absoluten Zaehlbestand - der Abschluss rechnet bei
      * Korrekturen mit dem Bestandsdelta, die Summe der Zeilen
      * ergibt so genau die Korrektur des Lagerorts.
      *----------------------------------------------------------------
       WRITE-AUDIT-LOT-ENTRIES.
           IF WS-LMV-COUNT = ZERO
               MOVE WS-TRANS-QTY TO WS-AUDIT-QTY
               PERFORM WRITE-AUDIT-LOG-ENTRY
           ELSE
               MOVE WS-STOCK-BEFORE TO WS-AUDIT-RUNNING
               PERFORM VARYING WS-LMV-SUB FROM 1 BY 1
                   UNTIL WS-LMV-SUB > WS-LMV-COUNT
                   PERFORM WRITE-ONE-LOT-AUDIT-ENTRY
               END-PERFORM
               IF WS-ADJUSTMENT
                   PERFORM WRITE-COUNTED-AUDIT-ENTRY
               END-IF
           END-IF.

       WRITE-ONE-LOT-AUDIT-ENTRY.
           MOVE WS-LMV-QTY(WS-LMV-SUB)    TO WS-AUDIT-QTY
           MOVE WS-LMV-LOT-NO(WS-LMV-SUB) TO WS-AUDIT-LOT-NO
           MOVE WS-AUDIT-RUNNING          TO WS-STOCK-BEFORE
           IF WS-AUDIT-ADDING
               ADD WS-AUDIT-QTY TO WS-AUDIT-RUNNING
           ELSE
               SUBTRACT WS-AUDIT-QTY FROM WS-AUDIT-RUNNING
           END-IF
           MOVE WS-AUDIT-RUNNING          TO WS-STOCK-AFTER
           PERFORM WRITE-AUDIT-LOG-ENTRY.

       WRITE-COUNTED-AUDIT-ENTRY.
           MOVE WS-TRANS-QTY              TO WS-AUDIT-QTY
           MOVE SPACES                    TO WS-AUDIT-LOT-NO
           MOVE WS-AUDIT-RUNNING          TO WS-STOCK-BEFORE
           MOVE WS-TRANS-QTY              TO WS-STOCK-AFTER
           PERFORM WRITE-AUDIT-LOG-ENTRY.

      *----------------------------------------------------------------
      * Haengt einen Satz fuer die soeben angewendete Buchung an das
      * Bewegungsprotokoll an.
           MOVE WS-CURRENT-SEQ-NO  TO AUD-SEQ-NO
           MOVE WS-ARTICLE-ID      TO AUD-ARTICLE-ID
           MOVE WS-TRANS-TYPE      TO AUD-TRANS-TYPE
           MOVE WS-AUDIT-QTY       TO AUD-TRANS-QTY
           MOVE WS-STOCK-BEFORE    TO AUD-STOCK-BEFORE
           MOVE WS-STOCK-AFTER     TO AUD-STOCK-AFTER
           MOVE WS-RESULT-CODE     TO AUD-RESULT-CODE
           MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE WS-AUDIT-LOCATION  TO AUD-LOCATION
           MOVE WS-AUDIT-LOT-NO    TO AUD-LOT-NO
           WRITE AUDIT-LOG-RECORD
           ADD 1 TO WS-AUDIT-ENTRIES.

      * bestand als Menge - null ist dort zulaessig (Artikel mit
      * Zaehlbestand null), bei Zu- und Abgaengen nicht. Eine
      * Umlagerung (Typ 'T') braucht einen Ziel-Lagerort, der vom
      * Quell-Lagerort abweicht. Das Mindesthaltbarkeitsdatum eines
      * Wareneingangs oder einer Kundenretoure mit Charge ist leer
      * oder ein gueltiges Kalenderdatum JJJJMMTT. Retouren
      * brauchen einen Grund ihrer Art, die Lieferantenretoure
      * zusaetzlich die Bestellung. Aus dem Sperrlager wird weder
      * ausgeliefert noch reserviert. Mengen in Gebinden gibt es
      * nur beim Wareneingang mit Bestellbezug.
      *----------------------------------------------------------------
       VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-CHECK-VALID-SW
           IF (WS-INBOUND OR WS-CUST-RETURN)
               AND WS-TRANS-LOT-NO NOT = SPACES
               AND WS-TRANS-BEST-BEFORE NOT = SPACES
               MOVE 'N' TO WS-CHECK-VALID-SW
               IF WS-TRANS-BEST-BEFORE IS NUMERIC
                   MOVE WS-TRANS-BEST-BEFORE TO WS-CHECK-DATE
                   PERFORM CHECK-CALENDAR-DATE
               END-IF
           END-IF

           IF NOT (WS-INBOUND OR WS-OUTBOUND OR WS-ADJUSTMENT
               OR WS-TRANSFER OR WS-RESERVATION
               OR WS-CUST-RETURN OR WS-SUPP-RETURN)
               MOVE 'IT' TO WS-RESULT-CODE
           ELSE IF WS-TRANS-QTY <= ZERO AND NOT WS-ADJUSTMENT
               MOVE 'IT' TO WS-RESULT-CODE
               AND (WS-TRANS-TO-LOCATION = ZERO
                   OR WS-TRANS-TO-LOCATION = WS-TRANS-LOCATION)
               MOVE 'IL' TO WS-RESULT-CODE
           ELSE IF NOT (WS-QTY-IN-PIECES OR WS-QTY-IN-PACKS)
               MOVE 'IT' TO WS-RESULT-CODE
           ELSE IF WS-QTY-IN-PACKS
               AND (NOT WS-INBOUND OR WS-TRANS-ORDER-NO = ZERO)
               MOVE 'IT' TO WS-RESULT-CODE
           ELSE IF WS-CUST-RETURN AND NOT WS-REASON-CUSTOMER
               MOVE 'IT' TO WS-RESULT-CODE
           ELSE IF WS-SUPP-RETURN
               AND (NOT WS-REASON-SUPPLIER
                   OR WS-TRANS-ORDER-NO = ZERO)
               MOVE 'IT' TO WS-RESULT-CODE
           ELSE IF (WS-OUTBOUND OR WS-RESERVATION)
               AND WS-TRANS-LOCATION = WS-QUARANTINE-LOC
               MOVE 'IL' TO WS-RESULT-CODE
           ELSE IF NOT WS-CHECK-VALID
               MOVE 'IT' TO WS-RESULT-CODE
           ELSE
               MOVE 'OK' TO WS-RESULT-CODE
           END-IF.

      *----------------------------------------------------------------
      * Kalenderpruefung JJJJMMTT: der Tag wird vom Monatsersten aus
      * abgezaehlt - landet er in einem anderen Monat, gibt es ihn
      * nicht (20250231 ist kein Datum).
      *----------------------------------------------------------------
       CHECK-CALENDAR-DATE.
           MOVE 'N' TO WS-CHECK-VALID-SW
           DIVIDE WS-CHECK-DATE BY 100
               GIVING WS-CHECK-PERIOD REMAINDER WS-CHECK-DAY
           DIVIDE WS-CHECK-PERIOD BY 100
               GIVING WS-CHECK-YEAR REMAINDER WS-CHECK-MONTH
           IF WS-CHECK-YEAR >= 1601 AND WS-CHECK-YEAR <= 9998
               AND WS-CHECK-MONTH >= 1 AND WS-CHECK-MONTH <= 12
               AND WS-CHECK-DAY >= 1
               COMPUTE WS-CHECK-MONTH-START = WS-CHECK-PERIOD * 100 + 1
               COMPUTE WS-CHECK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-MONTH-START)
                       + WS-CHECK-DAY - 1
               COMPUTE WS-CHECK-MONTH-START =
                   FUNCTION DATE-OF-INTEGER(WS-CHECK-INTEGER)
               IF WS-CHECK-MONTH-START = WS-CHECK-DATE
                   MOVE 'Y' TO WS-CHECK-VALID-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Wareneingang: erhoeht den Bestand und loescht die bestellte
      * Menge aus dem offenen Bestellbestand, soweit der Eingang ihn
       PROCESS-INBOUND.
           MOVE WS-TRANS-LOCATION TO WS-SEARCH-LOC
           PERFORM FIND-OR-CREATE-LOCATION-ENTRY
           MOVE ZERO TO WS-LOT-FOUND-SUB
           IF WS-FOUND-SUB > ZERO AND WS-TRANS-LOT-NO NOT = SPACES
               MOVE WS-TRANS-LOT-NO      TO WS-LOT-SEARCH-NO
               MOVE WS-TRANS-BEST-BEFORE TO WS-LOT-SEARCH-BB
               PERFORM FIND-OR-CREATE-LOT-ENTRY
           END-IF
           IF WS-FOUND-SUB = ZERO
               MOVE 'IL' TO WS-RESULT-CODE
           ELSE IF WS-TRANS-LOT-NO NOT = SPACES
               AND WS-LOT-FOUND-SUB = ZERO
               MOVE 'LF' TO WS-RESULT-CODE
           ELSE
      * Durchschnittspreis vor der Bestandserhoehung fortschreiben -
      * die Formel braucht den alten Gesamtbestand.
               PERFORM UPDATE-MOVING-AVERAGE
               MOVE WS-LOC-STOCK(WS-FOUND-SUB) TO WS-STOCK-BEFORE
               ADD WS-TRANS-QTY TO WS-LOC-STOCK(WS-FOUND-SUB)
      * Chargenware in ihre Charge buchen; die Protokollzeile
      * traegt die Charge.
               IF WS-LOT-FOUND-SUB > ZERO
                   ADD WS-TRANS-QTY TO WS-LOT-QTY(WS-LOT-FOUND-SUB)
                   MOVE WS-TRANS-LOT-NO TO WS-AUDIT-LOT-NO
               END-IF
               COMPUTE WS-NEW-STOCK =
                   WS-CURRENT-STOCK + WS-TRANS-QTY
               MOVE WS-NEW-STOCK TO WS-CURRENT-STOCK
               IF WS-TRANS-ORDER-NO > ZERO
                   PERFORM MATCH-RECEIPT-TO-ORDER
               END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------
      * gemeldet - die Zuordnung muss der Einkauf klaeren.
      *----------------------------------------------------------------
       MATCH-RECEIPT-TO-ORDER.
           PERFORM FIND-OPEN-ORDER-ENTRY
           IF WS-OO-FOUND-SUB = ZERO
               ADD 1 TO WS-RECEIPTS-UNMATCHED
               DISPLAY "INVENTORY: Wareneingang ohne offene "
                   "Bestellung Bestell-Nr=" WS-TRANS-ORDER-NO
           ELSE
               PERFORM WRITE-RECEIPT-MATCH
           END-IF.

      *----------------------------------------------------------------
      * Sucht die Bestellung WS-TRANS-ORDER-NO in der Bestell-
      * Tabelle; WS-OO-FOUND-SUB bleibt null, wenn sie dort nicht
      * (mehr) steht.
      *----------------------------------------------------------------
       FIND-OPEN-ORDER-ENTRY.
           MOVE ZERO TO WS-OO-FOUND-SUB
           PERFORM VARYING WS-OO-MATCH-SUB FROM 1 BY 1
               UNTIL WS-OO-MATCH-SUB > WS-OO-COUNT
                       WS-TRANS-ORDER-NO
                   MOVE WS-OO-MATCH-SUB TO WS-OO-FOUND-SUB
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * Wareneingang in Gebinden: mit dem Umrechnungsfaktor der
      * Bestellung (nicht dem heutigen des Artikels - der kann seit
      * der Bestellung geaendert sein) in Stueck umrechnen, der
      * Rechnungspreis je Gebinde wird zum Preis je Stueck. Die
      * umgerechnete Menge darf die offene Restmenge der Bestellung
      * nicht uebersteigen. Die gelesenen Werte bleiben fuer das
      * Parken einer spaeter abgelehnten Buchung erhalten.
      *----------------------------------------------------------------
       CONVERT-RECEIPT-TO-PIECES.
           PERFORM FIND-OPEN-ORDER-ENTRY
           IF WS-OO-FOUND-SUB = ZERO
               MOVE 'IO' TO WS-RESULT-CODE
           ELSE IF WS-OO-ARTICLE-ID(WS-OO-FOUND-SUB)
               NOT = WS-ARTICLE-ID
               MOVE 'IO' TO WS-RESULT-CODE
           ELSE
               COMPUTE WS-RECEIPT-PIECES =
                   WS-TRANS-QTY * WS-OO-PURCH-FACTOR(WS-OO-FOUND-SUB)
               IF WS-RECEIPT-PIECES > WS-OO-REMAINING(WS-OO-FOUND-SUB)
                   MOVE 'UL' TO WS-RESULT-CODE
                   DISPLAY "INVENTORY: Eingang uebersteigt Bestellung "
                       "Bestell-Nr=" WS-TRANS-ORDER-NO
                       " Stueck=" WS-RECEIPT-PIECES
                       " offen=" WS-OO-REMAINING(WS-OO-FOUND-SUB)
               ELSE
                   MOVE WS-TRANS-QTY      TO WS-BOOKED-QTY
                   MOVE WS-TRANS-PRICE    TO WS-BOOKED-PRICE
                   MOVE WS-RECEIPT-PIECES TO WS-TRANS-QTY
                   IF WS-TRANS-PRICE > ZERO
                       COMPUTE WS-TRANS-PRICE ROUNDED =
                           WS-BOOKED-PRICE
                               / WS-OO-PURCH-FACTOR(WS-OO-FOUND-SUB)
                   END-IF
                   SET WS-QTY-IN-PIECES TO TRUE
                   SET WS-CONVERTED     TO TRUE
                   ADD 1 TO WS-RECEIPTS-CONVERTED
               END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------
                   SUBTRACT WS-TRANS-QTY
                       FROM WS-LOC-RESERVED(WS-FOUND-SUB)
               END-IF
      * Chargenware verlaesst das Lager in der Reihenfolge ihres
      * Ablaufs; was die Chargen nicht decken, kommt aus dem
      * Bestand ohne Chargenfuehrung.
               MOVE WS-TRANS-QTY TO WS-LOT-REST
               PERFORM CONSUME-LOTS-FEFO
               MOVE 'OK' TO WS-RESULT-CODE
           END-IF.

           MOVE WS-TRANS-LOCATION TO WS-SEARCH-LOC
           PERFORM FIND-LOCATION-ENTRY
           MOVE WS-FOUND-SUB TO WS-FROM-SUB
           PERFORM COUNT-LOT-ENTRIES
           IF WS-FROM-SUB = ZERO
               MOVE 'IS' TO WS-RESULT-CODE
           ELSE IF WS-TRANS-QTY > WS-LOC-STOCK(WS-FROM-SUB)
               MOVE 'IS' TO WS-RESULT-CODE
      * Eine angebrochene Charge braucht am Ziel einen eigenen
      * Tabellenplatz - ganz umgelagerte Chargen geben ihren Platz
      * an der Quelle frei.
           ELSE IF WS-LOT-LOC-SUM > ZERO AND WS-LOT-FREE-COUNT = ZERO
               MOVE 'LF' TO WS-RESULT-CODE
           ELSE
               MOVE WS-TRANS-TO-LOCATION TO WS-SEARCH-LOC
               PERFORM FIND-OR-CREATE-LOCATION-ENTRY
                   MOVE WS-LOC-STOCK(WS-TO-SUB)  TO WS-STOCK-AFTER-2
                   MOVE WS-TRANS-TO-LOCATION TO WS-AUDIT-LOCATION-2
                   SET WS-AUDIT-SECOND-YES TO TRUE
      * Die Chargen ziehen in Ablauf-Reihenfolge mit um.
                   MOVE WS-TRANS-LOCATION TO WS-SEARCH-LOC
                   MOVE WS-TRANS-QTY      TO WS-LOT-REST
                   PERFORM CONSUME-LOTS-FEFO
                   PERFORM VARYING WS-LMV-SUB FROM 1 BY 1
                       UNTIL WS-LMV-SUB > WS-LMV-COUNT
                       IF WS-LMV-LOT-NO(WS-LMV-SUB) NOT = SPACES
                           PERFORM MOVE-LOT-TO-TARGET
                       END-IF
                   END-PERFORM
                   MOVE 'OK' TO WS-RESULT-CODE
               END-IF
           END-IF
           END-IF.

       MOVE-LOT-TO-TARGET.
           MOVE WS-TRANS-TO-LOCATION          TO WS-SEARCH-LOC
           MOVE WS-LMV-LOT-NO(WS-LMV-SUB)     TO WS-LOT-SEARCH-NO
           MOVE WS-LMV-BEST-BEFORE(WS-LMV-SUB) TO WS-LOT-SEARCH-BB
           PERFORM FIND-OR-CREATE-LOT-ENTRY
           IF WS-LOT-FOUND-SUB > ZERO
               ADD WS-LMV-QTY(WS-LMV-SUB)
                   TO WS-LOT-QTY(WS-LOT-FOUND-SUB)
           END-IF.

      *----------------------------------------------------------------
               MOVE WS-TRANS-QTY TO WS-LOC-STOCK(WS-FOUND-SUB)
               MOVE WS-LOC-STOCK(WS-FOUND-SUB) TO WS-STOCK-AFTER
               PERFORM SUM-LOCATION-STOCK
               PERFORM TRIM-LOTS-TO-LOCATION
               MOVE 'OK' TO WS-RESULT-CODE
           END-IF.

      *----------------------------------------------------------------
      * Liegt der gezaehlte Bestand unter der Summe der Chargen des
      * Lagerorts, wird die Fehlmenge wie ein Abgang aus den zuerst
      * ablaufenden Chargen ausgebucht; ein Mehrbestand bleibt Ware
      * ohne Chargenfuehrung. Die ausgebuchten Chargen erscheinen
      * als eigene Protokollzeilen (WRITE-AUDIT-LOT-ENTRIES), die
      * Korrektur selbst bleibt die letzte Zeile mit dem absoluten
      * Zaehlbestand.
      *----------------------------------------------------------------
       TRIM-LOTS-TO-LOCATION.
           PERFORM COUNT-LOT-ENTRIES
           IF WS-LOT-LOC-SUM > WS-TRANS-QTY
               COMPUTE WS-LOT-REST = WS-LOT-LOC-SUM - WS-TRANS-QTY
               PERFORM CONSUME-LOTS-FEFO
           END-IF.

      *----------------------------------------------------------------
      * Kundenretoure: die Ware kommt an den gebuchten Lagerort in
      * den verkaufsfaehigen Bestand zurueck - defekte oder beim
      * Transport beschaedigte Ware ('KD'/'KT') dagegen in das
      * Sperrlager, die Protokollzeile steht dann auf dem
      * Sperrlager. Eine mitgegebene Charge wird wie beim Waren-
      * eingang gefuehrt. Durchschnittspreis und Bestellbestand
      * bleiben unberuehrt - die Retoure ist kein Einkauf.
      *----------------------------------------------------------------
       PROCESS-CUSTOMER-RETURN.
           IF WS-REASON-QUARANTINE
               MOVE WS-QUARANTINE-LOC TO WS-RETURN-LOC
           ELSE
               MOVE WS-TRANS-LOCATION TO WS-RETURN-LOC
           END-IF
           MOVE WS-RETURN-LOC TO WS-SEARCH-LOC
           MOVE WS-RETURN-LOC TO WS-AUDIT-LOCATION
           PERFORM FIND-OR-CREATE-LOCATION-ENTRY
           MOVE ZERO TO WS-LOT-FOUND-SUB
           IF WS-FOUND-SUB > ZERO AND WS-TRANS-LOT-NO NOT = SPACES
               MOVE WS-TRANS-LOT-NO      TO WS-LOT-SEARCH-NO
               MOVE WS-TRANS-BEST-BEFORE TO WS-LOT-SEARCH-BB
               PERFORM FIND-OR-CREATE-LOT-ENTRY
           END-IF
           IF WS-FOUND-SUB = ZERO
               MOVE 'IL' TO WS-RESULT-CODE
           ELSE IF WS-TRANS-LOT-NO NOT = SPACES
               AND WS-LOT-FOUND-SUB = ZERO
               MOVE 'LF' TO WS-RESULT-CODE
           ELSE
               MOVE WS-LOC-STOCK(WS-FOUND-SUB) TO WS-STOCK-BEFORE
               ADD WS-TRANS-QTY TO WS-LOC-STOCK(WS-FOUND-SUB)
               IF WS-LOT-FOUND-SUB > ZERO
                   ADD WS-TRANS-QTY TO WS-LOT-QTY(WS-LOT-FOUND-SUB)
                   MOVE WS-TRANS-LOT-NO TO WS-AUDIT-LOT-NO
               END-IF
               COMPUTE WS-NEW-STOCK =
                   WS-CURRENT-STOCK + WS-TRANS-QTY
               MOVE WS-NEW-STOCK TO WS-CURRENT-STOCK
               MOVE WS-LOC-STOCK(WS-FOUND-SUB) TO WS-STOCK-AFTER
               ADD 1 TO WS-CUST-RETURNS
               MOVE 'OK' TO WS-RESULT-CODE
           END-IF
           END-IF.

      *----------------------------------------------------------------
      * Lieferantenretoure: nimmt die Menge am gebuchten Lagerort
      * (haeufig das Sperrlager) gegen die Bestellung TRANS-ORDER-NO
      * heraus, Chargenware in Ablauf-Reihenfolge. Die Bestellung
      * muss zum Artikel gehoeren; ist sie schon ausgesteuert (voll
      * geliefert), gilt der Lieferant des Artikels. Mit Ersatz-
      * lieferung ('LE'/'LF') lebt die Restmenge der Bestellung um
      * die Retourenmenge wieder auf, hoechstens bis zur Bestell-
      * menge. Jede Retoure wird als Ersatz- bzw. Gutschrifts-
      * anforderung fuer den Einkauf festgehalten.
      *----------------------------------------------------------------
       PROCESS-SUPPLIER-RETURN.
           PERFORM FIND-OPEN-ORDER-ENTRY
           MOVE WS-TRANS-LOCATION TO WS-SEARCH-LOC
           PERFORM FIND-LOCATION-ENTRY
           IF WS-OO-FOUND-SUB > ZERO
               AND WS-OO-ARTICLE-ID(WS-OO-FOUND-SUB)
                   NOT = WS-ARTICLE-ID
               MOVE 'IO' TO WS-RESULT-CODE
           ELSE IF WS-FOUND-SUB = ZERO
               MOVE 'IS' TO WS-RESULT-CODE
           ELSE IF WS-TRANS-QTY > WS-LOC-STOCK(WS-FOUND-SUB)
               MOVE 'IS' TO WS-RESULT-CODE
           ELSE
               MOVE WS-LOC-STOCK(WS-FOUND-SUB) TO WS-STOCK-BEFORE
               SUBTRACT WS-TRANS-QTY
                   FROM WS-LOC-STOCK(WS-FOUND-SUB)
               COMPUTE WS-NEW-STOCK =
                   WS-CURRENT-STOCK - WS-TRANS-QTY
               MOVE WS-NEW-STOCK TO WS-CURRENT-STOCK
               MOVE WS-LOC-STOCK(WS-FOUND-SUB) TO WS-STOCK-AFTER
      * Die Reservierung kann nicht ueber dem verbliebenen Bestand
      * des Lagerorts stehen.
               IF WS-LOC-RESERVED(WS-FOUND-SUB)
                   > WS-LOC-STOCK(WS-FOUND-SUB)
                   MOVE WS-LOC-STOCK(WS-FOUND-SUB)
                       TO WS-LOC-RESERVED(WS-FOUND-SUB)
               END-IF
               MOVE WS-TRANS-QTY TO WS-LOT-REST
               PERFORM CONSUME-LOTS-FEFO
               MOVE ZERO TO WS-REOPEN-QTY
               IF WS-REASON-REPLACEMENT
                   PERFORM REOPEN-ORDER-FOR-RETURN
               END-IF
               PERFORM WRITE-SUPPLIER-RETURN
               ADD 1 TO WS-SUPP-RETURNS
               MOVE 'OK' TO WS-RESULT-CODE
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------
      * Restmenge der Bestellung fuer die Ersatzlieferung wieder
      * oeffnen: der Ersatz wird eine Wiederbeschaffungszeit nach
      * heute erwartet, der Bestellbestand des Artikels waechst um
      * die wieder geoeffnete Menge. Eine bereits ausgesteuerte
      * Bestellung wird mit ihrer Nummer neu in die Bestell-Tabelle
      * aufgenommen.
      *----------------------------------------------------------------
       REOPEN-ORDER-FOR-RETURN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-EDI-RUN-DATE
           PERFORM COMPUTE-EXPECTED-DATE
           IF WS-OO-FOUND-SUB = ZERO
               IF WS-OO-COUNT >= 500
                   DISPLAY "INVENTORY: Bestell-Tabelle voll - Abbruch"
                   STOP RUN
               END-IF
               ADD 1 TO WS-OO-COUNT
               MOVE WS-OO-COUNT       TO WS-OO-FOUND-SUB
               MOVE WS-TRANS-ORDER-NO TO WS-OO-ORDER-NO(WS-OO-FOUND-SUB)
               MOVE WS-EDI-RUN-DATE
                   TO WS-OO-ORDER-DATE(WS-OO-FOUND-SUB)
               MOVE WS-ARTICLE-ID  TO WS-OO-ARTICLE-ID(WS-OO-FOUND-SUB)
               MOVE WS-SUPPLIER-ID
                   TO WS-OO-SUPPLIER-ID(WS-OO-FOUND-SUB)
               MOVE WS-TRANS-QTY   TO WS-OO-QTY(WS-OO-FOUND-SUB)
               MOVE ZERO           TO WS-OO-REMAINING(WS-OO-FOUND-SUB)
               MOVE WS-PURCHASE-UNIT
                   TO WS-OO-PURCHASE-UNIT(WS-OO-FOUND-SUB)
               MOVE WS-PURCH-FACTOR
                   TO WS-OO-PURCH-FACTOR(WS-OO-FOUND-SUB)
               DIVIDE WS-TRANS-QTY BY WS-PURCH-FACTOR
                   GIVING WS-ORDER-PACKS REMAINDER WS-PACK-REST
               IF WS-PACK-REST > ZERO
                   ADD 1 TO WS-ORDER-PACKS
               END-IF
               MOVE WS-ORDER-PACKS TO WS-OO-PACKS(WS-OO-FOUND-SUB)
           END-IF
           COMPUTE WS-NEW-REMAINING =
               WS-OO-REMAINING(WS-OO-FOUND-SUB) + WS-TRANS-QTY
           IF WS-NEW-REMAINING > WS-OO-QTY(WS-OO-FOUND-SUB)
               MOVE WS-OO-QTY(WS-OO-FOUND-SUB) TO WS-NEW-REMAINING
           END-IF
           IF WS-NEW-REMAINING > WS-OO-REMAINING(WS-OO-FOUND-SUB)
               COMPUTE WS-REOPEN-QTY =
                   WS-NEW-REMAINING - WS-OO-REMAINING(WS-OO-FOUND-SUB)
               MOVE WS-NEW-REMAINING
                   TO WS-OO-REMAINING(WS-OO-FOUND-SUB)
               MOVE WS-EXPECTED-DATE TO WS-OO-EXPECTED(WS-OO-FOUND-SUB)
               ADD WS-REOPEN-QTY TO WS-ON-ORDER-QTY
               IF WS-NEXT-DELIVERY-DATE = SPACES
                   OR WS-NEXT-DELIVERY-DATE > WS-EXPECTED-DATE
                   MOVE WS-EXPECTED-DATE TO WS-NEXT-DELIVERY-DATE
               END-IF
               ADD 1 TO WS-ORDERS-REOPENED
           END-IF.

      *----------------------------------------------------------------
      * Retouren-/Gutschriftsanforderung fuer den Einkauf schreiben,
      * bewertet zum gleitenden Durchschnittspreis (ersatzweise
      * Listenpreis).
      *----------------------------------------------------------------
       WRITE-SUPPLIER-RETURN.
           IF WS-AVG-COST > ZERO
               MOVE WS-AVG-COST TO WS-EFFECTIVE-COST
           ELSE
               MOVE WS-UNIT-PRICE TO WS-EFFECTIVE-COST
           END-IF
           COMPUTE WS-RETURN-VALUE = WS-TRANS-QTY * WS-EFFECTIVE-COST
           IF WS-OO-FOUND-SUB > ZERO
               MOVE WS-OO-SUPPLIER-ID(WS-OO-FOUND-SUB)
                   TO WS-RETURN-SUPPLIER
           ELSE
               MOVE WS-SUPPLIER-ID TO WS-RETURN-SUPPLIER
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO SR-RETURN-DATE
           MOVE WS-CURRENT-SEQ-NO   TO SR-SEQ-NO
           MOVE WS-TRANS-ORDER-NO   TO SR-ORDER-NO
           MOVE WS-RETURN-SUPPLIER  TO SR-SUPPLIER-ID
           MOVE WS-ARTICLE-ID       TO SR-ARTICLE-ID
           MOVE WS-TRANS-LOCATION   TO SR-LOCATION
           MOVE WS-TRANS-QTY        TO SR-RETURN-QTY
           MOVE WS-TRANS-REASON-CODE TO SR-REASON-CODE
           IF WS-REASON-REPLACEMENT
               SET SR-REPLACEMENT TO TRUE
           ELSE
               SET SR-CREDIT-ONLY TO TRUE
           END-IF
           MOVE WS-REOPEN-QTY       TO SR-REOPENED-QTY
           MOVE WS-EFFECTIVE-COST   TO SR-UNIT-COST
           MOVE WS-RETURN-VALUE     TO SR-RETURN-VALUE
           WRITE SUPPLIER-RETURN-RECORD.

      *----------------------------------------------------------------
      * Gesamtbestand des Artikels als Summe ueber alle Lagerorte
      * neu ermitteln (nach einer Inventur-Korrektur je Lagerort).
           ELSE
               MOVE WS-CURRENT-STOCK TO WS-REORDER-BASE-STOCK
               PERFORM SUM-RESERVED-QTY
      * Gesperrter Bestand ist nicht verfuegbar.
               MOVE WS-QUARANTINE-LOC TO WS-SEARCH-LOC
               PERFORM FIND-LOCATION-ENTRY
               IF WS-FOUND-SUB > ZERO
                   SUBTRACT WS-LOC-STOCK(WS-FOUND-SUB)
                       FROM WS-REORDER-BASE-STOCK
               END-IF
           END-IF
           COMPUTE WS-AVAIL-STOCK =
               WS-REORDER-BASE-STOCK - WS-RESERVED-SUM
               IF WS-ORDER-QTY < WS-REORDER-QTY
                   MOVE WS-REORDER-QTY TO WS-ORDER-QTY
               END-IF
               PERFORM ROUND-ORDER-TO-PACKS
               ADD WS-ORDER-QTY TO WS-ON-ORDER-QTY
           ELSE
               MOVE 'N' TO WS-ORDER-NEEDED
               MOVE ZERO TO WS-ORDER-QTY
               MOVE ZERO TO WS-ORDER-PACKS
           END-IF.

      *----------------------------------------------------------------
      * Bestellmenge auf ganze Gebinde des Lieferanten aufrunden und
      * mindestens die Mindestbestellmenge (in Gebinden) bestellen;
      * die Stueckmenge ist dann Gebinde mal Faktor. Was ueber die
      * Mengenfelder hinausginge, wird auf die groesste ganze
      * Gebindezahl gekappt.
      *----------------------------------------------------------------
       ROUND-ORDER-TO-PACKS.
           DIVIDE WS-ORDER-QTY BY WS-PURCH-FACTOR
               GIVING WS-ORDER-PACKS REMAINDER WS-PACK-REST
           IF WS-PACK-REST > ZERO
               ADD 1 TO WS-ORDER-PACKS
           END-IF
           IF WS-ORDER-PACKS < WS-MIN-ORDER-QTY
               MOVE WS-MIN-ORDER-QTY TO WS-ORDER-PACKS
           END-IF
           COMPUTE WS-ORDER-PIECES = WS-ORDER-PACKS * WS-PURCH-FACTOR
           IF WS-ORDER-PIECES + WS-ON-ORDER-QTY > 999999
               COMPUTE WS-ORDER-PACKS =
                   (999999 - WS-ON-ORDER-QTY) / WS-PURCH-FACTOR
               COMPUTE WS-ORDER-PIECES =
                   WS-ORDER-PACKS * WS-PURCH-FACTOR
           END-IF
           MOVE WS-ORDER-PIECES TO WS-ORDER-QTY.

      *----------------------------------------------------------------
      * Reservierte Menge des Artikels als Summe ueber alle
      * Lagerorte.
                       TO WS-RESERVED-SUM
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * Chargenmenge des Lagerorts WS-SEARCH-LOC und Zahl der
      * freien Plaetze der Chargen-Tabelle.
      *----------------------------------------------------------------
       COUNT-LOT-ENTRIES.
           MOVE ZERO TO WS-LOT-LOC-SUM
           MOVE ZERO TO WS-LOT-FREE-COUNT
           PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
               UNTIL WS-LOT-SUB > 20
               IF WS-LOT-LOC(WS-LOT-SUB) = ZERO
                   ADD 1 TO WS-LOT-FREE-COUNT
               ELSE IF WS-LOT-LOC(WS-LOT-SUB) = WS-SEARCH-LOC
                   ADD WS-LOT-QTY(WS-LOT-SUB) TO WS-LOT-LOC-SUM
               END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * Sucht die Charge WS-LOT-SEARCH-NO am Lagerort WS-SEARCH-LOC
      * und belegt bei Bedarf den ersten freien Platz mit Charge und
      * Mindesthaltbarkeitsdatum WS-LOT-SEARCH-BB; WS-LOT-FOUND-SUB
      * bleibt null, wenn die Tabelle voll ist. Eine Nachlieferung
      * derselben Charge behaelt das Datum der ersten Lieferung.
      *----------------------------------------------------------------
       FIND-OR-CREATE-LOT-ENTRY.
           MOVE ZERO TO WS-LOT-FOUND-SUB
           PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
               UNTIL WS-LOT-SUB > 20
               IF WS-LOT-FOUND-SUB = ZERO
                   AND WS-LOT-LOC(WS-LOT-SUB) = WS-SEARCH-LOC
                   AND WS-LOT-NO(WS-LOT-SUB) = WS-LOT-SEARCH-NO
                   MOVE WS-LOT-SUB TO WS-LOT-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-LOT-FOUND-SUB = ZERO
               PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                   UNTIL WS-LOT-SUB > 20
                   IF WS-LOT-FOUND-SUB = ZERO
                       AND WS-LOT-LOC(WS-LOT-SUB) = ZERO
                       MOVE WS-LOT-SUB TO WS-LOT-FOUND-SUB
                       MOVE WS-SEARCH-LOC
                           TO WS-LOT-LOC(WS-LOT-FOUND-SUB)
                       MOVE WS-LOT-SEARCH-NO
                           TO WS-LOT-NO(WS-LOT-FOUND-SUB)
                       MOVE WS-LOT-SEARCH-BB
                           TO WS-LOT-BEST-BEFORE(WS-LOT-FOUND-SUB)
                       MOVE ZERO TO WS-LOT-QTY(WS-LOT-FOUND-SUB)
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * Entnimmt WS-LOT-REST aus den Chargen des Lagerorts
      * WS-SEARCH-LOC, jeweils aus der zuerst ablaufenden Charge,
      * bis die Menge gedeckt ist oder keine Charge mehr Bestand
      * hat. Jede Entnahme steht danach in der Chargen-Bewegungs-
      * liste; ein ungedeckter Rest aus Bestand ohne Chargen-
      * fuehrung wird als eigene Zeile ohne Charge angefuegt.
      *----------------------------------------------------------------
       CONSUME-LOTS-FEFO.
           MOVE ZERO TO WS-LMV-COUNT
           MOVE 'N'  TO WS-LOT-NONE-LEFT-SW
           PERFORM UNTIL WS-LOT-REST = ZERO OR WS-LOT-NONE-LEFT
               PERFORM FIND-EARLIEST-LOT
               IF WS-LOT-PICK-SUB = ZERO
                   SET WS-LOT-NONE-LEFT TO TRUE
               ELSE
                   PERFORM TAKE-FROM-LOT
               END-IF
           END-PERFORM
           IF WS-LOT-REST > ZERO AND WS-LMV-COUNT > ZERO
               ADD 1 TO WS-LMV-COUNT
               MOVE SPACES      TO WS-LMV-LOT-NO(WS-LMV-COUNT)
               MOVE SPACES      TO WS-LMV-BEST-BEFORE(WS-LMV-COUNT)
               MOVE WS-LOT-REST TO WS-LMV-QTY(WS-LMV-COUNT)
           END-IF.

       FIND-EARLIEST-LOT.
           MOVE ZERO TO WS-LOT-PICK-SUB
           PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
               UNTIL WS-LOT-SUB > 20
               IF WS-LOT-LOC(WS-LOT-SUB) = WS-SEARCH-LOC
                   AND WS-LOT-QTY(WS-LOT-SUB) > ZERO
                   IF WS-LOT-BEST-BEFORE(WS-LOT-SUB) = SPACES
                       MOVE "99999999" TO WS-LOT-CAND-DATE
                   ELSE
                       MOVE WS-LOT-BEST-BEFORE(WS-LOT-SUB)
                           TO WS-LOT-CAND-DATE
                   END-IF
                   IF WS-LOT-PICK-SUB = ZERO
                       OR WS-LOT-CAND-DATE < WS-LOT-PICK-DATE
                       MOVE WS-LOT-SUB       TO WS-LOT-PICK-SUB
                       MOVE WS-LOT-CAND-DATE TO WS-LOT-PICK-DATE
                   END-IF
               END-IF
           END-PERFORM.

       TAKE-FROM-LOT.
           IF WS-LOT-REST < WS-LOT-QTY(WS-LOT-PICK-SUB)
               MOVE WS-LOT-REST TO WS-LOT-TAKE
           ELSE
               MOVE WS-LOT-QTY(WS-LOT-PICK-SUB) TO WS-LOT-TAKE
           END-IF
           SUBTRACT WS-LOT-TAKE FROM WS-LOT-QTY(WS-LOT-PICK-SUB)
           SUBTRACT WS-LOT-TAKE FROM WS-LOT-REST
           ADD 1 TO WS-LMV-COUNT
           MOVE WS-LOT-NO(WS-LOT-PICK-SUB)
               TO WS-LMV-LOT-NO(WS-LMV-COUNT)
           MOVE WS-LOT-BEST-BEFORE(WS-LOT-PICK-SUB)
               TO WS-LMV-BEST-BEFORE(WS-LMV-COUNT)
           MOVE WS-LOT-TAKE TO WS-LMV-QTY(WS-LMV-COUNT)
      * Leer gewordene Charge gibt ihren Tabellenplatz frei.
           IF WS-LOT-QTY(WS-LOT-PICK-SUB) = ZERO
               MOVE WS-LOT-PICK-SUB TO WS-LOT-SUB
               PERFORM CLEAR-LOT-ENTRY
           END-IF.
