      *================================================================
      * PAYPRINT.CBL - Druck der Lohnabrechnungen
      * Zweck: Druckt aus der Lohnabrechnungsdatei (PAYSLIP-FILE)
      *        je Mitarbeiter eine Seite Lohnabrechnung zum Aus-
      *        haendigen: Name, Personalnummer, Kostenstelle und
      *        Periode, Brutto mit den Stunden- und Mehrarbeits-
      *        angaben bei Stundenlohn, Ein-/Austritt und Abwesen-
      *        heiten, Lohnsteuer, Sozialversicherung, jeder Dauer-
      *        abzug mit seiner Restschuld, das Auszahlungs-Netto,
      *        die (maskierte) IBAN, auf die ueberwiesen wird, und
      *        die Jahressummen aus dem YTD-Stamm.
      *
      * Die Lohnabrechnungsdatei wird einmal gelesen; eine Seite
      * beginnt mit der Gehaltszeile (Satzart 'S') und sammelt die
      * folgenden Zeilen desselben Mitarbeiters ('H', 'T', 'A',
      * 'D'). Nach einem Korrekturlauf enthaelt die Datei je
      * Mitarbeiter Storno ('R') und Neu-Abrechnung ('C') - daraus
      * wird eine gekennzeichnete Korrektur-Abrechnung mit alten
      * und neuen Werten und der Differenz. Abgelehnte Gehalts-
      * zeilen (Status nicht OK) werden nicht gedruckt, nur im
      * Joblog gemeldet. Der Lauf liest nur.
      *
      * Name und IBAN stehen in der Bankverbindung (EMPLOYEE-BANK-
      * FILE), die Kostenstelle im Mitarbeiter-Stamm (EMPLOYEE-
      * FILE), die Jahressummen im YTD-Stamm (EMPLOYEE-YTD-FILE) -
      * jeweils mit dem Stand zum Zeitpunkt des Drucks.
      *
      * Parameter: PERIOD=JJJJMM druckt nur die Abrechnungen dieser
      * Periode; ohne Parameter die ganze Datei (wie PAYEXT).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYPRINT.
       AUTHOR. SCHULUNGSBEISPIEL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYSLIP-FILE
               ASSIGN TO "PAYSLIP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PAYSLIP-STATUS.

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

           SELECT PAYSLIP-PRINT-FILE
               ASSIGN TO "PAYPRINT.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PAYSLIP-FILE.
       COPY "payslip.cpy".

       FD  EMPLOYEE-FILE.
       COPY "emprec.cpy".

       FD  EMPLOYEE-BANK-FILE.
       COPY "empbank.cpy".

       FD  EMPLOYEE-YTD-FILE.
       COPY "empytd.cpy".

       FD  PAYSLIP-PRINT-FILE.
       COPY "payprint.cpy".

       FD  RUN-LOG-FILE.
       COPY "runlog.cpy".

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * Perioden-Filter: mit PERIOD=JJJJMM werden nur Abrechnungs-
      * saetze genau dieser Periode gedruckt.
      *----------------------------------------------------------------
       01 WS-RUN-PARM             PIC X(20).
       01 WS-PERIOD-CONTROL.
          05 WS-FILTER-PERIOD     PIC 9(6) VALUE ZERO.
          05 WS-SLIP-PERIOD       PIC 9(6).

      *----------------------------------------------------------------
      * Datei-Status-Felder
      *----------------------------------------------------------------
       01 WS-FILE-STATUSES.
          05 WS-PAYSLIP-STATUS     PIC X(2).
             88 WS-PAYSLIP-OK      VALUE '00'.
             88 WS-PAYSLIP-EOF     VALUE '10'.
          05 WS-EMPFILE-STATUS     PIC X(2).
             88 WS-EMPFILE-OK      VALUE '00'.
             88 WS-EMPFILE-EOF     VALUE '10'.
             88 WS-EMPFILE-NOFILE  VALUE '35'.
          05 WS-EMPBANK-STATUS     PIC X(2).
             88 WS-EMPBANK-OK      VALUE '00'.
             88 WS-EMPBANK-NOTFOUND VALUE '23'.
          05 WS-EMPYTD-STATUS      PIC X(2).
             88 WS-EMPYTD-OK       VALUE '00'.
             88 WS-EMPYTD-NOTFOUND VALUE '23'.
          05 WS-PRINT-STATUS       PIC X(2).
             88 WS-PRINT-OK        VALUE '00'.
          05 WS-RUNLOG-STATUS      PIC X(2).
             88 WS-RUNLOG-OK       VALUE '00'.

      *----------------------------------------------------------------
      * Lauf-Zaehler: gelesen = Abrechnungssaetze, gedruckt =
      * Seiten, nicht gedruckt = abgelehnte Gehaltszeilen und
      * Neu-Abrechnungen ohne Storno. Kontrollsumme = gedrucktes
      * Auszahlungs-Netto (Korrekturen mit der Netto-Differenz).
      *----------------------------------------------------------------
       01 WS-COUNTERS.
          05 WS-SLIPS-READ        PIC 9(6) VALUE ZERO.
          05 WS-PAGES-PRINTED     PIC 9(6) VALUE ZERO.
          05 WS-CORRECTIONS-PRINTED PIC 9(6) VALUE ZERO.
          05 WS-SLIPS-SKIPPED     PIC 9(6) VALUE ZERO.
          05 WS-PRINTED-NET       PIC S9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * Kostenstelle je Personalnummer aus dem Mitarbeiter-Stamm
      *----------------------------------------------------------------
       01 WS-COST-CENTER-TABLE.
          05 WS-CC-COUNT          PIC 9(3) VALUE ZERO.
          05 WS-CC-ENTRY OCCURS 500 TIMES.
             10 WS-CC-EMPLOYEE-ID PIC 9(6).
             10 WS-CC-COST-CENTER PIC X(6).

       01 WS-CC-WORK.
          05 WS-CC-SUB            PIC 9(3).
          05 WS-CC-FOUND-SW       PIC X(1).
             88 WS-CC-FOUND       VALUE 'Y'.

      *----------------------------------------------------------------
      * Die gerade gesammelte Seite: Gehaltszeile ('S') bzw. Storno
      * ('R') mit der Neu-Abrechnung ('C'), dazu Stunden-, Ein-/
      * Austritts-, Abwesenheits- und Abzugszeilen.
      *----------------------------------------------------------------
       01 WS-SLIP-GROUP.
          05 WS-GROUP-SW          PIC X(1) VALUE 'N'.
             88 WS-GROUP-OPEN     VALUE 'Y'.
          05 WS-SLIP-KIND         PIC X(1).
             88 WS-SLIP-CORRECTION VALUE 'R'.
          05 WS-SLIP-EMPLOYEE-ID  PIC 9(6).
          05 WS-SLIP-PAGE-PERIOD  PIC 9(6).
          05 WS-SLIP-STATUS-CODE  PIC X(2).
          05 WS-SLIP-GROSS        PIC 9(7)V99.
          05 WS-SLIP-TAX          PIC 9(7)V99.
          05 WS-SLIP-SOCIAL       PIC 9(7)V99.
          05 WS-SLIP-NET          PIC 9(7)V99.
          05 WS-NEW-SW            PIC X(1).
             88 WS-HAS-NEW        VALUE 'Y'.
          05 WS-NEW-GROSS         PIC 9(7)V99.
          05 WS-NEW-TAX           PIC 9(7)V99.
          05 WS-NEW-SOCIAL        PIC 9(7)V99.
          05 WS-NEW-NET           PIC 9(7)V99.
          05 WS-HOURS-SW          PIC X(1).
             88 WS-HAS-HOURS      VALUE 'Y'.
          05 WS-HOURS-WORKED      PIC 9(3)V99.
          05 WS-HOURLY-RATE       PIC 9(3)V99.
          05 WS-BASE-AMOUNT       PIC 9(7)V99.
          05 WS-OT-HOURS          PIC 9(3)V99.
          05 WS-OT-AMOUNT         PIC 9(7)V99.
          05 WS-EMPLOYMENT-SW     PIC X(1).
             88 WS-HAS-EMPLOYMENT VALUE 'Y'.
          05 WS-HIRE-DATE         PIC 9(8).
          05 WS-TERM-DATE         PIC 9(8).
          05 WS-CALENDAR-DAYS     PIC 9(2).
          05 WS-EMPLOYED-DAYS     PIC 9(2).
          05 WS-PRORATA-REDUCTION PIC 9(7)V99.
          05 WS-SETTLED-AMOUNT    PIC 9(7)V99.
          05 WS-UNSETTLED-BALANCE PIC 9(7)V99.
          05 WS-ABSENCE-SW        PIC X(1).
             88 WS-HAS-ABSENCE    VALUE 'Y'.
          05 WS-VACATION-DAYS     PIC 9(2)V9.
          05 WS-SICK-DAYS         PIC 9(2)V9.
          05 WS-SICK-UNPAID-DAYS  PIC 9(2)V9.
          05 WS-UNPAID-DAYS       PIC 9(2)V9.
          05 WS-ABS-REDUCTION     PIC 9(7)V99.
          05 WS-VACATION-BALANCE  PIC 9(3)V9.
          05 WS-DED-COUNT         PIC 9(2).
          05 WS-DED-ENTRY OCCURS 10 TIMES.
             10 WS-DED-CODE       PIC X(4).
             10 WS-DED-DESC       PIC X(20).
             10 WS-DED-AMOUNT     PIC 9(7)V99.
             10 WS-DED-BALANCE    PIC 9(7)V99.

       01 WS-PAGE-WORK.
          05 WS-DED-SUB           PIC 9(2).
          05 WS-COST-CENTER       PIC X(6).
          05 WS-BANK-SW           PIC X(1).
             88 WS-BANK-FOUND     VALUE 'Y'.
          05 WS-YTD-SW            PIC X(1).
             88 WS-YTD-FOUND      VALUE 'Y'.
          05 WS-YTD-PRINT-YEAR    PIC 9(4).
          05 WS-DIFFERENCE        PIC S9(7)V99.
          05 WS-IBAN-LEN          PIC 9(2).
          05 WS-MASKED-IBAN       PIC X(34).
          05 WS-TITLE-PERIOD      PIC X(7).
          05 WS-PERIOD-NUM        PIC 9(6).
          05 WS-PERIOD-PARTS REDEFINES WS-PERIOD-NUM.
             10 WS-PERIOD-YYYY    PIC 9(4).
             10 WS-PERIOD-MM      PIC 9(2).
          05 WS-DATE-NUM          PIC 9(8).
          05 WS-DATE-PARTS REDEFINES WS-DATE-NUM.
             10 WS-DATE-YYYY      PIC 9(4).
             10 WS-DATE-MM        PIC 9(2).
             10 WS-DATE-DD        PIC 9(2).
          05 WS-DATE-TEXT         PIC X(10).
          05 WS-DATE-PERIOD       PIC 9(6).

      *----------------------------------------------------------------
      * Aufbereitete Werte fuer die Erlaeuterungsspalte
      *----------------------------------------------------------------
       01 WS-EDIT-FIELDS.
          05 WS-EDIT-HOURS        PIC ZZ9.99.
          05 WS-EDIT-RATE         PIC ZZ9.99.
          05 WS-EDIT-DAYS         PIC Z9.
          05 WS-EDIT-CAL-DAYS     PIC Z9.
          05 WS-EDIT-VACATION     PIC Z9.9.
          05 WS-EDIT-SICK         PIC Z9.9.
          05 WS-EDIT-UNPAID       PIC Z9.9.
          05 WS-EDIT-BALANCE      PIC ZZ9.9.

      *----------------------------------------------------------------
      * Zeitstempel fuer die Laufstatistik
      *----------------------------------------------------------------
       01 WS-TIMESTAMP-WORK.
          05 WS-CURRENT-TIMESTAMP  PIC X(21).

      *================================================================
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-RUN-PARM(1:7) = "PERIOD="
               IF WS-RUN-PARM(8:6) IS NUMERIC
                   MOVE WS-RUN-PARM(8:6) TO WS-FILTER-PERIOD
               ELSE
                   DISPLAY "PAYPRINT: ungueltiger Perioden-Parameter "
                       WS-RUN-PARM
                   STOP RUN
               END-IF
           END-IF

           PERFORM WRITE-RUN-LOG-START
           PERFORM PAYSLIP-PRINT-RUN
           PERFORM WRITE-RUN-LOG-END
           STOP RUN.

      *----------------------------------------------------------------
      * Laufstatistik: Startsatz zu Laufbeginn, Endesatz mit den
      * Zaehlern bei normalem Ende.
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
           MOVE WS-SLIPS-READ     TO RL-RECORDS-READ
           MOVE WS-PAGES-PRINTED  TO RL-RECORDS-APPLIED
           MOVE WS-SLIPS-SKIPPED  TO RL-RECORDS-REJECTED
           MOVE WS-PRINTED-NET    TO RL-CONTROL-TOTAL
           PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-RECORD.
           MOVE "PAYPRINT"  TO RL-PROGRAM-ID
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
      * Laedt die Kostenstellen, oeffnet Stammdateien und Druck-
      * datei und druckt Seite fuer Seite beim Lesen der
      * Lohnabrechnungsdatei; die letzte Seite nach Dateiende.
      *----------------------------------------------------------------
       PAYSLIP-PRINT-RUN.
           PERFORM LOAD-COST-CENTERS

           OPEN INPUT PAYSLIP-FILE
           IF NOT WS-PAYSLIP-OK
               DISPLAY "OPEN-Fehler PAYSLIP-FILE Status="
                   WS-PAYSLIP-STATUS
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
           OPEN OUTPUT PAYSLIP-PRINT-FILE
           IF NOT WS-PRINT-OK
               DISPLAY "OPEN-Fehler PAYSLIP-PRINT-FILE Status="
                   WS-PRINT-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-PAYSLIP-EOF
               READ PAYSLIP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-SLIPS-READ
                       PERFORM PROCESS-ONE-SLIP
               END-READ
           END-PERFORM
           IF WS-GROUP-OPEN
               PERFORM PRINT-SLIP-GROUP
           END-IF

           CLOSE PAYSLIP-FILE
           CLOSE EMPLOYEE-BANK-FILE
           CLOSE EMPLOYEE-YTD-FILE
           CLOSE PAYSLIP-PRINT-FILE

           DISPLAY "PAYPRINT: Abrechnungssaetze gelesen = "
               WS-SLIPS-READ
           DISPLAY "PAYPRINT: Seiten gedruckt           = "
               WS-PAGES-PRINTED
           DISPLAY "PAYPRINT: davon Korrekturen         = "
               WS-CORRECTIONS-PRINTED
           DISPLAY "PAYPRINT: nicht gedruckt            = "
               WS-SLIPS-SKIPPED.

      *----------------------------------------------------------------
      * Kostenstelle je Personalnummer; ohne Mitarbeiter-Stamm
      * bleibt die Kostenstelle auf der Abrechnung leer.
      *----------------------------------------------------------------
       LOAD-COST-CENTERS.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPFILE-NOFILE
               DISPLAY "PAYPRINT: kein Mitarbeiter-Stamm - "
                   "Kostenstellen bleiben leer"
           ELSE
               IF NOT WS-EMPFILE-OK
                   DISPLAY "OPEN-Fehler EMPLOYEE-FILE Status="
                       WS-EMPFILE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EMPFILE-EOF
                   READ EMPLOYEE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM LOAD-ONE-COST-CENTER
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.

       LOAD-ONE-COST-CENTER.
           MOVE EMP-EMPLOYEE-ID TO WS-SLIP-EMPLOYEE-ID
           PERFORM FIND-COST-CENTER
           IF NOT WS-CC-FOUND
               IF WS-CC-COUNT < 500
                   ADD 1 TO WS-CC-COUNT
                   MOVE EMP-EMPLOYEE-ID
                       TO WS-CC-EMPLOYEE-ID(WS-CC-COUNT)
                   MOVE EMP-COST-CENTER
                       TO WS-CC-COST-CENTER(WS-CC-COUNT)
               ELSE
                   DISPLAY "PAYPRINT: Kostenstellen-Tabelle voll - "
                       "ID=" EMP-EMPLOYEE-ID " ohne Kostenstelle"
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Sucht die Kostenstelle zu WS-SLIP-EMPLOYEE-ID; gefunden
      * steht sie in WS-COST-CENTER, sonst Leerstellen.
      *----------------------------------------------------------------
       FIND-COST-CENTER.
           MOVE 'N' TO WS-CC-FOUND-SW
           MOVE SPACES TO WS-COST-CENTER
           PERFORM VARYING WS-CC-SUB FROM 1 BY 1
               UNTIL WS-CC-SUB > WS-CC-COUNT OR WS-CC-FOUND
               IF WS-CC-EMPLOYEE-ID(WS-CC-SUB) = WS-SLIP-EMPLOYEE-ID
                   SET WS-CC-FOUND TO TRUE
                   MOVE WS-CC-COST-CENTER(WS-CC-SUB) TO WS-COST-CENTER
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * Ein Abrechnungssatz: 'S' und 'R' beginnen eine neue Seite
      * (die vorige wird gedruckt), 'C' ergaenzt den Storno um die
      * Neu-Abrechnung, 'H'/'T'/'A'/'D' gehoeren zur Gehaltszeile
      * desselben Mitarbeiters davor.
      *----------------------------------------------------------------
       PROCESS-ONE-SLIP.
           PERFORM GET-SLIP-PERIOD
           IF WS-FILTER-PERIOD > ZERO
               AND WS-SLIP-PERIOD NOT = WS-FILTER-PERIOD
               CONTINUE
           ELSE
               EVALUATE PS-RECORD-TYPE
                   WHEN 'S'
                       PERFORM START-SLIP-GROUP
                   WHEN 'R'
                       PERFORM START-SLIP-GROUP
                   WHEN 'C'
                       PERFORM ADD-NEW-SLIP
                   WHEN 'H'
                       PERFORM ADD-HOURS-LINE
                   WHEN 'T'
                       PERFORM ADD-EMPLOYMENT-LINE
                   WHEN 'A'
                       PERFORM ADD-ABSENCE-LINE
                   WHEN 'D'
                       PERFORM ADD-DEDUCT-LINE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * Periode des Satzes je Satzart; Altdaten ohne Perioden-
      * Spalte gelten als Periode null.
      *----------------------------------------------------------------
       GET-SLIP-PERIOD.
           MOVE ZERO TO WS-SLIP-PERIOD
           EVALUATE PS-RECORD-TYPE
               WHEN 'H'
                   IF PSH-PERIOD IS NUMERIC
                       MOVE PSH-PERIOD TO WS-SLIP-PERIOD
                   END-IF
               WHEN 'T'
                   IF PST-PERIOD IS NUMERIC
                       MOVE PST-PERIOD TO WS-SLIP-PERIOD
                   END-IF
               WHEN 'A'
                   IF PSA-PERIOD IS NUMERIC
                       MOVE PSA-PERIOD TO WS-SLIP-PERIOD
                   END-IF
               WHEN 'D'
                   IF PSD-PERIOD IS NUMERIC
                       MOVE PSD-PERIOD TO WS-SLIP-PERIOD
                   END-IF
               WHEN OTHER
                   IF PS-PERIOD IS NUMERIC
                       MOVE PS-PERIOD TO WS-SLIP-PERIOD
                   END-IF
           END-EVALUATE.

       START-SLIP-GROUP.
           IF WS-GROUP-OPEN
               PERFORM PRINT-SLIP-GROUP
           END-IF
           INITIALIZE WS-SLIP-GROUP
           SET WS-GROUP-OPEN TO TRUE
           MOVE PS-RECORD-TYPE   TO WS-SLIP-KIND
           MOVE PS-EMPLOYEE-ID   TO WS-SLIP-EMPLOYEE-ID
           MOVE WS-SLIP-PERIOD   TO WS-SLIP-PAGE-PERIOD
           MOVE PS-STATUS-CODE   TO WS-SLIP-STATUS-CODE
           MOVE PS-GROSS-SALARY  TO WS-SLIP-GROSS
           MOVE PS-TAX-AMOUNT    TO WS-SLIP-TAX
           MOVE PS-SOCIAL-AMOUNT TO WS-SLIP-SOCIAL
           MOVE PS-NET-SALARY    TO WS-SLIP-NET.

      *----------------------------------------------------------------
      * Neu-Abrechnung: gehoert zum Storno desselben Mitarbeiters
      * unmittelbar davor; ohne Storno wird sie nicht gedruckt.
      *----------------------------------------------------------------
       ADD-NEW-SLIP.
           IF WS-GROUP-OPEN AND WS-SLIP-CORRECTION
               AND NOT WS-HAS-NEW
               AND PS-EMPLOYEE-ID = WS-SLIP-EMPLOYEE-ID
               SET WS-HAS-NEW TO TRUE
               MOVE PS-GROSS-SALARY  TO WS-NEW-GROSS
               MOVE PS-TAX-AMOUNT    TO WS-NEW-TAX
               MOVE PS-SOCIAL-AMOUNT TO WS-NEW-SOCIAL
               MOVE PS-NET-SALARY    TO WS-NEW-NET
           ELSE
               ADD 1 TO WS-SLIPS-SKIPPED
               DISPLAY "PAYPRINT: Neu-Abrechnung ohne Storno ID="
                   PS-EMPLOYEE-ID " - nicht gedruckt"
           END-IF.

       ADD-HOURS-LINE.
           IF WS-GROUP-OPEN
               AND PSH-EMPLOYEE-ID = WS-SLIP-EMPLOYEE-ID
               SET WS-HAS-HOURS TO TRUE
               MOVE PSH-HOURS-WORKED TO WS-HOURS-WORKED
               MOVE PSH-HOURLY-RATE  TO WS-HOURLY-RATE
               MOVE PSH-BASE-AMOUNT  TO WS-BASE-AMOUNT
               MOVE PSH-OT-HOURS     TO WS-OT-HOURS
               MOVE PSH-OT-AMOUNT    TO WS-OT-AMOUNT
           END-IF.

       ADD-EMPLOYMENT-LINE.
           IF WS-GROUP-OPEN
               AND PST-EMPLOYEE-ID = WS-SLIP-EMPLOYEE-ID
               SET WS-HAS-EMPLOYMENT TO TRUE
               MOVE PST-HIRE-DATE         TO WS-HIRE-DATE
               MOVE PST-TERM-DATE         TO WS-TERM-DATE
               MOVE PST-CALENDAR-DAYS     TO WS-CALENDAR-DAYS
               MOVE PST-EMPLOYED-DAYS     TO WS-EMPLOYED-DAYS
               MOVE PST-REDUCTION         TO WS-PRORATA-REDUCTION
               MOVE PST-SETTLED-AMOUNT    TO WS-SETTLED-AMOUNT
               MOVE PST-UNSETTLED-BALANCE TO WS-UNSETTLED-BALANCE
           END-IF.

       ADD-ABSENCE-LINE.
           IF WS-GROUP-OPEN
               AND PSA-EMPLOYEE-ID = WS-SLIP-EMPLOYEE-ID
               SET WS-HAS-ABSENCE TO TRUE
               MOVE PSA-VACATION-DAYS    TO WS-VACATION-DAYS
               MOVE PSA-SICK-DAYS        TO WS-SICK-DAYS
               MOVE PSA-SICK-UNPAID-DAYS TO WS-SICK-UNPAID-DAYS
               MOVE PSA-UNPAID-DAYS      TO WS-UNPAID-DAYS
               MOVE PSA-REDUCTION        TO WS-ABS-REDUCTION
               MOVE PSA-VACATION-BALANCE TO WS-VACATION-BALANCE
           END-IF.

       ADD-DEDUCT-LINE.
           IF WS-GROUP-OPEN
               AND PSD-EMPLOYEE-ID = WS-SLIP-EMPLOYEE-ID
               AND WS-DED-COUNT < 10
               ADD 1 TO WS-DED-COUNT
               MOVE PSD-DEDUCT-CODE TO WS-DED-CODE(WS-DED-COUNT)
               MOVE PSD-DESCRIPTION TO WS-DED-DESC(WS-DED-COUNT)
               MOVE PSD-AMOUNT      TO WS-DED-AMOUNT(WS-DED-COUNT)
               MOVE PSD-REMAINING-BALANCE
                   TO WS-DED-BALANCE(WS-DED-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * Druckt die gesammelte Seite. Abgelehnte Abrechnungen
      * (z. B. 'ER', nach Austritt 'AT') bekommt der Mitarbeiter
      * nicht ausgehaendigt - sie werden nur gemeldet.
      *----------------------------------------------------------------
       PRINT-SLIP-GROUP.
           IF WS-SLIP-STATUS-CODE NOT = 'OK'
               ADD 1 TO WS-SLIPS-SKIPPED
               DISPLAY "PAYPRINT: Abrechnung nicht gedruckt ID="
                   WS-SLIP-EMPLOYEE-ID " Code=" WS-SLIP-STATUS-CODE
           ELSE
               PERFORM GET-EMPLOYEE-DATA
               IF WS-SLIP-CORRECTION
                   PERFORM PRINT-CORRECTION-PAGE
               ELSE
                   PERFORM PRINT-PAYSLIP-PAGE
               END-IF
               PERFORM PRINT-BANK-LINE
               PERFORM PRINT-YTD-LINES
               ADD 1 TO WS-PAGES-PRINTED
           END-IF
           MOVE 'N' TO WS-GROUP-SW.

      *----------------------------------------------------------------
      * Kostenstelle, Bankverbindung und YTD-Stamm des Mitarbeiters.
      * Die Jahressummen gelten fuer das Jahr der Abrechnungs-
      * periode; Altdaten ohne Periode drucken das laufende Jahr.
      *----------------------------------------------------------------
       GET-EMPLOYEE-DATA.
           PERFORM FIND-COST-CENTER
           MOVE 'N' TO WS-BANK-SW
           MOVE WS-SLIP-EMPLOYEE-ID TO BNK-EMPLOYEE-ID
           READ EMPLOYEE-BANK-FILE
               INVALID KEY
                   MOVE SPACES TO BNK-NAME
               NOT INVALID KEY
                   SET WS-BANK-FOUND TO TRUE
           END-READ
           IF WS-SLIP-PAGE-PERIOD > ZERO
               MOVE WS-SLIP-PAGE-PERIOD TO WS-PERIOD-NUM
               MOVE WS-PERIOD-YYYY TO WS-YTD-PRINT-YEAR
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE WS-CURRENT-TIMESTAMP(1:4) TO WS-YTD-PRINT-YEAR
           END-IF
           MOVE 'N' TO WS-YTD-SW
           MOVE WS-SLIP-EMPLOYEE-ID TO YTD-EMPLOYEE-ID
           READ EMPLOYEE-YTD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF YTD-YEAR = WS-YTD-PRINT-YEAR
                       SET WS-YTD-FOUND TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * Seitenkopf: neue Seite mit Titel und Periode, darunter
      * Name, Personalnummer und Kostenstelle.
      *----------------------------------------------------------------
       PRINT-PAGE-HEADER.
           MOVE SPACES TO WS-TITLE-PERIOD
           IF WS-SLIP-PAGE-PERIOD > ZERO
               MOVE WS-SLIP-PAGE-PERIOD TO WS-PERIOD-NUM
               STRING WS-PERIOD-MM "/" WS-PERIOD-YYYY
                   DELIMITED BY SIZE INTO WS-TITLE-PERIOD
           END-IF
           MOVE SPACES TO PAYSLIP-PRINT-TEXT-LINE
           IF WS-SLIP-CORRECTION
               MOVE "KORREKTUR-ABRECHNUNG" TO PPT-LABEL
           ELSE
               MOVE "LOHN- UND GEHALTSABR." TO PPT-LABEL
           END-IF
           STRING "PERIODE " WS-TITLE-PERIOD
               DELIMITED BY SIZE INTO PPT-TEXT
           WRITE PAYSLIP-PRINT-TEXT-LINE AFTER ADVANCING PAGE
           IF WS-SLIP-CORRECTION
               MOVE SPACES TO PAYSLIP-PRINT-TEXT-LINE
               MOVE "*** KORREKTUR ***" TO PPT-LABEL
               MOVE "ERSETZT DIE ABRECHNUNG DIESER PERIODE"
                   TO PPT-TEXT
               PERFORM WRITE-TEXT-LINE
           END-IF
           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO PAYSLIP-PRINT-TEXT-LINE
           MOVE "NAME" TO PPT-LABEL
           IF WS-BANK-FOUND
               MOVE BNK-NAME TO PPT-TEXT
           ELSE
               MOVE "(NICHT HINTERLEGT)" TO PPT-TEXT
           END-IF
           PERFORM WRITE-TEXT-LINE
           MOVE SPACES TO PAYSLIP-PRINT-TEXT-LINE
           MOVE "PERSONALNUMMER" TO PPT-LABEL
           MOVE WS-SLIP-EMPLOYEE-ID TO PPT-TEXT
           PERFORM WRITE-TEXT-LINE
           MOVE SPACES TO PAYSLIP-PRINT-TEXT-LINE
           MOVE "KOSTENSTELLE" TO PPT-LABEL
           MOVE WS-COST-CENTER TO PPT-TEXT
           PERFORM WRITE-TEXT-LINE
           PERFORM WRITE-SEPARATOR-LINE.

      *----------------------------------------------------------------
      * Regulaere Abrechnung: Brutto mit seinen Bestandteilen,
      * gesetzliche Abzuege, Dauerabzuege, Auszahlungs-Netto.
      *----------------------------------------------------------------
       PRINT-PAYSLIP-PAGE.
           PERFORM PRINT-PAGE-HEADER
           MOVE SPACES TO PAYSLIP-PRINT-AMOUNT-LINE
           MOVE "BRUTTO" TO PPA-LABEL
           MOVE WS-SLIP-GROSS TO PPA-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           IF WS-HAS-HOURS
               PERFORM PRINT-HOURS-LINES
           END-IF
           IF WS-HAS-EMPLOYMENT
               PERFORM PRINT-EMPLOYMENT-LINES
           END-IF
           IF WS-HAS-ABSENCE
               PERFORM PRINT-ABSENCE-LINES
           END-IF

           MOVE SPACES TO PAYSLIP-PRINT-AMOUNT-LINE
           MOVE "LOHNSTEUER" TO PPA-LABEL
           COMPUTE PPA-AMOUNT = ZERO - WS-SLIP-TAX
           PERFORM WRITE-AMOUNT-LINE
           MOVE SPACES TO PAYSLIP-PRINT-AMOUNT-LINE
           MOVE "SOZIALVERSICHERUNG" TO PPA-LABEL
           COMPUTE PPA-AMOUNT = ZERO - WS-SLIP-SOCIAL
           PERFORM WRITE-AMOUNT-LINE

           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > WS-DED-COUNT
               PERFORM PRINT-DEDUCT-LINE
           END-PERFORM
           IF WS-HAS-EMPLOYMENT
               PERFORM PRINT-SETTLEMENT-LINES
           END-IF

           PERFORM WRITE-SEPARATOR-LINE
           MOVE SPACES TO PAYSLIP-PRINT-AMOUNT-LINE
           MOVE "AUSZAHLUNG NETTO" TO PPA-LABEL
           MOVE WS-SLIP-NET TO PPA-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           ADD WS-SLIP-NET TO WS-PRINTED-NET.

      *----------------------------------------------------------------
      * Stundenlohn: Grundlohn und Mehrarbeit als davon-Betraege
      *----------------------------------------------------------------
       PRINT-HOURS-LINES.
           MOVE SPACES TO PAYSLIP-PRINT-AMOUNT-LINE
           MOVE "  GRUNDLOHN" TO PPA-LABEL
           MOVE WS-HOURS-WORKED TO WS-EDIT-HOURS
           MOVE WS-HOURLY-RATE  TO WS-EDIT-RATE
           STRING WS-EDIT-HOURS " STD A " WS-EDIT-RATE
               DELIMITED BY SIZE INTO PPA-DETAIL
           MOVE "DAVON" TO PPA-INFO-LABEL
           MOVE WS-BASE-AMOUNT TO PPA-INFO-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           IF WS-OT-HOURS > ZERO
               MOVE SPACES TO PAYSLIP-PRINT-AMOUNT-LINE
               MOVE "  MEHRARBEIT" TO PPA-LABEL
               MOVE WS-OT-HOURS TO WS-EDIT-HOURS
               STRING WS-EDIT-HOURS " STD MIT ZUSCHLAG"
                   DELIMITED BY SIZE INTO PPA-DETAIL
               MOVE "DAVON" TO PPA-INFO-LABEL
               MOVE WS-OT-AMOUNT TO PPA-INFO-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           END-IF.

      *----------------------------------------------------------------
      * Eintritts-/Austrittsmonat: Datum und anteilige Kalendertage
      * mit der Kuerzung des Festgehalts (Brutto ist schon gekuerzt)
      *----------------------------------------------------------------
       PRINT-EMPLOYMENT-LINES.
           DIVIDE WS-HIRE-DATE BY 100 GIVING WS-DATE-PERIOD
           IF WS-HIRE-DATE NOT = ZERO
               AND WS-DATE-PERIOD = WS-SLIP-PAGE-PERIOD
               MOVE SPACES TO PAYSLIP-PRINT-AMOUNT-LINE
               MOVE "  EINTRITT" TO PPA-LABEL
               MOVE WS-HIRE-DATE TO WS-DATE-NUM
               PERFORM FORMAT-DATE-TEXT
               STRING "AM " WS-DATE-TEXT
                   DELIMITED BY SIZE INTO PPA-DETAIL
               PERFORM WRITE-AMOUNT-LINE
           END-IF
           DIVIDE WS-TERM-DATE BY 100 GIVING WS-DATE-PERIOD
           IF WS-TERM-DATE NOT = ZERO
               AND WS-DATE-PERIOD = WS-SLIP-PAGE-PERIOD
               MOVE SPACES TO PAYSLIP-PRINT-AMOUNT-LINE
               MOVE "  AUSTRITT" TO PPA-LABEL
               MOVE WS-TERM-DATE TO WS-DATE-NUM
               PERFORM FORMAT-DATE-TEXT
               STRING "AM " WS-DATE-TEXT
                   DELIMITED BY SIZE INTO PPA-DETAIL
               PERFORM WRITE-AMOUNT-LINE
           END-IF
           IF WS-PRORATA-REDUCTION > ZERO
               MOVE SPACES TO PAYSLIP-PRINT-AMOUNT-LINE
               MOVE "  ANTEILIGES GEHALT" TO PPA-LABEL
               MOVE WS-EMPLOYED-DAYS TO WS-EDIT-DAYS
               MOVE WS-CALENDAR-DAYS TO WS-EDIT-CAL-DAYS
               STRING WS-EDIT-DAYS " VON " WS-EDIT-CAL-DAYS
                   " KAL.-TAGEN"
                   DELIMITED BY SIZE INTO PPA-DETAIL
               MOVE "KUERZUNG" TO PPA-INFO-LABEL
               MOVE WS-PRORATA-REDUCTION TO PPA-INFO-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           END-IF.

      *----------------------------------------------------------------
      * Abwesenheiten der Periode: Urlaubs-, Krankheits- und
      * unbezahlte Tage, Minderung des Brutto, Resturlaub
      *----------------------------------------------------------------
       PRINT-ABSENCE-LINES.
           MOVE SPACES TO PAYSLIP-PRINT-AMOUNT-LINE
           MOVE "  ABWESENHEIT (TAGE)" TO PPA-LABEL
           MOVE WS-VACATION-DAYS TO WS-EDIT-VACATION
           MOVE WS-SICK-DAYS     TO WS-EDIT-SICK
           MOVE WS-UNPAID-DAYS   TO WS-EDIT-UNPAID
           STRING "U" WS-EDIT-VACATION " K" WS-EDIT-SICK
               " N" WS-EDIT-UNPAID
               DELIMITED BY SIZE INTO PPA-DETAIL
           IF WS-ABS-REDUCTION > ZERO
               MOVE "KUERZUNG" TO PPA-INFO-LABEL
               MOVE WS-ABS-REDUCTION TO PPA-INFO-AMOUNT
           END-IF
           PERFORM WRITE-AMOUNT-LINE
           IF WS-SICK-UNPAID-DAYS > ZERO
               MOVE SPACES TO PAYSLIP-PRINT-AMOUNT-LINE
               MOVE "  KRANK OHNE FORTZAHLUNG" TO PPA-LABEL
               MOVE WS-SICK-UNPAID-DAYS TO WS-EDIT-SICK
               STRING WS-EDIT-SICK " TAGE"
                   DELIMITED BY SIZE INTO PPA-DETAIL
               PERFORM WRITE-AMOUNT-LINE
           END-IF
           MOVE SPACES TO PAYSLIP-PRINT-AMOUNT-LINE
           MOVE "  RESTURLAUB" TO PPA-LABEL
           MOVE WS-VACATION-BALANCE TO WS-EDIT-BALANCE
           STRING WS-EDIT-BALANCE " TAGE"
               DELIMITED BY SIZE INTO PPA-DETAIL
           PERFORM WRITE-AMOUNT-LINE.

      *----------------------------------------------------------------
      * Ein Dauerabzug mit Kennung und - bei gefuehrter Restschuld -
      * dem verbleibenden Rest nach diesem Abzug
      *----------------------------------------------------------------
       PRINT-DEDUCT-LINE.
           MOVE SPACES TO PAYSLIP-PRINT-AMOUNT-LINE
           MOVE WS-DED-DESC(WS-DED-SUB) TO PPA-LABEL
           STRING "ABZUG " WS-DED-CODE(WS-DED-SUB)
               DELIMITED BY SIZE INTO PPA-DETAIL
           COMPUTE PPA-AMOUNT = ZERO - WS-DED-AMOUNT(WS-DED-SUB)
           IF WS-DED-BALANCE(WS-DED-SUB) > ZERO
               MOVE "REST" TO PPA-INFO-LABEL
               MOVE WS-DED-BALANCE(WS-DED-SUB) TO PPA-INFO-AMOUNT
           END-IF
           PERFORM WRITE-AMOUNT-LINE.

      *----------------------------------------------------------------
      * Austrittsmonat: Schlussabrechnung der Restschulden - der
      * einbehaltene Betrag steht schon in den Abzugszeilen, der
      * ungedeckte Rest wird gesondert eingezogen.
      *----------------------------------------------------------------
       PRINT-SETTLEMENT-LINES.
           IF WS-SETTLED-AMOUNT > ZERO
               MOVE SPACES TO PAYSLIP-PRINT-AMOUNT-LINE
               MOVE "  SCHLUSSABRECHNUNG" TO PPA-LABEL
               MOVE "RESTSCHULD EINBEHALTEN" TO PPA-DETAIL
               MOVE "SUMME" TO PPA-INFO-LABEL
               MOVE WS-SETTLED-AMOUNT TO PPA-INFO-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           END-IF
           IF WS-UNSETTLED-BALANCE > ZERO
               MOVE SPACES TO PAYSLIP-PRINT-AMOUNT-LINE
               MOVE "  OFFENE RESTSCHULD" TO PPA-LABEL
               MOVE "WIRD GESONDERT FAELLIG" TO PPA-DETAIL
               MOVE "OFFEN" TO PPA-INFO-LABEL
               MOVE WS-UNSETTLED-BALANCE TO PPA-INFO-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           END-IF.

      *----------------------------------------------------------------
      * Korrektur-Abrechnung: je Betrag die urspruenglich abge-
      * rechneten Werte (Storno 'R'), die richtigen Werte ('C')
      * und die Differenz; ausgezahlt bzw. zurueckgefordert wird
      * nur die Netto-Differenz.
      *----------------------------------------------------------------
       PRINT-CORRECTION-PAGE.
           IF NOT WS-HAS-NEW
               DISPLAY "PAYPRINT: Storno ohne Neu-Abrechnung ID="
                   WS-SLIP-EMPLOYEE-ID " - neue Werte null"
           END-IF
           PERFORM PRINT-PAGE-HEADER
           MOVE SPACES TO PAYSLIP-PRINT-TEXT-LINE
           MOVE "         ALT             NEU       DIFFERENZ"
               TO PPT-TEXT
           PERFORM WRITE-TEXT-LINE

           MOVE SPACES TO PAYSLIP-PRINT-CORR-LINE
           MOVE "BRUTTO" TO PPC-LABEL
           MOVE WS-SLIP-GROSS TO PPC-OLD
           MOVE WS-NEW-GROSS  TO PPC-NEW
           COMPUTE PPC-DIFFERENCE = WS-NEW-GROSS - WS-SLIP-GROSS
           PERFORM WRITE-CORR-LINE
           MOVE SPACES TO PAYSLIP-PRINT-CORR-LINE
           MOVE "LOHNSTEUER" TO PPC-LABEL
           MOVE WS-SLIP-TAX TO PPC-OLD
           MOVE WS-NEW-TAX  TO PPC-NEW
           COMPUTE PPC-DIFFERENCE = WS-NEW-TAX - WS-SLIP-TAX
           PERFORM WRITE-CORR-LINE
           MOVE SPACES TO PAYSLIP-PRINT-CORR-LINE
           MOVE "SOZIALVERSICHERUNG" TO PPC-LABEL
           MOVE WS-SLIP-SOCIAL TO PPC-OLD
           MOVE WS-NEW-SOCIAL  TO PPC-NEW
           COMPUTE PPC-DIFFERENCE = WS-NEW-SOCIAL - WS-SLIP-SOCIAL
           PERFORM WRITE-CORR-LINE

           PERFORM WRITE-SEPARATOR-LINE
           MOVE SPACES TO PAYSLIP-PRINT-CORR-LINE
           MOVE "AUSZAHLUNG NETTO" TO PPC-LABEL
           MOVE WS-SLIP-NET TO PPC-OLD
           MOVE WS-NEW-NET  TO PPC-NEW
           COMPUTE WS-DIFFERENCE = WS-NEW-NET - WS-SLIP-NET
           MOVE WS-DIFFERENCE TO PPC-DIFFERENCE
           PERFORM WRITE-CORR-LINE
           MOVE SPACES TO PAYSLIP-PRINT-TEXT-LINE
           IF WS-DIFFERENCE > ZERO
               MOVE "NACHZAHLUNG DER NETTO-DIFFERENZ" TO PPT-TEXT
           ELSE IF WS-DIFFERENCE < ZERO
               MOVE "RUECKFORDERUNG DER NETTO-DIFFERENZ" TO PPT-TEXT
           ELSE
               MOVE "KEINE NETTO-DIFFERENZ" TO PPT-TEXT
           END-IF
           END-IF
           PERFORM WRITE-TEXT-LINE
           ADD WS-DIFFERENCE TO WS-PRINTED-NET
           ADD 1 TO WS-CORRECTIONS-PRINTED.

      *----------------------------------------------------------------
      * Bankverbindung: nur Laendercode/Pruefziffer und die letzten
      * vier Stellen der IBAN sind lesbar, der Rest wird maskiert.
      *----------------------------------------------------------------
       PRINT-BANK-LINE.
           MOVE SPACES TO PAYSLIP-PRINT-TEXT-LINE
           MOVE "UEBERWEISUNG AUF IBAN" TO PPT-LABEL
           IF NOT WS-BANK-FOUND
               MOVE "KEINE BANKVERBINDUNG HINTERLEGT" TO PPT-TEXT
           ELSE
               PERFORM MASK-IBAN
               IF BNK-BLOCKED-SW = 'Y'
                   STRING WS-MASKED-IBAN DELIMITED BY SPACE
                       " (GESPERRT)" DELIMITED BY SIZE
                       INTO PPT-TEXT
               ELSE
                   MOVE WS-MASKED-IBAN TO PPT-TEXT
               END-IF
           END-IF
           PERFORM WRITE-TEXT-LINE.

       MASK-IBAN.
           MOVE BNK-IBAN TO WS-MASKED-IBAN
           PERFORM VARYING WS-IBAN-LEN FROM 34 BY -1
               UNTIL WS-IBAN-LEN < 1
                  OR BNK-IBAN(WS-IBAN-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-IBAN-LEN > 8
               INSPECT WS-MASKED-IBAN(5:WS-IBAN-LEN - 8)
                   REPLACING CHARACTERS BY '*'
           END-IF.

      *----------------------------------------------------------------
      * Jahressummen aus dem YTD-Stamm (Stand beim Druck)
      *----------------------------------------------------------------
       PRINT-YTD-LINES.
           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO PAYSLIP-PRINT-TEXT-LINE
           MOVE "JAHRESSUMMEN" TO PPT-LABEL
           IF WS-YTD-FOUND
               MOVE WS-YTD-PRINT-YEAR TO PPT-TEXT
               PERFORM WRITE-TEXT-LINE
               MOVE SPACES TO PAYSLIP-PRINT-AMOUNT-LINE
               MOVE "  BRUTTO" TO PPA-LABEL
               MOVE YTD-GROSS TO PPA-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE SPACES TO PAYSLIP-PRINT-AMOUNT-LINE
               MOVE "  LOHNSTEUER" TO PPA-LABEL
               MOVE YTD-TAX TO PPA-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE SPACES TO PAYSLIP-PRINT-AMOUNT-LINE
               MOVE "  SOZIALVERSICHERUNG" TO PPA-LABEL
               MOVE YTD-SOCIAL TO PPA-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE SPACES TO PAYSLIP-PRINT-AMOUNT-LINE
               MOVE "  NETTO" TO PPA-LABEL
               MOVE YTD-NET TO PPA-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           ELSE
               STRING WS-YTD-PRINT-YEAR " - KEINE VORHANDEN"
                   DELIMITED BY SIZE INTO PPT-TEXT
               PERFORM WRITE-TEXT-LINE
           END-IF.

      *----------------------------------------------------------------
      * Datum JJJJMMTT (WS-DATE-NUM) als TT.MM.JJJJ
      *----------------------------------------------------------------
       FORMAT-DATE-TEXT.
           MOVE SPACES TO WS-DATE-TEXT
           STRING WS-DATE-DD "." WS-DATE-MM "." WS-DATE-YYYY
               DELIMITED BY SIZE INTO WS-DATE-TEXT.

       WRITE-TEXT-LINE.
           WRITE PAYSLIP-PRINT-TEXT-LINE AFTER ADVANCING 1 LINE.

       WRITE-AMOUNT-LINE.
           WRITE PAYSLIP-PRINT-AMOUNT-LINE AFTER ADVANCING 1 LINE.

       WRITE-CORR-LINE.
           WRITE PAYSLIP-PRINT-CORR-LINE AFTER ADVANCING 1 LINE.

       WRITE-BLANK-LINE.
           MOVE SPACES TO PAYSLIP-PRINT-TEXT-LINE
           WRITE PAYSLIP-PRINT-TEXT-LINE AFTER ADVANCING 1 LINE.

       WRITE-SEPARATOR-LINE.
           MOVE ALL "-" TO PAYSLIP-PRINT-TEXT-LINE
           WRITE PAYSLIP-PRINT-TEXT-LINE AFTER ADVANCING 1 LINE.
