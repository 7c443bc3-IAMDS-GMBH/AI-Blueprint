      *================================================================
      * VACRPT.CBL - Urlaubskonten-Report fuer die Personalabteilung
      * Zweck: Listet je Kostenstelle und Mitarbeiter den Stand des
      *        Urlaubskontos (VACATION-ACCOUNT-FILE) fuer ein
      *        Urlaubsjahr: Anspruch, Vortrag, genommen, Resturlaub,
      *        die Krankheitstage und den schon erfassten, aber noch
      *        nicht abgerechneten Urlaub aus der Abwesenheitsdatei
      *        (ABSENCE-FILE). Der Lauf liest nur - gebucht wird das
      *        Konto ausschliesslich im Abrechnungslauf PAYROLL.
      *
      * Steht ein Konto noch auf dem Vorjahr (die erste Abrechnung
      * des neuen Jahres ist noch nicht gelaufen), zeigt der Report
      * den Stand nach dem Jahreswechsel so, wie PAYROLL ihn buchen
      * wird: Resturlaub als Vortrag plus neuer Jahresanspruch
      * (Bemerkung VORTRAG). Mitarbeiter ohne Konto erscheinen mit
      * ihrem Jahresanspruch aus dem Stamm (Bemerkung NEU).
      *
      * Parameter: YEAR=jjjj waehlt das Urlaubsjahr (Standard:
      * laufendes Jahr).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACRPT.
       AUTHOR. SCHULUNGSBEISPIEL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EMPFILE-STATUS.

           SELECT VACATION-ACCOUNT-FILE
               ASSIGN TO "VACACCT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS VAC-EMPLOYEE-ID
               FILE STATUS IS WS-VACACCT-STATUS.

           SELECT ABSENCE-FILE
               ASSIGN TO "ABSENCE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-STATUS.

           SELECT VACATION-REPORT-FILE
               ASSIGN TO "VACRPT.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  EMPLOYEE-FILE.
       COPY "emprec.cpy".

       FD  VACATION-ACCOUNT-FILE.
       COPY "vacacct.cpy".

       FD  ABSENCE-FILE.
       COPY "absence.cpy".

       FD  VACATION-REPORT-FILE.
       COPY "vacrpt.cpy".

       FD  RUN-LOG-FILE.
       COPY "runlog.cpy".

       WORKING-STORAGE SECTION.

       01 WS-RUN-PARM            PIC X(20).

      *----------------------------------------------------------------
      * Datei-Status-Felder
      *----------------------------------------------------------------
       01 WS-FILE-STATUSES.
          05 WS-EMPFILE-STATUS     PIC X(2).
             88 WS-EMPFILE-OK      VALUE '00'.
             88 WS-EMPFILE-EOF     VALUE '10'.
          05 WS-VACACCT-STATUS     PIC X(2).
             88 WS-VACACCT-OK      VALUE '00'.
             88 WS-VACACCT-NOTFOUND VALUE '23'.
             88 WS-VACACCT-NOFILE  VALUE '35'.
          05 WS-ABSENCE-STATUS     PIC X(2).
             88 WS-ABSENCE-OK      VALUE '00'.
             88 WS-ABSENCE-EOF     VALUE '10'.
             88 WS-ABSENCE-NOFILE  VALUE '35'.
          05 WS-REPORT-STATUS      PIC X(2).
             88 WS-REPORT-OK       VALUE '00'.
          05 WS-RUNLOG-STATUS      PIC X(2).
             88 WS-RUNLOG-OK       VALUE '00'.

      *----------------------------------------------------------------
      * Lauf-Zaehler: gelesen = Zeilen des Mitarbeiterstamms,
      * gelistet = Detailzeilen des Reports.
      *----------------------------------------------------------------
       01 WS-COUNTERS.
          05 WS-RECORDS-READ      PIC 9(6) VALUE ZERO.
          05 WS-LINES-WRITTEN     PIC 9(6) VALUE ZERO.
          05 WS-NO-ACCOUNT        PIC 9(6) VALUE ZERO.
          05 WS-OVERDRAWN         PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------
      * Mitarbeiter sortiert nach Kostenstelle und Personalnummer
      * (Einfuegen an der richtigen Stelle beim Laden). Eine leere
      * Kostenstelle wird als (OHNE) gefuehrt.
      *----------------------------------------------------------------
       01 WS-EMPLOYEE-TABLE.
          05 WS-EMP-COUNT         PIC 9(3) VALUE ZERO.
          05 WS-EMP-ENTRY OCCURS 500 TIMES.
             10 WS-EMP-COST-CENTER PIC X(6).
             10 WS-EMP-ID         PIC 9(6).
             10 WS-EMP-VAC-DAYS   PIC 9(2)V9.

      *----------------------------------------------------------------
      * Erfasster Urlaub (Art 'U') des Berichtsjahres je Periode
      *----------------------------------------------------------------
       01 WS-ABSENCE-TABLE.
          05 WS-ABS-COUNT         PIC 9(4) VALUE ZERO.
          05 WS-ABS-ENTRY OCCURS 2000 TIMES.
             10 WS-ABS-EMPLOYEE-ID PIC 9(6).
             10 WS-ABS-PERIOD     PIC 9(6).
             10 WS-ABS-DAYS       PIC 9(2)V9.

       01 WS-REPORT-WORK.
          05 WS-REPORT-YEAR       PIC 9(4).
          05 WS-EMP-SUB           PIC 9(3).
          05 WS-INSERT-SUB        PIC 9(3).
          05 WS-MOVE-SUB          PIC 9(3).
          05 WS-ABS-SUB           PIC 9(4).
          05 WS-CURRENT-CC        PIC X(6).
          05 WS-NEW-COST-CENTER   PIC X(6).
          05 WS-DUPLICATE-SW      PIC X(1).
             88 WS-DUPLICATE      VALUE 'Y'.
          05 WS-ACCOUNTS-SW       PIC X(1) VALUE 'Y'.
             88 WS-ACCOUNTS-EXIST VALUE 'Y'.

      *----------------------------------------------------------------
      * Werte der gerade gelisteten Zeile
      *----------------------------------------------------------------
       01 WS-LINE-VALUES.
          05 WS-LV-YEAR           PIC 9(4).
          05 WS-LV-ENTITLEMENT    PIC 9(2)V9.
          05 WS-LV-CARRIED        PIC 9(3)V9.
          05 WS-LV-TAKEN          PIC 9(3)V9.
          05 WS-LV-BALANCE        PIC 9(3)V9.
          05 WS-LV-PLANNED        PIC 9(3)V9.
          05 WS-LV-AVAILABLE      PIC 9(3)V9.
          05 WS-LV-SICK-DAYS      PIC 9(3)V9.
          05 WS-LV-LAST-PERIOD    PIC 9(6).
          05 WS-LV-REMARK         PIC X(10).

      *----------------------------------------------------------------
      * Summen je Kostenstelle und gesamt
      *----------------------------------------------------------------
       01 WS-CC-TOTALS.
          05 WS-CC-EMPLOYEES      PIC 9(4).
          05 WS-CC-ENTITLEMENT    PIC 9(5)V9.
          05 WS-CC-CARRIED        PIC 9(5)V9.
          05 WS-CC-TAKEN          PIC 9(5)V9.
          05 WS-CC-BALANCE        PIC 9(5)V9.
          05 WS-CC-PLANNED        PIC 9(5)V9.
          05 WS-CC-AVAILABLE      PIC 9(5)V9.
          05 WS-CC-SICK-DAYS      PIC 9(5)V9.

       01 WS-GRAND-TOTALS.
          05 WS-GT-EMPLOYEES      PIC 9(4) VALUE ZERO.
          05 WS-GT-ENTITLEMENT    PIC 9(5)V9 VALUE ZERO.
          05 WS-GT-CARRIED        PIC 9(5)V9 VALUE ZERO.
          05 WS-GT-TAKEN          PIC 9(5)V9 VALUE ZERO.
          05 WS-GT-BALANCE        PIC 9(5)V9 VALUE ZERO.
          05 WS-GT-PLANNED        PIC 9(5)V9 VALUE ZERO.
          05 WS-GT-AVAILABLE      PIC 9(5)V9 VALUE ZERO.
          05 WS-GT-SICK-DAYS      PIC 9(5)V9 VALUE ZERO.

      *----------------------------------------------------------------
      * Zeitstempel fuer die Laufstatistik
      *----------------------------------------------------------------
       01 WS-TIMESTAMP-WORK.
          05 WS-CURRENT-TIMESTAMP  PIC X(21).

      *================================================================
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:4) TO WS-REPORT-YEAR
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-RUN-PARM(1:5) = "YEAR="
               IF WS-RUN-PARM(6:4) IS NUMERIC
                   MOVE WS-RUN-PARM(6:4) TO WS-REPORT-YEAR
               ELSE
                   DISPLAY "VACRPT: ungueltiger Parameter "
                       WS-RUN-PARM
                   STOP RUN
               END-IF
           END-IF

           PERFORM WRITE-RUN-LOG-START
           PERFORM VACATION-REPORT-RUN
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
           MOVE WS-RECORDS-READ   TO RL-RECORDS-READ
           MOVE WS-LINES-WRITTEN  TO RL-RECORDS-APPLIED
           MOVE ZERO              TO RL-RECORDS-REJECTED
           MOVE ZERO              TO RL-CONTROL-TOTAL
           PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-RECORD.
           MOVE "VACRPT"   TO RL-PROGRAM-ID
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
      * Laedt Mitarbeiter und erfassten Urlaub, oeffnet das Konto
      * und listet je Kostenstelle. Ohne Kontendatei (noch kein
      * Abrechnungslauf mit Urlaub) werden alle als NEU gelistet.
      *----------------------------------------------------------------
       VACATION-REPORT-RUN.
           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-VACATION-ABSENCES

           OPEN INPUT VACATION-ACCOUNT-FILE
           IF WS-VACACCT-NOFILE
               DISPLAY "VACRPT: keine Urlaubskonten vorhanden"
               MOVE 'N' TO WS-ACCOUNTS-SW
           ELSE
               IF NOT WS-VACACCT-OK
                   DISPLAY "OPEN-Fehler VACATION-ACCOUNT-FILE Status="
                       WS-VACACCT-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT VACATION-REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "OPEN-Fehler VACATION-REPORT-FILE Status="
                   WS-REPORT-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO WS-CURRENT-CC
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-COST-CENTER(WS-EMP-SUB) NOT = WS-CURRENT-CC
                   IF WS-CURRENT-CC NOT = SPACES
                       PERFORM WRITE-CC-TOTAL
                   END-IF
                   MOVE WS-EMP-COST-CENTER(WS-EMP-SUB)
                       TO WS-CURRENT-CC
                   INITIALIZE WS-CC-TOTALS
               END-IF
               PERFORM LIST-ONE-EMPLOYEE
           END-PERFORM
           IF WS-CURRENT-CC NOT = SPACES
               PERFORM WRITE-CC-TOTAL
           END-IF
           PERFORM WRITE-REPORT-TOTAL

           CLOSE VACATION-REPORT-FILE
           IF WS-ACCOUNTS-EXIST
               CLOSE VACATION-ACCOUNT-FILE
           END-IF

           DISPLAY "VACRPT: Urlaubsjahr             = " WS-REPORT-YEAR
           DISPLAY "VACRPT: Mitarbeiter gelesen     = " WS-RECORDS-READ
           DISPLAY "VACRPT: Mitarbeiter gelistet    = "
               WS-LINES-WRITTEN
           DISPLAY "VACRPT: davon ohne Konto        = " WS-NO-ACCOUNT
           DISPLAY "VACRPT: davon ueberzogen        = " WS-OVERDRAWN.

      *----------------------------------------------------------------
      * Mitarbeiterstamm laden, sortiert nach Kostenstelle und
      * Personalnummer. Mehrfachzeilen derselben Personalnummer
      * werden einmal gelistet.
      *----------------------------------------------------------------
       LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-FILE
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
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM LOAD-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

       LOAD-ONE-EMPLOYEE.
           MOVE 'N' TO WS-DUPLICATE-SW
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-ID(WS-EMP-SUB) = EMP-EMPLOYEE-ID
                   SET WS-DUPLICATE TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-DUPLICATE
               IF WS-EMP-COUNT >= 500
                   DISPLAY "VACRPT: Mitarbeiter-Tabelle voll - Abbruch"
                   STOP RUN
               END-IF
               MOVE EMP-COST-CENTER TO WS-NEW-COST-CENTER
               IF WS-NEW-COST-CENTER = SPACES
                   MOVE "(OHNE)" TO WS-NEW-COST-CENTER
               END-IF
               MOVE 1 TO WS-INSERT-SUB
               PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > WS-EMP-COUNT
                   IF WS-EMP-COST-CENTER(WS-EMP-SUB)
                          < WS-NEW-COST-CENTER
                      OR (WS-EMP-COST-CENTER(WS-EMP-SUB)
                          = WS-NEW-COST-CENTER
                      AND WS-EMP-ID(WS-EMP-SUB) < EMP-EMPLOYEE-ID)
                       COMPUTE WS-INSERT-SUB = WS-EMP-SUB + 1
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-MOVE-SUB FROM WS-EMP-COUNT BY -1
                   UNTIL WS-MOVE-SUB < WS-INSERT-SUB
                   MOVE WS-EMP-ENTRY(WS-MOVE-SUB)
                       TO WS-EMP-ENTRY(WS-MOVE-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-EMP-COUNT
               MOVE WS-NEW-COST-CENTER
                   TO WS-EMP-COST-CENTER(WS-INSERT-SUB)
               MOVE EMP-EMPLOYEE-ID TO WS-EMP-ID(WS-INSERT-SUB)
               IF EMP-VACATION-DAYS IS NUMERIC
                   MOVE EMP-VACATION-DAYS
                       TO WS-EMP-VAC-DAYS(WS-INSERT-SUB)
               ELSE
                   MOVE ZERO TO WS-EMP-VAC-DAYS(WS-INSERT-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Erfassten Urlaub des Berichtsjahres laden. Ob er schon
      * abgerechnet ist, entscheidet je Mitarbeiter die zuletzt
      * gebuchte Periode des Kontos. Fehlt die Datei, ist nichts
      * erfasst.
      *----------------------------------------------------------------
       LOAD-VACATION-ABSENCES.
           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-NOFILE
               CONTINUE
           ELSE
               IF NOT WS-ABSENCE-OK
                   DISPLAY "OPEN-Fehler ABSENCE-FILE Status="
                       WS-ABSENCE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-ABSENCE-EOF
                   READ ABSENCE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM LOAD-ONE-ABSENCE
                   END-READ
               END-PERFORM
               CLOSE ABSENCE-FILE
           END-IF.

       LOAD-ONE-ABSENCE.
           IF ABS-VACATION
              AND ABS-PERIOD(1:4) = WS-REPORT-YEAR
               IF WS-ABS-COUNT >= 2000
                   DISPLAY "VACRPT: Abwesenheits-Tabelle voll - Abbruch"
                   STOP RUN
               END-IF
               ADD 1 TO WS-ABS-COUNT
               MOVE ABS-EMPLOYEE-ID TO WS-ABS-EMPLOYEE-ID(WS-ABS-COUNT)
               MOVE ABS-PERIOD      TO WS-ABS-PERIOD(WS-ABS-COUNT)
               MOVE ABS-DAYS        TO WS-ABS-DAYS(WS-ABS-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * Eine Zeile je Mitarbeiter: Kontostand fuer das Berichtsjahr
      * ermitteln, offenen Urlaub abziehen, Zeile und Summen fort-
      * schreiben.
      *----------------------------------------------------------------
       LIST-ONE-EMPLOYEE.
           PERFORM GET-ACCOUNT-VALUES
           PERFORM SUM-PLANNED-VACATION

           IF WS-LV-PLANNED > WS-LV-BALANCE
               MOVE ZERO TO WS-LV-AVAILABLE
               MOVE "UEBERZOGEN" TO WS-LV-REMARK
               ADD 1 TO WS-OVERDRAWN
           ELSE
               COMPUTE WS-LV-AVAILABLE = WS-LV-BALANCE - WS-LV-PLANNED
           END-IF

           MOVE SPACES TO VACATION-REPORT-LINE
           MOVE WS-EMP-COST-CENTER(WS-EMP-SUB) TO VR-COST-CENTER
           MOVE WS-EMP-ID(WS-EMP-SUB) TO VR-EMPLOYEE-ID
           MOVE WS-LV-YEAR         TO VR-YEAR
           MOVE WS-LV-ENTITLEMENT  TO VR-ENTITLEMENT
           MOVE WS-LV-CARRIED      TO VR-CARRIED
           MOVE WS-LV-TAKEN        TO VR-TAKEN
           MOVE WS-LV-BALANCE      TO VR-BALANCE
           MOVE WS-LV-PLANNED      TO VR-PLANNED
           MOVE WS-LV-AVAILABLE    TO VR-AVAILABLE
           MOVE WS-LV-SICK-DAYS    TO VR-SICK-DAYS
           MOVE WS-LV-REMARK       TO VR-REMARK
           WRITE VACATION-REPORT-LINE
           ADD 1 TO WS-LINES-WRITTEN

           ADD 1                   TO WS-CC-EMPLOYEES
           ADD WS-LV-ENTITLEMENT   TO WS-CC-ENTITLEMENT
           ADD WS-LV-CARRIED       TO WS-CC-CARRIED
           ADD WS-LV-TAKEN         TO WS-CC-TAKEN
           ADD WS-LV-BALANCE       TO WS-CC-BALANCE
           ADD WS-LV-PLANNED       TO WS-CC-PLANNED
           ADD WS-LV-AVAILABLE     TO WS-CC-AVAILABLE
           ADD WS-LV-SICK-DAYS     TO WS-CC-SICK-DAYS.

      *----------------------------------------------------------------
      * Kontostand fuer das Berichtsjahr:
      *   kein Konto         - Anspruch aus dem Stamm, nichts genommen
      *   Konto im Vorjahr   - Jahreswechsel wie in PAYROLL: Rest-
      *                        urlaub wird Vortrag
      *   Konto im Jahr oder spaeter - Werte des Kontos
      *----------------------------------------------------------------
       GET-ACCOUNT-VALUES.
           MOVE SPACES TO WS-LV-REMARK
           IF NOT WS-ACCOUNTS-EXIST
               MOVE ZERO TO VAC-YEAR
               SET WS-VACACCT-NOTFOUND TO TRUE
           ELSE
               MOVE WS-EMP-ID(WS-EMP-SUB) TO VAC-EMPLOYEE-ID
               READ VACATION-ACCOUNT-FILE
                   INVALID KEY
                       MOVE ZERO TO VAC-YEAR
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF

           IF WS-VACACCT-NOTFOUND
               MOVE WS-REPORT-YEAR TO WS-LV-YEAR
               MOVE WS-EMP-VAC-DAYS(WS-EMP-SUB) TO WS-LV-ENTITLEMENT
               MOVE ZERO TO WS-LV-CARRIED
               MOVE ZERO TO WS-LV-TAKEN
               MOVE WS-LV-ENTITLEMENT TO WS-LV-BALANCE
               MOVE ZERO TO WS-LV-SICK-DAYS
               MOVE ZERO TO WS-LV-LAST-PERIOD
               MOVE "NEU" TO WS-LV-REMARK
               ADD 1 TO WS-NO-ACCOUNT
           ELSE IF VAC-YEAR < WS-REPORT-YEAR
               MOVE WS-REPORT-YEAR TO WS-LV-YEAR
               MOVE WS-EMP-VAC-DAYS(WS-EMP-SUB) TO WS-LV-ENTITLEMENT
               MOVE VAC-BALANCE    TO WS-LV-CARRIED
               MOVE ZERO TO WS-LV-TAKEN
               COMPUTE WS-LV-BALANCE =
                   WS-LV-CARRIED + WS-LV-ENTITLEMENT
               MOVE ZERO TO WS-LV-SICK-DAYS
               MOVE ZERO TO WS-LV-LAST-PERIOD
               MOVE "VORTRAG" TO WS-LV-REMARK
           ELSE
               MOVE VAC-YEAR        TO WS-LV-YEAR
               MOVE VAC-ENTITLEMENT TO WS-LV-ENTITLEMENT
               MOVE VAC-CARRIED     TO WS-LV-CARRIED
               MOVE VAC-TAKEN       TO WS-LV-TAKEN
               MOVE VAC-BALANCE     TO WS-LV-BALANCE
               MOVE VAC-SICK-DAYS   TO WS-LV-SICK-DAYS
               MOVE VAC-LAST-PERIOD TO WS-LV-LAST-PERIOD
               IF VAC-YEAR > WS-REPORT-YEAR
                   MOVE "FOLGEJAHR" TO WS-LV-REMARK
               END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------
      * Erfasster Urlaub des Berichtsjahres nach der zuletzt
      * gebuchten Periode (noch nicht abgerechnet).
      *----------------------------------------------------------------
       SUM-PLANNED-VACATION.
           MOVE ZERO TO WS-LV-PLANNED
           IF WS-LV-YEAR = WS-REPORT-YEAR
               PERFORM VARYING WS-ABS-SUB FROM 1 BY 1
                   UNTIL WS-ABS-SUB > WS-ABS-COUNT
                   IF WS-ABS-EMPLOYEE-ID(WS-ABS-SUB)
                          = WS-EMP-ID(WS-EMP-SUB)
                      AND WS-ABS-PERIOD(WS-ABS-SUB) > WS-LV-LAST-PERIOD
                       ADD WS-ABS-DAYS(WS-ABS-SUB) TO WS-LV-PLANNED
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * Summenzeile der Kostenstelle und Fortschreibung der
      * Gesamtsummen.
      *----------------------------------------------------------------
       WRITE-CC-TOTAL.
           MOVE SPACES TO VACATION-CC-TOTAL-LINE
           MOVE "SUMME KST.: "    TO VRC-LABEL
           MOVE WS-CURRENT-CC     TO VRC-COST-CENTER
           MOVE WS-CC-EMPLOYEES   TO VRC-EMPLOYEES
           MOVE WS-CC-ENTITLEMENT TO VRC-ENTITLEMENT
           MOVE WS-CC-CARRIED     TO VRC-CARRIED
           MOVE WS-CC-TAKEN       TO VRC-TAKEN
           MOVE WS-CC-BALANCE     TO VRC-BALANCE
           MOVE WS-CC-PLANNED     TO VRC-PLANNED
           MOVE WS-CC-AVAILABLE   TO VRC-AVAILABLE
           MOVE WS-CC-SICK-DAYS   TO VRC-SICK-DAYS
           WRITE VACATION-CC-TOTAL-LINE

           ADD WS-CC-EMPLOYEES    TO WS-GT-EMPLOYEES
           ADD WS-CC-ENTITLEMENT  TO WS-GT-ENTITLEMENT
           ADD WS-CC-CARRIED      TO WS-GT-CARRIED
           ADD WS-CC-TAKEN        TO WS-GT-TAKEN
           ADD WS-CC-BALANCE      TO WS-GT-BALANCE
           ADD WS-CC-PLANNED      TO WS-GT-PLANNED
           ADD WS-CC-AVAILABLE    TO WS-GT-AVAILABLE
           ADD WS-CC-SICK-DAYS    TO WS-GT-SICK-DAYS.

       WRITE-REPORT-TOTAL.
           MOVE SPACES TO VACATION-TOTAL-LINE
           MOVE "URLAUB GESAMT:      " TO VRT-LABEL
           MOVE WS-GT-EMPLOYEES   TO VRT-EMPLOYEES
           MOVE WS-GT-ENTITLEMENT TO VRT-ENTITLEMENT
           MOVE WS-GT-CARRIED     TO VRT-CARRIED
           MOVE WS-GT-TAKEN       TO VRT-TAKEN
           MOVE WS-GT-BALANCE     TO VRT-BALANCE
           MOVE WS-GT-PLANNED     TO VRT-PLANNED
           MOVE WS-GT-AVAILABLE   TO VRT-AVAILABLE
           MOVE WS-GT-SICK-DAYS   TO VRT-SICK-DAYS
           WRITE VACATION-TOTAL-LINE.
