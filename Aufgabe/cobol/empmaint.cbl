      * Zweck: Wendet Pflegeauftraege (Neuanlage/Aenderung/Loeschung)
      *        aus dem EMP-MAINT-FILE auf den Mitarbeiter-Stamm
      *        (EMPLOYEE-FILE), die Bankverbindungen (EMPLOYEE-BANK-
      *        FILE), die Dauerabzuege (RECURRING-DEDUCT-FILE) und
      *        die Abwesenheiten (ABSENCE-FILE) an und protokolliert
      *        jede angenommene Aenderung mit Vorher-/Nachher-Bild
      *        im Aenderungsprotokoll.
      *
      * Batch-Pflegelauf: liest alle Pflegeauftraege der Reihe nach
      * und validiert jeden Auftrag - IBAN-Pruefziffer nach dem
      * 97er-Restverfahren, Steuer- und Sozialsatz-Grenzen wie
      * VALIDATE-INPUT im Abrechnungslauf, keine Loeschung eines
      * Mitarbeiters mit YTD-Satz oder offener Restschuld eines
      * Dauerabzugs, kein Austritt vor dem Eintritt. Mitarbeiter-
      * Stamm, Dauerabzuege und Abwesenheiten werden wie beim
      * Abrechnungslauf in Tabellen geladen und am Laufende
      * komplett zurueckgeschrieben; die Bankverbindungen werden
      * direkt im indizierten Stamm gepflegt.
      * Abwesenheiten duerfen sich je Mitarbeiter nicht ueber-
      * schneiden, nicht in einer schon abgerechneten Periode
      * liegen (Urlaubskonto VACACCT.DAT) und gebuchter Urlaub
      * nicht ueber den Resturlaub hinausgehen. Abgerechnete Werte
      * (YTD-Stamm) werden nie ueber die Pflege veraendert - dafuer
      * gibt es nur den Abrechnungsweg ueber PAYROLL.
      *================================================================
               RECORD KEY IS YTD-EMPLOYEE-ID
               FILE STATUS IS WS-EMPYTD-STATUS.

           SELECT ABSENCE-FILE
               ASSIGN TO "ABSENCE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-STATUS.

           SELECT VACATION-ACCOUNT-FILE
               ASSIGN TO "VACACCT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS VAC-EMPLOYEE-ID
               FILE STATUS IS WS-VACACCT-STATUS.

           SELECT EMP-MAINT-FILE
               ASSIGN TO "EMPMNT.DAT"
               ORGANIZATION LINE SEQUENTIAL
       FD  EMPLOYEE-YTD-FILE.
       COPY "empytd.cpy".

       FD  ABSENCE-FILE.
       COPY "absence.cpy".

       FD  VACATION-ACCOUNT-FILE.
       COPY "vacacct.cpy".

       FD  EMP-MAINT-FILE.
       COPY "empmnt.cpy".

             88 WS-MAINT-EMPLOYEE VALUE 'E'.
             88 WS-MAINT-BANK   VALUE 'B'.
             88 WS-MAINT-DEDUCT VALUE 'D'.
             88 WS-MAINT-ABSENCE VALUE 'A'.
          05 WS-MAINT-ACTION    PIC X(1).
             88 WS-MAINT-ADD    VALUE 'A'.
             88 WS-MAINT-CHANGE VALUE 'C'.
          05 WS-MAINT-DED-END-DATE PIC X(8).
          05 WS-MAINT-DED-BAL-SW PIC X(1).
          05 WS-MAINT-DED-BALANCE PIC 9(7)V99.
          05 WS-MAINT-VACATION-DAYS PIC 9(2)V9.
          05 WS-MAINT-VAC-SW    PIC X(1).
             88 WS-MAINT-VAC-GIVEN VALUE 'Y'.
          05 WS-MAINT-ABS-TYPE  PIC X(1).
          05 WS-MAINT-ABS-FROM-DATE PIC 9(8).
          05 WS-MAINT-ABS-TO-DATE PIC 9(8).
          05 WS-MAINT-ABS-DAYS  PIC 9(2)V9.
          05 WS-MAINT-ABS-PERIOD PIC 9(6).
          05 WS-MAINT-HIRE-DATE PIC 9(8).
          05 WS-MAINT-HIRE-SW   PIC X(1).
             88 WS-MAINT-HIRE-GIVEN VALUE 'Y'.
          05 WS-MAINT-TERM-DATE PIC 9(8).
          05 WS-MAINT-TERM-SW   PIC X(1).
             88 WS-MAINT-TERM-GIVEN VALUE 'Y'.
          05 WS-MAINT-FUND-NO   PIC 9(8).
          05 WS-MAINT-FUND-SW   PIC X(1).
             88 WS-MAINT-FUND-GIVEN VALUE 'Y'.

      *----------------------------------------------------------------
      * Vorher-Bild des gepflegten Satzes fuer das Aenderungs-
          05 WS-OLD-DED-END-DATE PIC X(8).
          05 WS-OLD-DED-BAL-SW  PIC X(1).
          05 WS-OLD-DED-BALANCE PIC 9(7)V99.
          05 WS-OLD-VACATION-DAYS PIC 9(2)V9.
          05 WS-OLD-ABS-TYPE    PIC X(1).
          05 WS-OLD-ABS-FROM-DATE PIC 9(8).
          05 WS-OLD-ABS-TO-DATE PIC 9(8).
          05 WS-OLD-ABS-DAYS    PIC 9(2)V9.
          05 WS-OLD-HIRE-DATE   PIC 9(8).
          05 WS-OLD-TERM-DATE   PIC 9(8).
          05 WS-OLD-FUND-NO     PIC 9(8).

      *----------------------------------------------------------------
      * Ergebnis des laufenden Pflegeauftrags
             88 WS-INVALID-IBAN VALUE 'IB'.
             88 WS-YTD-REMAINS  VALUE 'YT'.
             88 WS-BALANCE-REMAINS VALUE 'DB'.
             88 WS-UNKNOWN-ABS  VALUE 'UA'.
             88 WS-ABSENCE-OVERLAP VALUE 'AU'.
             88 WS-PERIOD-PAID  VALUE 'PA'.
             88 WS-VACATION-EXCEEDED VALUE 'VU'.
             88 WS-INVALID-DATES VALUE 'ED'.

      *----------------------------------------------------------------
      * Datei-Status-Felder
             88 WS-EMPYTD-OK       VALUE '00'.
             88 WS-EMPYTD-NOTFOUND VALUE '23'.
             88 WS-EMPYTD-NOFILE   VALUE '35'.
          05 WS-ABSENCE-STATUS     PIC X(2).
             88 WS-ABSENCE-OK      VALUE '00'.
             88 WS-ABSENCE-EOF     VALUE '10'.
             88 WS-ABSENCE-NOFILE  VALUE '35'.
          05 WS-VACACCT-STATUS     PIC X(2).
             88 WS-VACACCT-OK      VALUE '00'.
             88 WS-VACACCT-NOTFOUND VALUE '23'.
             88 WS-VACACCT-NOFILE  VALUE '35'.
          05 WS-MAINTFILE-STATUS   PIC X(2).
             88 WS-MAINTFILE-OK    VALUE '00'.
             88 WS-MAINTFILE-EOF   VALUE '10'.
          05 WS-MAINT-APPLIED     PIC 9(6) VALUE ZERO.
          05 WS-MAINT-REJECTED    PIC 9(6) VALUE ZERO.
          05 WS-LOG-ENTRIES       PIC 9(6) VALUE ZERO.
          05 WS-ABS-PURGED        PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------
      * Mitarbeiter-Stamm: wird einmal je Lauf in diese Tabelle
             10 WS-EMP-WAGE-TYPE   PIC X(1).
             10 WS-EMP-HOURS       PIC 9(3)V99.
             10 WS-EMP-RATE        PIC 9(3)V99.
             10 WS-EMP-VAC-DAYS    PIC 9(2)V9.
             10 WS-EMP-HIRE-DATE   PIC 9(8).
             10 WS-EMP-TERM-DATE   PIC 9(8).
             10 WS-EMP-FUND-NO     PIC 9(8).
             10 WS-EMP-DELETED-SW  PIC X(1).
                88 WS-EMP-DELETED  VALUE 'Y'.

          05 WS-DED-SUB          PIC 9(3).
          05 WS-DED-FOUND-SUB    PIC 9(3).

      *----------------------------------------------------------------
      * Abwesenheiten: Schluessel ist Mitarbeiter plus erster Tag;
      * geladen, gepflegt und ohne geloeschte Eintraege zurueck-
      * geschrieben wie die Dauerabzuege. Abwesenheiten aus Jahren
      * vor dem Vorjahr sind laengst abgerechnet und werden beim
      * Zurueckschreiben nicht mehr uebernommen.
      *----------------------------------------------------------------
       01 WS-ABSENCE-TABLE.
          05 WS-ABS-COUNT        PIC 9(4) VALUE ZERO.
          05 WS-ABS-ENTRY OCCURS 2000 TIMES.
             10 WS-ABS-EMPLOYEE-ID PIC 9(6).
             10 WS-ABS-PERIOD      PIC 9(6).
             10 WS-ABS-TYPE        PIC X(1).
                88 WS-ABS-VACATION VALUE 'U'.
             10 WS-ABS-FROM-DATE   PIC 9(8).
             10 WS-ABS-TO-DATE     PIC 9(8).
             10 WS-ABS-DAYS        PIC 9(2)V9.
             10 WS-ABS-DELETED-SW  PIC X(1).
                88 WS-ABS-DELETED  VALUE 'Y'.

       01 WS-ABSENCE-WORK.
          05 WS-ABS-SUB          PIC 9(4).
          05 WS-ABS-FOUND-SUB    PIC 9(4).
          05 WS-ABS-TO-PERIOD    PIC 9(6).
          05 WS-ABS-FROM-INTEGER PIC 9(8).
          05 WS-ABS-TO-INTEGER   PIC 9(8).
          05 WS-ABS-CALENDAR-DAYS PIC 9(3).
          05 WS-KEEP-FROM-YEAR   PIC 9(4).
          05 WS-CHECK-DATE       PIC 9(8).
          05 WS-CHECK-PERIOD     PIC 9(6).
          05 WS-CHECK-YEAR       PIC 9(4).
          05 WS-CHECK-MONTH      PIC 9(2).
          05 WS-CHECK-DAY        PIC 9(2).
          05 WS-CHECK-MONTH-START PIC 9(8).
          05 WS-CHECK-INTEGER    PIC 9(8).
          05 WS-CHECK-VALID-SW   PIC X(1).
             88 WS-CHECK-VALID   VALUE 'Y'.

      *----------------------------------------------------------------
      * Resturlaub fuer die Pruefung einer Urlaubsbuchung: Stand des
      * Urlaubskontos (bei einem spaeteren Urlaubsjahr zuzueglich
      * je Jahr des Anspruchs) abzueglich des schon erfassten, noch
      * nicht abgerechneten Urlaubs.
      *----------------------------------------------------------------
       01 WS-VACATION-CHECK.
          05 WS-VACACCT-AVAILABLE-SW PIC X(1) VALUE 'N'.
             88 WS-VACACCT-AVAILABLE VALUE 'Y'.
          05 WS-VACACCT-FOUND-SW PIC X(1).
             88 WS-VACACCT-FOUND VALUE 'Y'.
          05 WS-VAC-POSTED-PERIOD PIC 9(6).
          05 WS-VAC-YEARS-AHEAD  PIC 9(2).
          05 WS-VAC-AVAILABLE    PIC 9(4)V9.
          05 WS-VAC-PENDING      PIC 9(4)V9.

      *----------------------------------------------------------------
      * IBAN-Pruefung nach dem 97er-Restverfahren: die ersten vier
      * Stellen werden ans Ende gestellt, Buchstaben zaehlen als
       MAINT-UPDATE-RUN.
           PERFORM LOAD-EMPLOYEE-FILE
           PERFORM LOAD-DEDUCT-FILE
           PERFORM LOAD-ABSENCE-FILE

           OPEN I-O EMPLOYEE-BANK-FILE
           IF NOT WS-EMPBANK-OK
               END-IF
               SET WS-YTD-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT VACATION-ACCOUNT-FILE
           IF WS-VACACCT-NOFILE
               DISPLAY "EMPMAINT: keine Urlaubskonten - Abwesenheits"
                   "pruefung gegen den Jahresanspruch"
           ELSE
               IF NOT WS-VACACCT-OK
                   DISPLAY "OPEN-Fehler VACATION-ACCOUNT-FILE Status="
                       WS-VACACCT-STATUS
                   STOP RUN
               END-IF
               SET WS-VACACCT-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT EMP-MAINT-FILE
           IF NOT WS-MAINTFILE-OK
               DISPLAY "OPEN-Fehler EMP-MAINT-FILE Status="
           IF WS-YTD-AVAILABLE
               CLOSE EMPLOYEE-YTD-FILE
           END-IF
           IF WS-VACACCT-AVAILABLE
               CLOSE VACATION-ACCOUNT-FILE
           END-IF

           PERFORM SAVE-EMPLOYEE-FILE
           PERFORM SAVE-DEDUCT-FILE
           PERFORM SAVE-ABSENCE-FILE

           DISPLAY "EMPMAINT: Auftraege gelesen     = " WS-MAINT-READ
           DISPLAY "EMPMAINT: Auftraege angewendet  = "
           DISPLAY "EMPMAINT: Auftraege abgelehnt   = "
               WS-MAINT-REJECTED
           DISPLAY "EMPMAINT: Protokollsaetze geschrieben = "
               WS-LOG-ENTRIES
           DISPLAY "EMPMAINT: alte Abwesenheiten entfernt = "
               WS-ABS-PURGED.

      *----------------------------------------------------------------
      * Laedt den Mitarbeiter-Stamm in die Arbeitstabelle. Eine
           ELSE
               MOVE ZERO TO WS-EMP-RATE(WS-EMP-COUNT)
           END-IF
           IF EMP-VACATION-DAYS IS NUMERIC
               MOVE EMP-VACATION-DAYS
                   TO WS-EMP-VAC-DAYS(WS-EMP-COUNT)
           ELSE
               MOVE ZERO TO WS-EMP-VAC-DAYS(WS-EMP-COUNT)
           END-IF
      * Altdaten ohne Eintritts-/Austritts-Spalten: keine Daten.
           IF EMP-HIRE-DATE IS NUMERIC
               MOVE EMP-HIRE-DATE TO WS-EMP-HIRE-DATE(WS-EMP-COUNT)
           ELSE
               MOVE ZERO TO WS-EMP-HIRE-DATE(WS-EMP-COUNT)
           END-IF
           IF EMP-TERM-DATE IS NUMERIC
               MOVE EMP-TERM-DATE TO WS-EMP-TERM-DATE(WS-EMP-COUNT)
           ELSE
               MOVE ZERO TO WS-EMP-TERM-DATE(WS-EMP-COUNT)
           END-IF
      * Altdaten ohne Kassen-Spalte: keine Kasse gepflegt.
           IF EMP-HEALTH-FUND-NO IS NUMERIC
               MOVE EMP-HEALTH-FUND-NO TO WS-EMP-FUND-NO(WS-EMP-COUNT)
           ELSE
               MOVE ZERO TO WS-EMP-FUND-NO(WS-EMP-COUNT)
           END-IF
           MOVE 'N'              TO WS-EMP-DELETED-SW(WS-EMP-COUNT).

      *----------------------------------------------------------------
           MOVE WS-EMP-WAGE-TYPE(WS-EMP-SUB)   TO EMP-WAGE-TYPE
           MOVE WS-EMP-HOURS(WS-EMP-SUB)       TO EMP-HOURS-WORKED
           MOVE WS-EMP-RATE(WS-EMP-SUB)        TO EMP-HOURLY-RATE
           MOVE WS-EMP-VAC-DAYS(WS-EMP-SUB)    TO EMP-VACATION-DAYS
           MOVE WS-EMP-HIRE-DATE(WS-EMP-SUB)   TO EMP-HIRE-DATE
           MOVE WS-EMP-TERM-DATE(WS-EMP-SUB)   TO EMP-TERM-DATE
           MOVE WS-EMP-FUND-NO(WS-EMP-SUB)     TO EMP-HEALTH-FUND-NO
           WRITE EMP-RECORD.

      *----------------------------------------------------------------
               TO DED-REMAINING-BALANCE
           WRITE RECURRING-DEDUCT-RECORD.

      *----------------------------------------------------------------
      * Laedt die Abwesenheits-Datei in die Arbeitstabelle. Eine
      * fehlende Datei bedeutet: noch keine Abwesenheiten.
      *----------------------------------------------------------------
       LOAD-ABSENCE-FILE.
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
           IF WS-ABS-COUNT >= 2000
               DISPLAY "EMPMAINT: Abwesenheits-Tabelle voll - Abbruch"
               STOP RUN
           END-IF
           ADD 1 TO WS-ABS-COUNT
           MOVE ABS-EMPLOYEE-ID TO WS-ABS-EMPLOYEE-ID(WS-ABS-COUNT)
           MOVE ABS-PERIOD      TO WS-ABS-PERIOD(WS-ABS-COUNT)
           MOVE ABS-TYPE        TO WS-ABS-TYPE(WS-ABS-COUNT)
           MOVE ABS-FROM-DATE   TO WS-ABS-FROM-DATE(WS-ABS-COUNT)
           MOVE ABS-TO-DATE     TO WS-ABS-TO-DATE(WS-ABS-COUNT)
           MOVE ABS-DAYS        TO WS-ABS-DAYS(WS-ABS-COUNT)
           MOVE 'N'             TO WS-ABS-DELETED-SW(WS-ABS-COUNT).

      *----------------------------------------------------------------
      * Schreibt die Abwesenheits-Datei ohne die geloeschten und
      * ohne die Eintraege aus Jahren vor dem Vorjahr neu.
      *----------------------------------------------------------------
       SAVE-ABSENCE-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:4) TO WS-KEEP-FROM-YEAR
           SUBTRACT 1 FROM WS-KEEP-FROM-YEAR
           OPEN OUTPUT ABSENCE-FILE
           IF NOT WS-ABSENCE-OK
               DISPLAY "OPEN-Fehler ABSENCE-FILE Status="
                   WS-ABSENCE-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING WS-ABS-SUB FROM 1 BY 1
               UNTIL WS-ABS-SUB > WS-ABS-COUNT
               IF NOT WS-ABS-DELETED(WS-ABS-SUB)
                   DIVIDE WS-ABS-PERIOD(WS-ABS-SUB) BY 100
                       GIVING WS-CHECK-YEAR
                   IF WS-CHECK-YEAR < WS-KEEP-FROM-YEAR
                       ADD 1 TO WS-ABS-PURGED
                   ELSE
                       PERFORM SAVE-ONE-ABSENCE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ABSENCE-FILE.

       SAVE-ONE-ABSENCE.
           MOVE WS-ABS-EMPLOYEE-ID(WS-ABS-SUB) TO ABS-EMPLOYEE-ID
           MOVE WS-ABS-PERIOD(WS-ABS-SUB)      TO ABS-PERIOD
           MOVE WS-ABS-TYPE(WS-ABS-SUB)        TO ABS-TYPE
           MOVE WS-ABS-FROM-DATE(WS-ABS-SUB)   TO ABS-FROM-DATE
           MOVE WS-ABS-TO-DATE(WS-ABS-SUB)     TO ABS-TO-DATE
           MOVE WS-ABS-DAYS(WS-ABS-SUB)        TO ABS-DAYS
           WRITE ABSENCE-RECORD.

      *----------------------------------------------------------------
      * Einen Pflegeauftrag anwenden: Eingabe uebernehmen, je nach
      * Satzart und Aktion validieren und buchen, angenommene
           MOVE EMM-DED-END-DATE TO WS-MAINT-DED-END-DATE
           MOVE EMM-DED-BALANCE-SW TO WS-MAINT-DED-BAL-SW
           MOVE EMM-DED-BALANCE  TO WS-MAINT-DED-BALANCE
      * Der Urlaubsanspruch gilt als angegeben, wenn die Spalte
      * gefuellt ist; aeltere Pflegesaetze enden davor.
           IF EMM-VACATION-DAYS IS NUMERIC
               MOVE 'Y'               TO WS-MAINT-VAC-SW
               MOVE EMM-VACATION-DAYS TO WS-MAINT-VACATION-DAYS
           ELSE
               MOVE 'N'               TO WS-MAINT-VAC-SW
               MOVE ZERO              TO WS-MAINT-VACATION-DAYS
           END-IF
           MOVE EMM-ABS-TYPE     TO WS-MAINT-ABS-TYPE
           IF EMM-ABS-FROM-DATE IS NUMERIC
               MOVE EMM-ABS-FROM-DATE TO WS-MAINT-ABS-FROM-DATE
           ELSE
               MOVE ZERO TO WS-MAINT-ABS-FROM-DATE
           END-IF
           IF EMM-ABS-TO-DATE IS NUMERIC
               MOVE EMM-ABS-TO-DATE TO WS-MAINT-ABS-TO-DATE
           ELSE
               MOVE ZERO TO WS-MAINT-ABS-TO-DATE
           END-IF
           IF EMM-ABS-DAYS IS NUMERIC
               MOVE EMM-ABS-DAYS TO WS-MAINT-ABS-DAYS
           ELSE
               MOVE ZERO TO WS-MAINT-ABS-DAYS
           END-IF
           DIVIDE WS-MAINT-ABS-FROM-DATE BY 100
               GIVING WS-MAINT-ABS-PERIOD
      * Eintritts- und Austrittsdatum ebenso: angegeben, wenn die
      * Spalte gefuellt ist.
           IF EMM-HIRE-DATE IS NUMERIC
               MOVE 'Y'           TO WS-MAINT-HIRE-SW
               MOVE EMM-HIRE-DATE TO WS-MAINT-HIRE-DATE
           ELSE
               MOVE 'N'           TO WS-MAINT-HIRE-SW
               MOVE ZERO          TO WS-MAINT-HIRE-DATE
           END-IF
           IF EMM-TERM-DATE IS NUMERIC
               MOVE 'Y'           TO WS-MAINT-TERM-SW
               MOVE EMM-TERM-DATE TO WS-MAINT-TERM-DATE
           ELSE
               MOVE 'N'           TO WS-MAINT-TERM-SW
               MOVE ZERO          TO WS-MAINT-TERM-DATE
           END-IF
           IF EMM-HEALTH-FUND-NO IS NUMERIC
               MOVE 'Y'                TO WS-MAINT-FUND-SW
               MOVE EMM-HEALTH-FUND-NO TO WS-MAINT-FUND-NO
           ELSE
               MOVE 'N'                TO WS-MAINT-FUND-SW
               MOVE ZERO               TO WS-MAINT-FUND-NO
           END-IF

           MOVE ZERO   TO WS-OLD-GROSS
           MOVE ZERO   TO WS-OLD-TAX-RATE
           MOVE SPACES TO WS-OLD-DED-END-DATE
           MOVE SPACES TO WS-OLD-DED-BAL-SW
           MOVE ZERO   TO WS-OLD-DED-BALANCE
           MOVE ZERO   TO WS-OLD-VACATION-DAYS
           MOVE SPACES TO WS-OLD-ABS-TYPE
           MOVE ZERO   TO WS-OLD-ABS-FROM-DATE
           MOVE ZERO   TO WS-OLD-ABS-TO-DATE
           MOVE ZERO   TO WS-OLD-ABS-DAYS
           MOVE ZERO   TO WS-OLD-HIRE-DATE
           MOVE ZERO   TO WS-OLD-TERM-DATE
           MOVE ZERO   TO WS-OLD-FUND-NO

           EVALUATE TRUE
               WHEN WS-MAINT-EMPLOYEE AND WS-MAINT-ADD
                   PERFORM APPLY-CHANGE-DEDUCT
               WHEN WS-MAINT-DEDUCT AND WS-MAINT-DELETE
                   PERFORM APPLY-DELETE-DEDUCT
               WHEN WS-MAINT-ABSENCE AND WS-MAINT-ADD
                   PERFORM APPLY-ADD-ABSENCE
               WHEN WS-MAINT-ABSENCE AND WS-MAINT-CHANGE
                   PERFORM APPLY-CHANGE-ABSENCE
               WHEN WS-MAINT-ABSENCE AND WS-MAINT-DELETE
                   PERFORM APPLY-DELETE-ABSENCE
               WHEN OTHER
                   MOVE 'IT' TO WS-RESULT-CODE
           END-EVALUATE
      *----------------------------------------------------------------
       APPLY-ADD-EMPLOYEE.
           PERFORM VALIDATE-EMPLOYEE-VALUES
           IF WS-SUCCESS
               PERFORM VALIDATE-EMPLOYEE-DATES
           END-IF
           IF WS-SUCCESS
               PERFORM FIND-EMPLOYEE-ENTRY
               IF WS-EMP-FOUND-SUB > ZERO

      *----------------------------------------------------------------
      * Aenderung Mitarbeiter: pflegt Brutto, Steuersatz, Sozial-
      * satz, Bonus und Kostenstelle, dazu Urlaubsanspruch sowie
      * Eintritts- und Austrittsdatum und Krankenkasse, wenn der
      * Pflegesatz sie fuehrt - sonst bleiben sie stehen.
      *----------------------------------------------------------------
       APPLY-CHANGE-EMPLOYEE.
           PERFORM VALIDATE-EMPLOYEE-VALUES
                   MOVE 'UE' TO WS-RESULT-CODE
               ELSE
                   PERFORM SAVE-EMPLOYEE-BEFORE-IMAGE
                   IF NOT WS-MAINT-VAC-GIVEN
                       MOVE WS-OLD-VACATION-DAYS
                           TO WS-MAINT-VACATION-DAYS
                   END-IF
                   IF NOT WS-MAINT-HIRE-GIVEN
                       MOVE WS-OLD-HIRE-DATE TO WS-MAINT-HIRE-DATE
                   END-IF
                   IF NOT WS-MAINT-TERM-GIVEN
                       MOVE WS-OLD-TERM-DATE TO WS-MAINT-TERM-DATE
                   END-IF
                   IF NOT WS-MAINT-FUND-GIVEN
                       MOVE WS-OLD-FUND-NO TO WS-MAINT-FUND-NO
                   END-IF
                   PERFORM VALIDATE-EMPLOYEE-DATES
                   IF WS-SUCCESS
                       PERFORM STORE-EMPLOYEE-VALUES
                   END-IF
               END-IF
           END-IF.

           MOVE WS-MAINT-WAGE-TYPE
               TO WS-EMP-WAGE-TYPE(WS-EMP-FOUND-SUB)
           MOVE WS-MAINT-HOURS TO WS-EMP-HOURS(WS-EMP-FOUND-SUB)
           MOVE WS-MAINT-RATE  TO WS-EMP-RATE(WS-EMP-FOUND-SUB)
           MOVE WS-MAINT-VACATION-DAYS
               TO WS-EMP-VAC-DAYS(WS-EMP-FOUND-SUB)
           MOVE WS-MAINT-HIRE-DATE
               TO WS-EMP-HIRE-DATE(WS-EMP-FOUND-SUB)
           MOVE WS-MAINT-TERM-DATE
               TO WS-EMP-TERM-DATE(WS-EMP-FOUND-SUB)
           MOVE WS-MAINT-FUND-NO
               TO WS-EMP-FUND-NO(WS-EMP-FOUND-SUB).

      *----------------------------------------------------------------
      * Eintritts- und Austrittsdatum: ein gefuelltes Datum muss ein
      * Kalenderdatum sein, der Austritt darf nicht vor dem Eintritt
      * liegen - sonst 'ED'.
      *----------------------------------------------------------------
       VALIDATE-EMPLOYEE-DATES.
           MOVE 'OK' TO WS-RESULT-CODE
           IF WS-MAINT-HIRE-DATE NOT = ZERO
               MOVE WS-MAINT-HIRE-DATE TO WS-CHECK-DATE
               PERFORM CHECK-CALENDAR-DATE
               IF NOT WS-CHECK-VALID
                   MOVE 'ED' TO WS-RESULT-CODE
               END-IF
           END-IF
           IF WS-SUCCESS AND WS-MAINT-TERM-DATE NOT = ZERO
               MOVE WS-MAINT-TERM-DATE TO WS-CHECK-DATE
               PERFORM CHECK-CALENDAR-DATE
               IF NOT WS-CHECK-VALID
                   MOVE 'ED' TO WS-RESULT-CODE
               ELSE IF WS-MAINT-TERM-DATE < WS-MAINT-HIRE-DATE
                   MOVE 'ED' TO WS-RESULT-CODE
               END-IF
               END-IF
           END-IF.

       SAVE-EMPLOYEE-BEFORE-IMAGE.
           MOVE WS-EMP-GROSS(WS-EMP-FOUND-SUB)       TO WS-OLD-GROSS
           MOVE WS-EMP-WAGE-TYPE(WS-EMP-FOUND-SUB)
               TO WS-OLD-WAGE-TYPE
           MOVE WS-EMP-HOURS(WS-EMP-FOUND-SUB)       TO WS-OLD-HOURS
           MOVE WS-EMP-RATE(WS-EMP-FOUND-SUB)        TO WS-OLD-RATE
           MOVE WS-EMP-VAC-DAYS(WS-EMP-FOUND-SUB)
               TO WS-OLD-VACATION-DAYS
           MOVE WS-EMP-HIRE-DATE(WS-EMP-FOUND-SUB)
               TO WS-OLD-HIRE-DATE
           MOVE WS-EMP-TERM-DATE(WS-EMP-FOUND-SUB)
               TO WS-OLD-TERM-DATE
           MOVE WS-EMP-FUND-NO(WS-EMP-FOUND-SUB)
               TO WS-OLD-FUND-NO.

      *----------------------------------------------------------------
      * Loeschung Mitarbeiter: nur zulaessig, wenn weder ein YTD-
                   MOVE SPACES TO WS-MAINT-WAGE-TYPE
                   MOVE ZERO   TO WS-MAINT-HOURS
                   MOVE ZERO   TO WS-MAINT-RATE
                   MOVE ZERO   TO WS-MAINT-VACATION-DAYS
                   MOVE ZERO   TO WS-MAINT-HIRE-DATE
                   MOVE ZERO   TO WS-MAINT-TERM-DATE
                   MOVE ZERO   TO WS-MAINT-FUND-NO
                   MOVE 'Y' TO WS-EMP-DELETED-SW(WS-EMP-FOUND-SUB)
                   PERFORM DELETE-EMPLOYEE-ABSENCES
               END-IF
           END-IF.

      * Mit dem Mitarbeiter entfallen seine erfassten Abwesenheiten
      * - ohne YTD-Satz ist keine davon abgerechnet.
       DELETE-EMPLOYEE-ABSENCES.
           PERFORM VARYING WS-ABS-SUB FROM 1 BY 1
               UNTIL WS-ABS-SUB > WS-ABS-COUNT
               IF WS-ABS-EMPLOYEE-ID(WS-ABS-SUB) =
                   WS-MAINT-EMPLOYEE-ID
                   MOVE 'Y' TO WS-ABS-DELETED-SW(WS-ABS-SUB)
               END-IF
           END-PERFORM.

       CHECK-YTD-EXISTS.
           IF WS-YTD-AVAILABLE
               MOVE WS-MAINT-EMPLOYEE-ID TO YTD-EMPLOYEE-ID
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Sucht die Abwesenheit (Mitarbeiter plus erster Tag) in der
      * Arbeitstabelle; WS-ABS-FOUND-SUB = Platz oder null.
      *----------------------------------------------------------------
       FIND-ABSENCE-ENTRY.
           MOVE ZERO TO WS-ABS-FOUND-SUB
           PERFORM VARYING WS-ABS-SUB FROM 1 BY 1
               UNTIL WS-ABS-SUB > WS-ABS-COUNT
               IF WS-ABS-FOUND-SUB = ZERO
                   AND NOT WS-ABS-DELETED(WS-ABS-SUB)
                   AND WS-ABS-EMPLOYEE-ID(WS-ABS-SUB) =
                       WS-MAINT-EMPLOYEE-ID
                   AND WS-ABS-FROM-DATE(WS-ABS-SUB) =
                       WS-MAINT-ABS-FROM-DATE
                   MOVE WS-ABS-SUB TO WS-ABS-FOUND-SUB
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * Eine Abwesenheit braucht eine gueltige Art (U/K/N), mehr als
      * null Tage, gueltige Kalendertage mit dem letzten Tag nicht
      * vor dem ersten, beide in derselben Periode, und nicht mehr
      * ausfallende Tage als Kalendertage.
      *----------------------------------------------------------------
       VALIDATE-ABSENCE-VALUES.
           IF WS-MAINT-ABS-TYPE NOT = 'U'
               AND WS-MAINT-ABS-TYPE NOT = 'K'
               AND WS-MAINT-ABS-TYPE NOT = 'N'
               MOVE 'IT' TO WS-RESULT-CODE
           ELSE IF WS-MAINT-ABS-DAYS <= ZERO
               MOVE 'IT' TO WS-RESULT-CODE
           ELSE IF WS-MAINT-ABS-TO-DATE < WS-MAINT-ABS-FROM-DATE
               MOVE 'IT' TO WS-RESULT-CODE
           ELSE
               PERFORM CHECK-ABSENCE-DATES
           END-IF
           END-IF
           END-IF.

       CHECK-ABSENCE-DATES.
           MOVE 'IT' TO WS-RESULT-CODE
           DIVIDE WS-MAINT-ABS-TO-DATE BY 100 GIVING WS-ABS-TO-PERIOD
           IF WS-ABS-TO-PERIOD = WS-MAINT-ABS-PERIOD
               MOVE WS-MAINT-ABS-FROM-DATE TO WS-CHECK-DATE
               PERFORM CHECK-CALENDAR-DATE
               IF WS-CHECK-VALID
                   MOVE WS-CHECK-INTEGER TO WS-ABS-FROM-INTEGER
                   MOVE WS-MAINT-ABS-TO-DATE TO WS-CHECK-DATE
                   PERFORM CHECK-CALENDAR-DATE
               END-IF
               IF WS-CHECK-VALID
                   MOVE WS-CHECK-INTEGER TO WS-ABS-TO-INTEGER
                   COMPUTE WS-ABS-CALENDAR-DAYS =
                       WS-ABS-TO-INTEGER - WS-ABS-FROM-INTEGER + 1
                   IF WS-MAINT-ABS-DAYS <= WS-ABS-CALENDAR-DAYS
                       MOVE 'OK' TO WS-RESULT-CODE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Kalenderpruefung JJJJMMTT: der Tag wird vom Monatsersten aus
      * abgezaehlt - landet er in einem anderen Monat, gibt es ihn
      * nicht. WS-CHECK-INTEGER = Tagesnummer des gueltigen Datums.
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
      * Pruefungen gegen den Bestand: keine Ueberschneidung mit einer
      * anderen Abwesenheit des Mitarbeiters, keine schon abge-
      * rechnete Periode, Urlaub nur im Rahmen des Resturlaubs.
      *----------------------------------------------------------------
       CHECK-ABSENCE-ALLOWED.
           PERFORM CHECK-ABSENCE-OVERLAP
           IF WS-SUCCESS
               PERFORM CHECK-PERIOD-OPEN
           END-IF
           IF WS-SUCCESS AND WS-MAINT-ABS-TYPE = 'U'
               PERFORM CHECK-VACATION-AVAILABLE
           END-IF.

       CHECK-ABSENCE-OVERLAP.
           PERFORM VARYING WS-ABS-SUB FROM 1 BY 1
               UNTIL WS-ABS-SUB > WS-ABS-COUNT
               IF NOT WS-ABS-DELETED(WS-ABS-SUB)
                   AND WS-ABS-SUB NOT = WS-ABS-FOUND-SUB
                   AND WS-ABS-EMPLOYEE-ID(WS-ABS-SUB) =
                       WS-MAINT-EMPLOYEE-ID
                   AND WS-ABS-FROM-DATE(WS-ABS-SUB) <=
                       WS-MAINT-ABS-TO-DATE
                   AND WS-ABS-TO-DATE(WS-ABS-SUB) >=
                       WS-MAINT-ABS-FROM-DATE
                   MOVE 'AU' TO WS-RESULT-CODE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * Eine Periode, die das Urlaubskonto schon gebucht hat, ist
      * abgerechnet - dort wird keine Abwesenheit mehr erfasst,
      * geaendert oder geloescht (Nachberechnung ueber den Korrektur-
      * lauf).
      *----------------------------------------------------------------
       CHECK-PERIOD-OPEN.
           MOVE 'N' TO WS-VACACCT-FOUND-SW
           IF WS-VACACCT-AVAILABLE
               MOVE WS-MAINT-EMPLOYEE-ID TO VAC-EMPLOYEE-ID
               READ VACATION-ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-VACACCT-FOUND-SW
               END-READ
           END-IF
           IF WS-VACACCT-FOUND
               AND WS-MAINT-ABS-PERIOD <= VAC-LAST-PERIOD
               MOVE 'PA' TO WS-RESULT-CODE
           END-IF.

      *----------------------------------------------------------------
      * Resturlaub wie im Abrechnungslauf: Vortrag plus Jahres-
      * anspruch minus genommen, fuer ein spaeteres Urlaubsjahr je
      * Jahr zuzueglich des Anspruchs; ohne Konto der Jahres-
      * anspruch. Davon geht der schon erfasste, noch nicht
      * abgerechnete Urlaub ab.
      *----------------------------------------------------------------
       CHECK-VACATION-AVAILABLE.
           DIVIDE WS-MAINT-ABS-PERIOD BY 100 GIVING WS-CHECK-YEAR
           IF WS-VACACCT-FOUND
               MOVE VAC-LAST-PERIOD TO WS-VAC-POSTED-PERIOD
               IF VAC-TAKEN >
                   VAC-CARRIED + WS-EMP-VAC-DAYS(WS-EMP-FOUND-SUB)
                   MOVE ZERO TO WS-VAC-AVAILABLE
               ELSE
                   COMPUTE WS-VAC-AVAILABLE = VAC-CARRIED
                       + WS-EMP-VAC-DAYS(WS-EMP-FOUND-SUB) - VAC-TAKEN
               END-IF
               IF WS-CHECK-YEAR > VAC-YEAR
                   COMPUTE WS-VAC-YEARS-AHEAD =
                       WS-CHECK-YEAR - VAC-YEAR
                   COMPUTE WS-VAC-AVAILABLE = WS-VAC-AVAILABLE
                       + WS-EMP-VAC-DAYS(WS-EMP-FOUND-SUB)
                           * WS-VAC-YEARS-AHEAD
               END-IF
           ELSE
               MOVE ZERO TO WS-VAC-POSTED-PERIOD
               MOVE WS-EMP-VAC-DAYS(WS-EMP-FOUND-SUB)
                   TO WS-VAC-AVAILABLE
           END-IF
           MOVE ZERO TO WS-VAC-PENDING
           PERFORM VARYING WS-ABS-SUB FROM 1 BY 1
               UNTIL WS-ABS-SUB > WS-ABS-COUNT
               IF NOT WS-ABS-DELETED(WS-ABS-SUB)
                   AND WS-ABS-SUB NOT = WS-ABS-FOUND-SUB
                   AND WS-ABS-EMPLOYEE-ID(WS-ABS-SUB) =
                       WS-MAINT-EMPLOYEE-ID
                   AND WS-ABS-VACATION(WS-ABS-SUB)
                   AND WS-ABS-PERIOD(WS-ABS-SUB) > WS-VAC-POSTED-PERIOD
                   ADD WS-ABS-DAYS(WS-ABS-SUB) TO WS-VAC-PENDING
               END-IF
           END-PERFORM
           IF WS-VAC-PENDING + WS-MAINT-ABS-DAYS > WS-VAC-AVAILABLE
               MOVE 'VU' TO WS-RESULT-CODE
           END-IF.

      *----------------------------------------------------------------
      * Neuanlage Abwesenheit: der Mitarbeiter muss im Stamm stehen,
      * fuer den ersten Tag darf noch keine Abwesenheit erfasst sein.
      *----------------------------------------------------------------
       APPLY-ADD-ABSENCE.
           PERFORM VALIDATE-ABSENCE-VALUES
           IF WS-SUCCESS
               PERFORM FIND-EMPLOYEE-ENTRY
               IF WS-EMP-FOUND-SUB = ZERO
                   MOVE 'UE' TO WS-RESULT-CODE
               ELSE
                   PERFORM FIND-ABSENCE-ENTRY
                   IF WS-ABS-FOUND-SUB > ZERO
                       MOVE 'DU' TO WS-RESULT-CODE
                   ELSE
                       PERFORM CHECK-ABSENCE-ALLOWED
                   END-IF
                   IF WS-SUCCESS
                       IF WS-ABS-COUNT >= 2000
                           DISPLAY "EMPMAINT: Abwesenheits-Tabelle "
                               "voll - Abbruch"
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ABS-COUNT
                       MOVE WS-ABS-COUNT TO WS-ABS-FOUND-SUB
                       MOVE WS-MAINT-EMPLOYEE-ID
                           TO WS-ABS-EMPLOYEE-ID(WS-ABS-FOUND-SUB)
                       MOVE WS-MAINT-ABS-FROM-DATE
                           TO WS-ABS-FROM-DATE(WS-ABS-FOUND-SUB)
                       PERFORM STORE-ABSENCE-VALUES
                       MOVE 'N'
                           TO WS-ABS-DELETED-SW(WS-ABS-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Aenderung Abwesenheit: Art, letzter Tag und Tage; ein anderer
      * erster Tag ist Loeschung plus Neuanlage.
      *----------------------------------------------------------------
       APPLY-CHANGE-ABSENCE.
           PERFORM VALIDATE-ABSENCE-VALUES
           IF WS-SUCCESS
               PERFORM FIND-EMPLOYEE-ENTRY
               IF WS-EMP-FOUND-SUB = ZERO
                   MOVE 'UE' TO WS-RESULT-CODE
               ELSE
                   PERFORM FIND-ABSENCE-ENTRY
                   IF WS-ABS-FOUND-SUB = ZERO
                       MOVE 'UA' TO WS-RESULT-CODE
                   ELSE
                       PERFORM CHECK-ABSENCE-ALLOWED
                       IF WS-SUCCESS
                           PERFORM SAVE-ABSENCE-BEFORE-IMAGE
                           PERFORM STORE-ABSENCE-VALUES
                       END-IF
                   END-IF
               END-IF
           END-IF.

       STORE-ABSENCE-VALUES.
           MOVE WS-MAINT-ABS-PERIOD
               TO WS-ABS-PERIOD(WS-ABS-FOUND-SUB)
           MOVE WS-MAINT-ABS-TYPE
               TO WS-ABS-TYPE(WS-ABS-FOUND-SUB)
           MOVE WS-MAINT-ABS-TO-DATE
               TO WS-ABS-TO-DATE(WS-ABS-FOUND-SUB)
           MOVE WS-MAINT-ABS-DAYS
               TO WS-ABS-DAYS(WS-ABS-FOUND-SUB).

       SAVE-ABSENCE-BEFORE-IMAGE.
           MOVE WS-ABS-TYPE(WS-ABS-FOUND-SUB)      TO WS-OLD-ABS-TYPE
           MOVE WS-ABS-FROM-DATE(WS-ABS-FOUND-SUB)
               TO WS-OLD-ABS-FROM-DATE
           MOVE WS-ABS-TO-DATE(WS-ABS-FOUND-SUB)
               TO WS-OLD-ABS-TO-DATE
           MOVE WS-ABS-DAYS(WS-ABS-FOUND-SUB)      TO WS-OLD-ABS-DAYS.

      *----------------------------------------------------------------
      * Loeschung Abwesenheit: nur in einer noch nicht abgerechneten
      * Periode.
      *----------------------------------------------------------------
       APPLY-DELETE-ABSENCE.
           PERFORM FIND-ABSENCE-ENTRY
           IF WS-ABS-FOUND-SUB = ZERO
               MOVE 'UA' TO WS-RESULT-CODE
           ELSE
               MOVE 'OK' TO WS-RESULT-CODE
               PERFORM CHECK-PERIOD-OPEN
               IF WS-SUCCESS
                   PERFORM SAVE-ABSENCE-BEFORE-IMAGE
                   MOVE SPACES TO WS-MAINT-ABS-TYPE
                   MOVE ZERO   TO WS-MAINT-ABS-TO-DATE
                   MOVE ZERO   TO WS-MAINT-ABS-DAYS
                   MOVE 'Y'
                       TO WS-ABS-DELETED-SW(WS-ABS-FOUND-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * IBAN-Pruefziffer (97er-Restverfahren): die ersten vier
      * Stellen ans Ende stellen, Buchstaben als 10 bis 35 zaehlen
           MOVE WS-MAINT-DED-END-DATE TO ECL-NEW-DED-END-DATE
           MOVE WS-MAINT-DED-BAL-SW  TO ECL-NEW-DED-BAL-SW
           MOVE WS-MAINT-DED-BALANCE TO ECL-NEW-DED-BALANCE
           MOVE WS-OLD-VACATION-DAYS TO ECL-OLD-VACATION-DAYS
           MOVE WS-OLD-ABS-TYPE      TO ECL-OLD-ABS-TYPE
           MOVE WS-OLD-ABS-FROM-DATE TO ECL-OLD-ABS-FROM-DATE
           MOVE WS-OLD-ABS-TO-DATE   TO ECL-OLD-ABS-TO-DATE
           MOVE WS-OLD-ABS-DAYS      TO ECL-OLD-ABS-DAYS
           MOVE WS-MAINT-VACATION-DAYS TO ECL-NEW-VACATION-DAYS
           MOVE WS-MAINT-ABS-TYPE    TO ECL-NEW-ABS-TYPE
           MOVE WS-MAINT-ABS-FROM-DATE TO ECL-NEW-ABS-FROM-DATE
           MOVE WS-MAINT-ABS-TO-DATE TO ECL-NEW-ABS-TO-DATE
           MOVE WS-MAINT-ABS-DAYS    TO ECL-NEW-ABS-DAYS
           MOVE WS-OLD-HIRE-DATE     TO ECL-OLD-HIRE-DATE
           MOVE WS-OLD-TERM-DATE     TO ECL-OLD-TERM-DATE
           MOVE WS-MAINT-HIRE-DATE   TO ECL-NEW-HIRE-DATE
           MOVE WS-MAINT-TERM-DATE   TO ECL-NEW-TERM-DATE
           MOVE WS-OLD-FUND-NO       TO ECL-OLD-HEALTH-FUND-NO
           MOVE WS-MAINT-FUND-NO     TO ECL-NEW-HEALTH-FUND-NO
           WRITE EMP-CHANGE-LOG-RECORD
           ADD 1 TO WS-LOG-ENTRIES.
