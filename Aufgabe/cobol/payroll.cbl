      * SALARY, schreibt je Mitarbeiter einen Lohnabrechnungssatz
      * (PAYSLIP-FILE) und am Ende eine Lauf-Summe fuer die
      * Hauptbuchhaltung (PAYROLL-SUMMARY-FILE).
      *
      * Abwesenheiten der Periode (ABSENCE-FILE) fliessen in den
      * Lauf ein: gebuchter Urlaub mindert das Urlaubskonto des
      * Mitarbeiters (VACATION-ACCOUNT-FILE), unbezahlter Urlaub und
      * Krankheitstage jenseits der Entgeltfortzahlung mindern beim
      * Festgehalt das Brutto um je ein Arbeitstagsgehalt.
      *
      * Eintritts- und Austrittsdatum des Mitarbeiter-Stamms: im
      * Eintritts- und im Austrittsmonat wird das Festgehalt nach
      * Kalendertagen anteilig gerechnet, fuer eine Periode vor dem
      * Eintritts- oder nach dem Austrittsmonat wird die Abrechnung
      * abgelehnt. Im Austrittsmonat wird die Restschuld eines
      * Dauerabzugs (Vorschuss) in voller Hoehe einbehalten und der
      * Abzug beendet. Ein- und Austritte der Periode stehen in der
      * Ein- und Austrittsliste (JOIN-LEAVE-FILE).
      *
      * Die Sozialabgaben werden je Beitragszweig (Rente, Kranken-,
      * Pflege-, Arbeitslosenversicherung) als Arbeitnehmer- und
      * Arbeitgeber-Anteil gefuehrt und je Krankenkasse des
      * Mitarbeiters zum monatlichen Beitragsnachweis verdichtet
      * (CONTRIBUTION-STATEMENT-FILE) - mit Abschlusssatz gegen die
      * Lauf-Summen.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECT-STATUS.

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

           SELECT JOIN-LEAVE-FILE
               ASSIGN TO "JOINLEAV.RPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOINLEAV-STATUS.

           SELECT CONTRIBUTION-STATEMENT-FILE
               ASSIGN TO "BEITRAG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRIB-STATUS.

           SELECT PAY-RUN-CONTROL-FILE
               ASSIGN TO "PAYRUNS.DAT"
               ORGANIZATION LINE SEQUENTIAL
       FD  CORRECTION-FILE.
       COPY "correct.cpy".

       FD  ABSENCE-FILE.
       COPY "absence.cpy".

       FD  VACATION-ACCOUNT-FILE.
       COPY "vacacct.cpy".

       FD  JOIN-LEAVE-FILE.
       COPY "joinleav.cpy".

       FD  CONTRIBUTION-STATEMENT-FILE.
       COPY "contrib.cpy".

       FD  PAY-RUN-CONTROL-FILE.
       COPY "payrun.cpy".

             88 WS-HOURLY       VALUE 'H'.
          05 WS-HOURS-WORKED    PIC 9(3)V99.
          05 WS-HOURLY-RATE     PIC 9(3)V99.
          05 WS-VACATION-ENTITLEMENT PIC 9(2)V9.
          05 WS-HIRE-DATE       PIC 9(8).
          05 WS-TERM-DATE       PIC 9(8).
          05 WS-HEALTH-FUND-NO  PIC 9(8).

      *----------------------------------------------------------------
      * Stundenlohn-Rechnung: Stunden bis zur Monatsgrenze zaehlen
          05 WS-BASE-AMOUNT     PIC 9(7)V99.
          05 WS-OT-AMOUNT       PIC 9(7)V99.

      *----------------------------------------------------------------
      * Abwesenheiten der Abrechnungsperiode: einmal je Lauf aus dem
      * ABSENCE-FILE geladen (nur die Saetze der Laufperiode) und je
      * Mitarbeiter aufsummiert.
      *----------------------------------------------------------------
       01 WS-ABSENCE-TABLE.
          05 WS-ABS-COUNT        PIC 9(3) VALUE ZERO.
          05 WS-ABS-ENTRY OCCURS 500 TIMES.
             10 WS-ABS-EMPLOYEE-ID PIC 9(6).
             10 WS-ABS-TYPE        PIC X(1).
                88 WS-ABS-VACATION VALUE 'U'.
                88 WS-ABS-SICK     VALUE 'K'.
                88 WS-ABS-UNPAID   VALUE 'N'.
             10 WS-ABS-DAYS        PIC 9(2)V9.

      *----------------------------------------------------------------
      * Abwesenheits-Rechnung: Entgeltfortzahlung im Krankheitsfall
      * fuer 30 Arbeitstage (sechs Wochen) je Urlaubsjahr - wie die
      * Mehrarbeitsgrenze ein gepflegter Festwert. Krankheitstage
      * darueber und unbezahlter Urlaub mindern das Festgehalt um
      * je ein Arbeitstagsgehalt (Brutto durch die Arbeitstage
      * Montag bis Freitag der Periode). Beim Stundenlohn enthalten
      * die erfassten Stunden bereits nur die bezahlte Zeit.
      *----------------------------------------------------------------
       01 WS-ABSENCE-WORK.
          05 WS-SICK-PAY-LIMIT   PIC 9(3)V9 VALUE 30.
          05 WS-PERIOD-YEAR      PIC 9(4).
          05 WS-PERIOD-FIRST-DAY PIC 9(8).
          05 WS-PERIOD-NEXT      PIC 9(6).
          05 WS-FIRST-INTEGER    PIC 9(8).
          05 WS-LAST-INTEGER     PIC 9(8).
          05 WS-DAY-INTEGER      PIC 9(8).
          05 WS-WORKING-DAYS     PIC 9(2) VALUE ZERO.
          05 WS-ABS-SUB          PIC 9(3).
          05 WS-VACATION-DAYS    PIC 9(2)V9.
          05 WS-SICK-DAYS        PIC 9(2)V9.
          05 WS-UNPAID-DAYS      PIC 9(2)V9.
          05 WS-SICK-BEFORE      PIC 9(3)V9.
          05 WS-SICK-UNPAID-DAYS PIC 9(2)V9.
          05 WS-REDUCTION-DAYS   PIC 9(3)V9.
          05 WS-ABS-REDUCTION    PIC 9(7)V99.
          05 WS-VACATION-BALANCE PIC 9(3)V9.
          05 WS-ABSENCE-SW       PIC X(1).
             88 WS-HAS-ABSENCE   VALUE 'Y'.
          05 WS-VACACCT-FOUND-SW PIC X(1).
             88 WS-VACACCT-FOUND VALUE 'Y'.
          05 WS-VACACCT-POST-SW  PIC X(1).
             88 WS-VACACCT-POST  VALUE 'Y'.

      *----------------------------------------------------------------
      * Ein- und Austritt: bezahlte Kalendertage der Periode (vom
      * Eintrittstag bzw. bis zum Austrittstag), die anteilige
      * Kuerzung des Festgehalts gegenueber dem vollen Monat und
      * im Austrittsmonat die Schlussabrechnung der Dauerabzuege
      * mit Restschuld.
      *----------------------------------------------------------------
       01 WS-EMPLOYMENT-WORK.
          05 WS-CALENDAR-DAYS    PIC 9(2) VALUE ZERO.
          05 WS-EMPLOYED-DAYS    PIC 9(2).
          05 WS-HIRE-PERIOD      PIC 9(6).
          05 WS-TERM-PERIOD      PIC 9(6).
          05 WS-EMPLOYED-FROM    PIC 9(8).
          05 WS-EMPLOYED-TO      PIC 9(8).
          05 WS-FULL-GROSS       PIC 9(7)V99.
          05 WS-PRORATA-REDUCTION PIC 9(7)V99.
          05 WS-SETTLED-AMOUNT   PIC 9(7)V99.
          05 WS-UNSETTLED-BALANCE PIC 9(7)V99.
          05 WS-JOINER-SW        PIC X(1).
             88 WS-JOINER        VALUE 'Y'.
          05 WS-LEAVER-SW        PIC X(1).
             88 WS-LEAVER        VALUE 'Y'.
          05 WS-JOINER-COUNT     PIC 9(6) VALUE ZERO.
          05 WS-LEAVER-COUNT     PIC 9(6) VALUE ZERO.
          05 WS-TOTAL-UNSETTLED  PIC 9(9)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * Berechnungsvariablen (intern)
      *----------------------------------------------------------------
          05 WS-EMPLOYER-AMOUNT  PIC 9(7)V99.
          05 WS-LABOR-COST       PIC 9(9)V99.

      *----------------------------------------------------------------
      * Sozialabgaben des gerade gerechneten Mitarbeiters je
      * Beitragszweig, in der Reihenfolge des Arbeitgeber-Tableaus
      * (1 Rente, 2 Kranken-, 3 Pflege-, 4 Arbeitslosenversicherung).
      * Der Arbeitnehmer-Anteil (Sozialsatz des Mitarbeiters) wird
      * im Verhaeltnis der Zweig-Saetze aufgeteilt; der letzte Zweig
      * nimmt die Rundungsdifferenz, damit die Summe der Zweige
      * genau WS-SOCIAL-AMOUNT ergibt.
      *----------------------------------------------------------------
       01 WS-BRANCH-WORK.
          05 WS-BRANCH-ENTRY OCCURS 4 TIMES INDEXED BY WS-BR-IDX.
             10 WS-EE-BRANCH-AMOUNT PIC 9(7)V99.
             10 WS-ER-BRANCH-AMOUNT PIC 9(7)V99.
          05 WS-ER-RATE-SUM      PIC 9(3)V99 VALUE ZERO.
          05 WS-EE-SPLIT-SUM     PIC 9(7)V99.

       01 WS-BRACKET-WORK.
          05 WS-PRIOR-THRESHOLD  PIC 9(7)V99.
          05 WS-REMAINING-BASE   PIC 9(7)V99.
          05 WS-STATUS-CODE     PIC X(2).
             88 WS-SUCCESS      VALUE 'OK'.
             88 WS-ERROR        VALUE 'ER'.
             88 WS-BEFORE-HIRE  VALUE 'VE'.
             88 WS-AFTER-EXIT   VALUE 'AT'.

      *----------------------------------------------------------------
      * Datei-Status-Felder
          05 WS-CORRECT-STATUS     PIC X(2).
             88 WS-CORRECT-OK      VALUE '00'.
             88 WS-CORRECT-EOF     VALUE '10'.
          05 WS-ABSENCE-STATUS     PIC X(2).
             88 WS-ABSENCE-OK      VALUE '00'.
             88 WS-ABSENCE-EOF     VALUE '10'.
             88 WS-ABSENCE-NOFILE  VALUE '35'.
          05 WS-VACACCT-STATUS     PIC X(2).
             88 WS-VACACCT-OK      VALUE '00'.
             88 WS-VACACCT-NOTFOUND VALUE '23'.
             88 WS-VACACCT-NOFILE  VALUE '35'.
          05 WS-CONTRIB-STATUS     PIC X(2).
             88 WS-CONTRIB-OK      VALUE '00'.
          05 WS-JOINLEAV-STATUS    PIC X(2).
             88 WS-JOINLEAV-OK     VALUE '00'.
          05 WS-PAYRUN-STATUS      PIC X(2).
             88 WS-PAYRUN-OK       VALUE '00'.
             88 WS-PAYRUN-EOF      VALUE '10'.
          05 WS-CC-SUB           PIC 9(2).
          05 WS-CC-FOUND-SUB     PIC 9(2).

      *----------------------------------------------------------------
      * Beitragsnachweis: je Krankenkasse der Periode ein Tabellen-
      * eintrag mit den Anteilen je Beitragszweig. Eine Kasse
      * darf im Nachweis nicht unter fremder Nummer erscheinen -
      * ist die Tabelle voll, bricht der Lauf ab.
      *----------------------------------------------------------------
       01 WS-FUND-TOTALS.
          05 WS-FUND-ENTRY OCCURS 50 TIMES.
             10 WS-FUND-NO       PIC 9(8)     VALUE ZERO.
             10 WS-FUND-USED-SW  PIC X(1)     VALUE 'N'.
                88 WS-FUND-USED  VALUE 'Y'.
             10 WS-FUND-COUNT    PIC 9(6)     VALUE ZERO.
             10 WS-FUND-BRANCH OCCURS 4 TIMES.
                15 WS-FUND-EE    PIC 9(9)V99  VALUE ZERO.
                15 WS-FUND-ER    PIC 9(9)V99  VALUE ZERO.

       01 WS-FUND-WORK.
          05 WS-FUND-SUB         PIC 9(2).
          05 WS-FUND-FOUND-SUB   PIC 9(2).
          05 WS-FUND-BR-SUB      PIC 9(1).
          05 WS-FUND-USED-COUNT  PIC 9(4)     VALUE ZERO.
          05 WS-FUND-EMPLOYEES   PIC 9(6)     VALUE ZERO.
          05 WS-FUND-TOTAL-EE    PIC 9(11)V99 VALUE ZERO.
          05 WS-FUND-TOTAL-ER    PIC 9(11)V99 VALUE ZERO.
          05 WS-FUND-NO-MISSING  PIC 9(6)     VALUE ZERO.

      *----------------------------------------------------------------
      * Dauerabzuege: die Datei wird einmal je Lauf in diese Tabelle
      * geladen, je Mitarbeiter angewendet (Restschuld wird dabei
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:4) TO WS-CURRENT-YEAR
           PERFORM LOAD-RECURRING-DEDUCTIONS
           PERFORM COMPUTE-PERIOD-WORKING-DAYS
           PERFORM LOAD-PERIOD-ABSENCES

           OPEN INPUT EMPLOYEE-FILE
           IF NOT WS-EMPFILE-OK
                   WS-GLPOST-STATUS
               STOP RUN
           END-IF
           PERFORM OPEN-VACATION-ACCOUNTS
           OPEN OUTPUT CONTRIBUTION-STATEMENT-FILE
           IF NOT WS-CONTRIB-OK
               DISPLAY "OPEN-Fehler CONTRIBUTION-STATEMENT-FILE Status="
                   WS-CONTRIB-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT JOIN-LEAVE-FILE
           IF NOT WS-JOINLEAV-OK
               DISPLAY "OPEN-Fehler JOIN-LEAVE-FILE Status="
                   WS-JOINLEAV-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EMPFILE-EOF
               READ EMPLOYEE-FILE

           PERFORM WRITE-PAYROLL-SUMMARY
           PERFORM WRITE-GL-POSTINGS
           PERFORM WRITE-CONTRIBUTION-STATEMENTS
           PERFORM WRITE-JOIN-LEAVE-TOTAL
           PERFORM SAVE-RECURRING-DEDUCTIONS

           CLOSE EMPLOYEE-FILE
           CLOSE PAYROLL-SUMMARY-FILE
           CLOSE EMPLOYEE-YTD-FILE
           CLOSE GL-POSTING-FILE
           CLOSE VACATION-ACCOUNT-FILE
           CLOSE CONTRIBUTION-STATEMENT-FILE
           CLOSE JOIN-LEAVE-FILE

           PERFORM REGISTER-COMPLETED-RUN

           DISPLAY "PAYROLL: Abrechnungsperiode       = "
               WS-RUN-PERIOD
           DISPLAY "PAYROLL: Arbeitstage der Periode  = "
               WS-WORKING-DAYS
           DISPLAY "PAYROLL: Mitarbeiter verarbeitet = "
               WS-EMPLOYEE-COUNT
           DISPLAY "PAYROLL: Mitarbeiter abgelehnt    = "
               WS-REJECTED-COUNT
           DISPLAY "PAYROLL: Eintritte der Periode    = "
               WS-JOINER-COUNT
           DISPLAY "PAYROLL: Austritte der Periode    = "
               WS-LEAVER-COUNT
           DISPLAY "PAYROLL: Krankenkassen im Nachweis = "
               WS-FUND-USED-COUNT
           DISPLAY "PAYROLL: davon ohne Kasse gepflegt = "
               WS-FUND-NO-MISSING.

      *----------------------------------------------------------------
      * Liest das Lauf-Register und prueft, ob die Periode des
           ELSE
               MOVE ZERO TO WS-HOURLY-RATE
           END-IF
      * Altdaten ohne Urlaubs-Spalte haben keinen gepflegten
      * Jahresanspruch.
           IF EMP-VACATION-DAYS IS NUMERIC
               MOVE EMP-VACATION-DAYS TO WS-VACATION-ENTITLEMENT
           ELSE
               MOVE ZERO TO WS-VACATION-ENTITLEMENT
           END-IF
      * Altdaten ohne Eintritts-/Austritts-Spalten gelten als
      * ganzjaehrig beschaeftigt.
           IF EMP-HIRE-DATE IS NUMERIC
               MOVE EMP-HIRE-DATE TO WS-HIRE-DATE
           ELSE
               MOVE ZERO TO WS-HIRE-DATE
           END-IF
           IF EMP-TERM-DATE IS NUMERIC
               MOVE EMP-TERM-DATE TO WS-TERM-DATE
           ELSE
               MOVE ZERO TO WS-TERM-DATE
           END-IF
      * Altdaten ohne Kassen-Spalte: keine Krankenkasse gepflegt.
           IF EMP-HEALTH-FUND-NO IS NUMERIC
               MOVE EMP-HEALTH-FUND-NO TO WS-HEALTH-FUND-NO
           ELSE
               MOVE ZERO TO WS-HEALTH-FUND-NO
           END-IF

           PERFORM CHECK-EMPLOYMENT-PERIOD
           IF WS-SUCCESS
               PERFORM CALCULATE-ONE-EMPLOYEE
           ELSE
               PERFORM REJECT-OUTSIDE-EMPLOYMENT
           END-IF.

      *----------------------------------------------------------------
      * Abrechnung eines Mitarbeiters, der in der Periode beschaeftigt
      * ist: Brutto ermitteln (Stundenlohn, Abwesenheiten, anteiliger
      * Monat), rechnen und die Lohnabrechnung schreiben.
      *----------------------------------------------------------------
       CALCULATE-ONE-EMPLOYEE.
      * Stundenlohn: das Brutto entsteht aus Stunden mal Satz und
      * ersetzt den Spreadsheet-Umweg; erst danach greifen die
      * normalen Pruefungen und die Steuerrechnung.
           IF WS-HOURLY
               PERFORM COMPUTE-HOURLY-GROSS
           END-IF
      * Abwesenheiten der Periode: Urlaubskonto fortrechnen und
      * beim Festgehalt die unbezahlten Tage vom Brutto abziehen.
      * Gebucht wird das Konto erst mit einer gueltigen Abrechnung
      * - eine abgelehnte Abrechnung ('ER') laesst es unveraendert.
           PERFORM SUM-EMPLOYEE-ABSENCES
           PERFORM PREPARE-VACATION-ACCOUNT
           MOVE WS-GROSS-SALARY TO WS-FULL-GROSS
           PERFORM APPLY-ABSENCE-REDUCTION
      * Eintritts- oder Austrittsmonat: Festgehalt nur fuer die
      * Kalendertage der Beschaeftigung.
           PERFORM APPLY-PRORATA-REDUCTION

      * Stundenlohn ohne Stunden (und ohne Bonus) in der Periode
      * ist keine fehlerhafte Eingabe, sondern eine Null-
      * Abrechnung - der ueber die Pflege angenommene Mitarbeiter
      * darf hier nicht jeden Lauf als 'ER' abgelehnt werden.
      * Dasselbe gilt fuer ein Festgehalt, das durch unbezahlte
      * Abwesenheit oder den anteiligen Monat ganz entfaellt.
           IF WS-GROSS-SALARY = ZERO AND WS-BONUS = ZERO
               AND (WS-HOURLY OR WS-ABS-REDUCTION > ZERO
                    OR WS-PRORATA-REDUCTION > ZERO)
               PERFORM WRITE-ZERO-PAY-SLIP
           ELSE
               PERFORM VALIDATE-INPUT
               IF WS-SUCCESS
                   PERFORM POST-VACATION-ACCOUNT
                   PERFORM CALCULATE-TAXABLE-BASE
                   PERFORM CALCULATE-DEDUCTIONS
                   PERFORM CALCULATE-NET-SALARY
                   PERFORM CALCULATE-EMPLOYER-CONTRIBUTION
                   PERFORM APPLY-RECURRING-DEDUCTIONS
                   IF WS-LEAVER
                       PERFORM CLOSE-SETTLED-DEDUCTIONS
                   END-IF
                   MOVE 'OK' TO WS-STATUS-CODE
                   ADD 1 TO WS-EMPLOYEE-COUNT
                   ADD WS-GROSS-SALARY TO WS-TOTAL-GROSS
                   ADD WS-STATUTORY-NET TO WS-TOTAL-NET
                   ADD WS-EMPLOYER-AMOUNT TO WS-TOTAL-EMPLOYER
                   PERFORM ADD-TO-COST-CENTER
                   PERFORM ADD-TO-HEALTH-FUND
                   PERFORM UPDATE-YTD-MASTER
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
                   IF WS-HOURLY
                       PERFORM WRITE-HOURS-LINE
                   END-IF
                   IF WS-JOINER OR WS-LEAVER
                       PERFORM WRITE-EMPLOYMENT-LINE
                   END-IF
                   IF WS-HAS-ABSENCE
                       PERFORM WRITE-ABSENCE-LINE
                   END-IF
                   PERFORM WRITE-DEDUCT-LINES
               END-IF
           END-IF
           IF WS-JOINER OR WS-LEAVER
               PERFORM WRITE-JOIN-LEAVE-LINE
           END-IF.

      *----------------------------------------------------------------
      * Beschaeftigung in der Laufperiode: Austrittsmonat vor der
      * Periode ('AT') oder Eintrittsmonat nach der Periode ('VE')
      * - dann keine Abrechnung. Sonst die bezahlten Kalendertage:
      * im Eintrittsmonat ab dem Eintrittstag, im Austrittsmonat
      * bis zum Austrittstag, sonst der ganze Monat.
      *----------------------------------------------------------------
       CHECK-EMPLOYMENT-PERIOD.
           MOVE 'OK' TO WS-STATUS-CODE
           MOVE 'N'  TO WS-JOINER-SW
           MOVE 'N'  TO WS-LEAVER-SW
           MOVE ZERO TO WS-PRORATA-REDUCTION
           MOVE ZERO TO WS-SETTLED-AMOUNT
           MOVE ZERO TO WS-UNSETTLED-BALANCE
           MOVE WS-CALENDAR-DAYS TO WS-EMPLOYED-DAYS
           DIVIDE WS-HIRE-DATE BY 100 GIVING WS-HIRE-PERIOD
           DIVIDE WS-TERM-DATE BY 100 GIVING WS-TERM-PERIOD
           IF WS-TERM-DATE NOT = ZERO
               AND WS-TERM-PERIOD < WS-RUN-PERIOD
               MOVE 'AT' TO WS-STATUS-CODE
           ELSE IF WS-HIRE-PERIOD > WS-RUN-PERIOD
               MOVE 'VE' TO WS-STATUS-CODE
           ELSE
               MOVE WS-FIRST-INTEGER TO WS-EMPLOYED-FROM
               MOVE WS-LAST-INTEGER  TO WS-EMPLOYED-TO
               IF WS-HIRE-PERIOD = WS-RUN-PERIOD
                   SET WS-JOINER TO TRUE
                   COMPUTE WS-EMPLOYED-FROM =
                       FUNCTION INTEGER-OF-DATE(WS-HIRE-DATE)
               END-IF
               IF WS-TERM-DATE NOT = ZERO
                   AND WS-TERM-PERIOD = WS-RUN-PERIOD
                   SET WS-LEAVER TO TRUE
                   COMPUTE WS-EMPLOYED-TO =
                       FUNCTION INTEGER-OF-DATE(WS-TERM-DATE)
               END-IF
               COMPUTE WS-EMPLOYED-DAYS =
                   WS-EMPLOYED-TO - WS-EMPLOYED-FROM + 1
           END-IF
           END-IF.

      *----------------------------------------------------------------
      * Abrechnung fuer eine Periode ausserhalb der Beschaeftigung:
      * Gehaltszeile ohne Betraege mit dem Ablehnungs-Code, keine
      * Buchung auf Urlaubskonto, Laufsummen oder YTD-Stamm.
      *----------------------------------------------------------------
       REJECT-OUTSIDE-EMPLOYMENT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE ZERO TO WS-GROSS-SALARY
           MOVE ZERO TO WS-TAX-PAID
           MOVE ZERO TO WS-SOCIAL-PAID
           MOVE ZERO TO WS-NET-SALARY
           IF WS-AFTER-EXIT
               DISPLAY "PAYROLL: Mitarbeiter ausgetreten ID="
                   WS-EMPLOYEE-ID " Austritt=" WS-TERM-DATE
                   " Code=" WS-STATUS-CODE
           ELSE
               DISPLAY "PAYROLL: Mitarbeiter noch nicht eingetreten "
                   "ID=" WS-EMPLOYEE-ID " Eintritt=" WS-HIRE-DATE
                   " Code=" WS-STATUS-CODE
           END-IF
           PERFORM WRITE-PAYSLIP.

      *----------------------------------------------------------------
      * Anteiliges Festgehalt im Eintritts- oder Austrittsmonat: das
      * volle Monatsgehalt mal nicht beschaeftigte Kalendertage
      * durch Kalendertage der Periode wird gekuerzt, hoechstens
      * das nach den Abwesenheiten verbliebene Brutto. Der Bonus
      * bleibt ungekuerzt; beim Stundenlohn zaehlen ohnehin nur die
      * erfassten Stunden.
      *----------------------------------------------------------------
       APPLY-PRORATA-REDUCTION.
           MOVE ZERO TO WS-PRORATA-REDUCTION
           IF NOT WS-HOURLY
               AND WS-GROSS-SALARY > ZERO
               AND WS-EMPLOYED-DAYS < WS-CALENDAR-DAYS
               COMPUTE WS-PRORATA-REDUCTION ROUNDED =
                   WS-FULL-GROSS
                       * (WS-CALENDAR-DAYS - WS-EMPLOYED-DAYS)
                       / WS-CALENDAR-DAYS
               IF WS-PRORATA-REDUCTION > WS-GROSS-SALARY
                   MOVE WS-GROSS-SALARY TO WS-PRORATA-REDUCTION
               END-IF
               SUBTRACT WS-PRORATA-REDUCTION FROM WS-GROSS-SALARY
           END-IF.

      *----------------------------------------------------------------
      * Ein-/Austrittszeile (Satzart 'T') hinter der Gehaltszeile.
      *----------------------------------------------------------------
       WRITE-EMPLOYMENT-LINE.
           MOVE 'T'                  TO PST-RECORD-TYPE
           MOVE WS-EMPLOYEE-ID       TO PST-EMPLOYEE-ID
           MOVE WS-RUN-PERIOD        TO PST-PERIOD
           MOVE WS-HIRE-DATE         TO PST-HIRE-DATE
           MOVE WS-TERM-DATE         TO PST-TERM-DATE
           MOVE WS-CALENDAR-DAYS     TO PST-CALENDAR-DAYS
           MOVE WS-EMPLOYED-DAYS     TO PST-EMPLOYED-DAYS
           MOVE WS-PRORATA-REDUCTION TO PST-REDUCTION
           MOVE WS-SETTLED-AMOUNT    TO PST-SETTLED-AMOUNT
           MOVE WS-UNSETTLED-BALANCE TO PST-UNSETTLED-BALANCE
           WRITE PAYSLIP-EMPLOYMENT-LINE.

      *----------------------------------------------------------------
      * Zeile der Ein- und Austrittsliste; ein Eintritt und Austritt
      * im selben Monat steht einmal als EIN+AUS.
      *----------------------------------------------------------------
       WRITE-JOIN-LEAVE-LINE.
           MOVE SPACES TO JOIN-LEAVE-LINE
           IF WS-JOINER AND WS-LEAVER
               MOVE "EIN+AUS"  TO JL-KIND
           ELSE IF WS-JOINER
               MOVE "EINTRITT" TO JL-KIND
           ELSE
               MOVE "AUSTRITT" TO JL-KIND
           END-IF
           END-IF
           IF WS-JOINER
               ADD 1 TO WS-JOINER-COUNT
           END-IF
           IF WS-LEAVER
               ADD 1 TO WS-LEAVER-COUNT
           END-IF
           ADD WS-UNSETTLED-BALANCE  TO WS-TOTAL-UNSETTLED
           MOVE WS-RUN-PERIOD        TO JL-PERIOD
           MOVE WS-EMPLOYEE-ID       TO JL-EMPLOYEE-ID
           MOVE WS-COST-CENTER       TO JL-COST-CENTER
           MOVE WS-HIRE-DATE         TO JL-HIRE-DATE
           MOVE WS-TERM-DATE         TO JL-TERM-DATE
           MOVE WS-EMPLOYED-DAYS     TO JL-EMPLOYED-DAYS
           MOVE WS-CALENDAR-DAYS     TO JL-CALENDAR-DAYS
           MOVE WS-GROSS-SALARY      TO JL-GROSS
           MOVE WS-PRORATA-REDUCTION TO JL-PRORATA
           MOVE WS-NET-SALARY        TO JL-NET
           MOVE WS-SETTLED-AMOUNT    TO JL-SETTLED
           MOVE WS-UNSETTLED-BALANCE TO JL-UNSETTLED
           MOVE WS-STATUS-CODE       TO JL-STATUS-CODE
           WRITE JOIN-LEAVE-LINE.

       WRITE-JOIN-LEAVE-TOTAL.
           MOVE SPACES TO JOIN-LEAVE-TOTAL-LINE
           MOVE "EINTRITTE:          " TO JLT-LABEL
           MOVE WS-JOINER-COUNT        TO JLT-JOINERS
           MOVE "AUSTRITTE:          " TO JLT-LEAVERS-LABEL
           MOVE WS-LEAVER-COUNT        TO JLT-LEAVERS
           MOVE "OFFENE RESTSCHULD:  " TO JLT-OPEN-LABEL
           MOVE WS-TOTAL-UNSETTLED     TO JLT-UNSETTLED
           WRITE JOIN-LEAVE-TOTAL-LINE.

      *----------------------------------------------------------------
      * Null-Abrechnung eines Stundenlohn-Mitarbeiters ohne Stunden
      * oder eines Festgehalts, das durch unbezahlte Abwesenheit
      * ganz entfaellt: Gehaltszeile (beim Stundenlohn mit Stunden-
      * zeile) mit null Betraegen und gegebenenfalls die
      * Abwesenheitszeile, Status 'OK'. Laufsummen, Kostenstellen
      * und YTD-Stamm bleiben
      * unberuehrt; Dauerabzuege koennen mangels Netto nicht
      * einbehalten werden und laufen in der naechsten Periode
      * weiter - im Austrittsmonat werden sie beendet und die
      * Restschuld als offen ausgewiesen.
      *----------------------------------------------------------------
       WRITE-ZERO-PAY-SLIP.
           MOVE 'OK' TO WS-STATUS-CODE
           MOVE ZERO TO WS-OT-HOURS
           MOVE ZERO TO WS-OT-AMOUNT
           ADD 1 TO WS-EMPLOYEE-COUNT
           PERFORM POST-VACATION-ACCOUNT
           IF WS-LEAVER
               PERFORM CLOSE-SETTLED-DEDUCTIONS
           END-IF
           PERFORM WRITE-PAYSLIP
           IF WS-HOURLY
               PERFORM WRITE-HOURS-LINE
           END-IF
           IF WS-JOINER OR WS-LEAVER
               PERFORM WRITE-EMPLOYMENT-LINE
           END-IF
           IF WS-HAS-ABSENCE
               PERFORM WRITE-ABSENCE-LINE
           END-IF.

      *----------------------------------------------------------------
      * Stundenlohn-Brutto: Stunden bis zur Monatsgrenze mit dem
           MOVE WS-OT-AMOUNT    TO PSH-OT-AMOUNT
           WRITE PAYSLIP-HOURS-LINE.

      *----------------------------------------------------------------
      * Arbeitstage (Montag bis Freitag) der Abrechnungsperiode -
      * Teiler fuer das Arbeitstagsgehalt. Der Tag 1 der Integer-
      * Datumszaehlung (01.01.1601) war ein Montag.
      *----------------------------------------------------------------
       COMPUTE-PERIOD-WORKING-DAYS.
           DIVIDE WS-RUN-PERIOD BY 100 GIVING WS-PERIOD-YEAR
           COMPUTE WS-PERIOD-FIRST-DAY = WS-RUN-PERIOD * 100 + 1
           COMPUTE WS-FIRST-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-FIRST-DAY)
           COMPUTE WS-DAY-INTEGER = WS-FIRST-INTEGER + 31
           COMPUTE WS-PERIOD-FIRST-DAY =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           DIVIDE WS-PERIOD-FIRST-DAY BY 100 GIVING WS-PERIOD-NEXT
           COMPUTE WS-PERIOD-FIRST-DAY = WS-PERIOD-NEXT * 100 + 1
           COMPUTE WS-LAST-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-FIRST-DAY) - 1
           COMPUTE WS-CALENDAR-DAYS =
               WS-LAST-INTEGER - WS-FIRST-INTEGER + 1
           MOVE ZERO TO WS-WORKING-DAYS
           PERFORM VARYING WS-DAY-INTEGER FROM WS-FIRST-INTEGER BY 1
               UNTIL WS-DAY-INTEGER > WS-LAST-INTEGER
               IF FUNCTION MOD(WS-DAY-INTEGER - 1, 7) < 5
                   ADD 1 TO WS-WORKING-DAYS
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * Laedt die Abwesenheiten der Laufperiode in die Arbeitstabelle.
      * Fehlt die Datei, laeuft die Abrechnung ohne Abwesenheiten
      * (Altbetrieb).
      *----------------------------------------------------------------
       LOAD-PERIOD-ABSENCES.
           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-NOFILE
               DISPLAY "PAYROLL: keine Abwesenheits-Datei - Lauf ohne "
                   "Abwesenheiten"
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
                           IF ABS-PERIOD IS NUMERIC
                               AND ABS-PERIOD = WS-RUN-PERIOD
                               PERFORM LOAD-ONE-ABSENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABSENCE-FILE
               DISPLAY "PAYROLL: Abwesenheiten der Periode = "
                   WS-ABS-COUNT
           END-IF.

       LOAD-ONE-ABSENCE.
           IF WS-ABS-COUNT >= 500
               DISPLAY "PAYROLL: Abwesenheits-Tabelle voll - Abbruch"
               STOP RUN
           END-IF
           ADD 1 TO WS-ABS-COUNT
           MOVE ABS-EMPLOYEE-ID TO WS-ABS-EMPLOYEE-ID(WS-ABS-COUNT)
           MOVE ABS-TYPE        TO WS-ABS-TYPE(WS-ABS-COUNT)
           IF ABS-DAYS IS NUMERIC
               MOVE ABS-DAYS TO WS-ABS-DAYS(WS-ABS-COUNT)
           ELSE
               MOVE ZERO TO WS-ABS-DAYS(WS-ABS-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * Oeffnet die Urlaubskonten zum Fortschreiben; beim ersten
      * Lauf ohne Datei wird sie leer angelegt.
      *----------------------------------------------------------------
       OPEN-VACATION-ACCOUNTS.
           OPEN I-O VACATION-ACCOUNT-FILE
           IF WS-VACACCT-NOFILE
               OPEN OUTPUT VACATION-ACCOUNT-FILE
               IF NOT WS-VACACCT-OK
                   DISPLAY "OPEN-Fehler VACATION-ACCOUNT-FILE Status="
                       WS-VACACCT-STATUS
                   STOP RUN
               END-IF
               CLOSE VACATION-ACCOUNT-FILE
               DISPLAY "PAYROLL: Urlaubskonten-Datei neu angelegt"
               OPEN I-O VACATION-ACCOUNT-FILE
           END-IF
           IF NOT WS-VACACCT-OK
               DISPLAY "OPEN-Fehler VACATION-ACCOUNT-FILE Status="
                   WS-VACACCT-STATUS
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * Summiert die Abwesenheitstage des Mitarbeiters je Art.
      *----------------------------------------------------------------
       SUM-EMPLOYEE-ABSENCES.
           MOVE 'N'  TO WS-ABSENCE-SW
           MOVE ZERO TO WS-VACATION-DAYS
           MOVE ZERO TO WS-SICK-DAYS
           MOVE ZERO TO WS-UNPAID-DAYS
           PERFORM VARYING WS-ABS-SUB FROM 1 BY 1
               UNTIL WS-ABS-SUB > WS-ABS-COUNT
               IF WS-ABS-EMPLOYEE-ID(WS-ABS-SUB) = WS-EMPLOYEE-ID
                   MOVE 'Y' TO WS-ABSENCE-SW
                   EVALUATE TRUE
                       WHEN WS-ABS-VACATION(WS-ABS-SUB)
                           ADD WS-ABS-DAYS(WS-ABS-SUB)
                               TO WS-VACATION-DAYS
                       WHEN WS-ABS-SICK(WS-ABS-SUB)
                           ADD WS-ABS-DAYS(WS-ABS-SUB)
                               TO WS-SICK-DAYS
                       WHEN WS-ABS-UNPAID(WS-ABS-SUB)
                           ADD WS-ABS-DAYS(WS-ABS-SUB)
                               TO WS-UNPAID-DAYS
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * Rechnet das Urlaubskonto des Mitarbeiters fort: neues
      * Konto mit dem Jahresanspruch, im ersten Lauf eines neuen
      * Jahres Resturlaub als Vortrag und neuer Anspruch, dann
      * Urlaub und Krankheitstage der Periode. Wiederholt der Lauf
      * die zuletzt gebuchte Periode (OVERRIDE), wird deren Buchung
      * vorher zurueckgenommen. Ist das Konto schon ueber die
      * Laufperiode hinaus gebucht, bleibt es unveraendert; die
      * Entgeltfortzahlungs-Grenze rechnet dann mit dem Stand vor
      * der zuletzt gebuchten Periode. Der fortgerechnete Satz
      * bleibt im Satzbereich stehen, bis POST-VACATION-ACCOUNT
      * ihn fuer eine gueltige Abrechnung schreibt.
      *----------------------------------------------------------------
       PREPARE-VACATION-ACCOUNT.
           MOVE 'N' TO WS-VACACCT-POST-SW
           MOVE WS-EMPLOYEE-ID TO VAC-EMPLOYEE-ID
           READ VACATION-ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VACACCT-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-VACACCT-FOUND-SW
           END-READ

           IF NOT WS-VACACCT-FOUND
               MOVE WS-EMPLOYEE-ID TO VAC-EMPLOYEE-ID
               MOVE WS-PERIOD-YEAR TO VAC-YEAR
               MOVE ZERO TO VAC-CARRIED VAC-TAKEN VAC-BALANCE
                   VAC-SICK-DAYS VAC-LAST-PERIOD VAC-LAST-VACATION
                   VAC-SICK-BEFORE
           END-IF

           IF VAC-LAST-PERIOD > WS-RUN-PERIOD
               DISPLAY "PAYROLL: Urlaubskonto ID=" WS-EMPLOYEE-ID
                   " bereits bis " VAC-LAST-PERIOD
                   " gebucht - Konto unveraendert"
               MOVE VAC-SICK-BEFORE TO WS-SICK-BEFORE
               MOVE VAC-BALANCE     TO WS-VACATION-BALANCE
           ELSE
               IF VAC-LAST-PERIOD = WS-RUN-PERIOD
                   IF VAC-TAKEN > VAC-LAST-VACATION
                       SUBTRACT VAC-LAST-VACATION FROM VAC-TAKEN
                   ELSE
                       MOVE ZERO TO VAC-TAKEN
                   END-IF
                   MOVE VAC-SICK-BEFORE TO VAC-SICK-DAYS
               END-IF
               IF VAC-YEAR < WS-PERIOD-YEAR
                   MOVE VAC-BALANCE    TO VAC-CARRIED
                   MOVE ZERO           TO VAC-TAKEN
                   MOVE ZERO           TO VAC-SICK-DAYS
                   MOVE WS-PERIOD-YEAR TO VAC-YEAR
               END-IF
               MOVE VAC-SICK-DAYS    TO WS-SICK-BEFORE
               MOVE VAC-SICK-DAYS    TO VAC-SICK-BEFORE
               ADD WS-SICK-DAYS      TO VAC-SICK-DAYS
               ADD WS-VACATION-DAYS  TO VAC-TAKEN
               MOVE WS-VACATION-DAYS TO VAC-LAST-VACATION
               MOVE WS-RUN-PERIOD    TO VAC-LAST-PERIOD
               MOVE WS-VACATION-ENTITLEMENT TO VAC-ENTITLEMENT
               PERFORM COMPUTE-VACATION-BALANCE
               MOVE VAC-BALANCE      TO WS-VACATION-BALANCE
               MOVE 'Y'              TO WS-VACACCT-POST-SW
           END-IF
           PERFORM COMPUTE-SICK-UNPAID-DAYS.

      *----------------------------------------------------------------
      * Bucht das von PREPARE-VACATION-ACCOUNT fortgerechnete Konto.
      *----------------------------------------------------------------
       POST-VACATION-ACCOUNT.
           IF WS-VACACCT-POST
               IF WS-VACACCT-FOUND
                   REWRITE VACATION-ACCOUNT-RECORD
               ELSE
                   WRITE VACATION-ACCOUNT-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Resturlaub = Vortrag + Jahresanspruch - genommen. Mehr
      * genommener Urlaub als vorhanden (die Pflege laesst das
      * nicht zu, ein gesenkter Anspruch aber schon) steht als null
      * Resturlaub im Konto und wird im Joblog gemeldet.
      *----------------------------------------------------------------
       COMPUTE-VACATION-BALANCE.
           IF VAC-TAKEN > VAC-CARRIED + VAC-ENTITLEMENT
               MOVE ZERO TO VAC-BALANCE
               DISPLAY "PAYROLL: Urlaub ueberzogen ID="
                   WS-EMPLOYEE-ID " genommen=" VAC-TAKEN
           ELSE
               COMPUTE VAC-BALANCE =
                   VAC-CARRIED + VAC-ENTITLEMENT - VAC-TAKEN
           END-IF.

      *----------------------------------------------------------------
      * Krankheitstage der Periode jenseits der Entgeltfortzahlungs-
      * Grenze (gezaehlt ueber das Urlaubsjahr) sind ohne Bezuege.
      *----------------------------------------------------------------
       COMPUTE-SICK-UNPAID-DAYS.
           MOVE ZERO TO WS-SICK-UNPAID-DAYS
           IF WS-SICK-BEFORE >= WS-SICK-PAY-LIMIT
               MOVE WS-SICK-DAYS TO WS-SICK-UNPAID-DAYS
           ELSE IF WS-SICK-BEFORE + WS-SICK-DAYS > WS-SICK-PAY-LIMIT
               COMPUTE WS-SICK-UNPAID-DAYS =
                   WS-SICK-BEFORE + WS-SICK-DAYS - WS-SICK-PAY-LIMIT
           END-IF
           END-IF.

      *----------------------------------------------------------------
      * Brutto-Minderung beim Festgehalt: je unbezahltem Tag (un-
      * bezahlter Urlaub und Krankheit ohne Entgeltfortzahlung) ein
      * Arbeitstagsgehalt, hoechstens das ganze Brutto.
      *----------------------------------------------------------------
       APPLY-ABSENCE-REDUCTION.
           MOVE ZERO TO WS-ABS-REDUCTION
           COMPUTE WS-REDUCTION-DAYS =
               WS-UNPAID-DAYS + WS-SICK-UNPAID-DAYS
           IF NOT WS-HOURLY
               AND WS-GROSS-SALARY > ZERO
               AND WS-REDUCTION-DAYS > ZERO
               AND WS-WORKING-DAYS > ZERO
               IF WS-REDUCTION-DAYS >= WS-WORKING-DAYS
                   MOVE WS-GROSS-SALARY TO WS-ABS-REDUCTION
               ELSE
                   COMPUTE WS-ABS-REDUCTION ROUNDED =
                       WS-GROSS-SALARY * WS-REDUCTION-DAYS
                           / WS-WORKING-DAYS
               END-IF
               SUBTRACT WS-ABS-REDUCTION FROM WS-GROSS-SALARY
           END-IF.

      *----------------------------------------------------------------
      * Abwesenheitszeile (Satzart 'A') hinter der Gehaltszeile.
      *----------------------------------------------------------------
       WRITE-ABSENCE-LINE.
           MOVE 'A'                 TO PSA-RECORD-TYPE
           MOVE WS-EMPLOYEE-ID      TO PSA-EMPLOYEE-ID
           MOVE WS-RUN-PERIOD       TO PSA-PERIOD
           MOVE WS-WORKING-DAYS     TO PSA-WORKING-DAYS
           MOVE WS-VACATION-DAYS    TO PSA-VACATION-DAYS
           MOVE WS-SICK-DAYS        TO PSA-SICK-DAYS
           MOVE WS-SICK-UNPAID-DAYS TO PSA-SICK-UNPAID-DAYS
           MOVE WS-UNPAID-DAYS      TO PSA-UNPAID-DAYS
           MOVE WS-ABS-REDUCTION    TO PSA-REDUCTION
           MOVE WS-VACATION-BALANCE TO PSA-VACATION-BALANCE
           WRITE PAYSLIP-ABSENCE-LINE.

      *----------------------------------------------------------------
      * Beim Stundenlohn ('H') darf das errechnete Brutto null
      * sein - ein Monat ohne Stunden, aber mit Bonus, wird ueber

           COMPUTE WS-SOCIAL-AMOUNT ROUNDED =
               WS-GROSS-SALARY * WS-SOCIAL-RATE / 100.
           PERFORM SPLIT-EMPLOYEE-SOCIAL
           COMPUTE WS-TOTAL-DEDUCT =
               WS-TAX-AMOUNT + WS-SOCIAL-AMOUNT.

      *----------------------------------------------------------------
      * Arbeitnehmer-Anteil je Beitragszweig: WS-SOCIAL-AMOUNT im
      * Verhaeltnis der Zweig-Saetze des Arbeitgeber-Tableaus, der
      * Rest der Rundung auf den letzten Zweig. Ohne belegtes
      * Tableau (Korrekturlauf) steht alles im ersten Zweig.
      *----------------------------------------------------------------
       SPLIT-EMPLOYEE-SOCIAL.
           MOVE ZERO TO WS-EE-SPLIT-SUM
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > 4
               MOVE ZERO TO WS-EE-BRANCH-AMOUNT(WS-BR-IDX)
               IF WS-BR-IDX < 4 AND WS-ER-RATE-SUM > ZERO
                   SET WS-ER-IDX TO WS-BR-IDX
                   COMPUTE WS-EE-BRANCH-AMOUNT(WS-BR-IDX) ROUNDED =
                       WS-SOCIAL-AMOUNT * WS-ER-RATE(WS-ER-IDX)
                           / WS-ER-RATE-SUM
                   ADD WS-EE-BRANCH-AMOUNT(WS-BR-IDX)
                       TO WS-EE-SPLIT-SUM
               END-IF
           END-PERFORM
           IF WS-ER-RATE-SUM > ZERO
               COMPUTE WS-EE-BRANCH-AMOUNT(4) =
                   WS-SOCIAL-AMOUNT - WS-EE-SPLIT-SUM
           ELSE
               MOVE WS-SOCIAL-AMOUNT TO WS-EE-BRANCH-AMOUNT(1)
           END-IF.

      *----------------------------------------------------------------
      * Belegt das Arbeitgeber-Beitragssatz-Tableau einmal je Lauf
      * mit den fuer die Abrechnungsperiode gueltigen Saetzen und
           MOVE 01.70      TO WS-ER-RATE(3)
           MOVE 0005175.00 TO WS-ER-CEILING(3)
           MOVE 01.30      TO WS-ER-RATE(4)
           MOVE 0007550.00 TO WS-ER-CEILING(4)
           COMPUTE WS-ER-RATE-SUM = WS-ER-RATE(1) + WS-ER-RATE(2)
               + WS-ER-RATE(3) + WS-ER-RATE(4).

      *----------------------------------------------------------------
      * Arbeitgeber-Anteil der Sozialabgaben: je Beitragszweig der
               COMPUTE WS-ER-PART ROUNDED =
                   WS-ER-BASE * WS-ER-RATE(WS-ER-IDX) / 100
               ADD WS-ER-PART TO WS-EMPLOYER-AMOUNT
               SET WS-BR-IDX TO WS-ER-IDX
               MOVE WS-ER-PART TO WS-ER-BRANCH-AMOUNT(WS-BR-IDX)
           END-PERFORM.

      *----------------------------------------------------------------
                   MOVE WS-DED-BALANCE(WS-DED-SUB)
                       TO WS-DED-THIS-AMOUNT
               END-IF
      * Schlussabrechnung im Austrittsmonat: die Restschuld wird in
      * voller Hoehe einbehalten, soweit das Netto reicht.
               IF WS-LEAVER AND WS-DED-HAS-BALANCE(WS-DED-SUB)
                   MOVE WS-DED-BALANCE(WS-DED-SUB)
                       TO WS-DED-THIS-AMOUNT
               END-IF
               IF WS-DED-THIS-AMOUNT > WS-NET-SALARY
                   MOVE WS-NET-SALARY TO WS-DED-THIS-AMOUNT
               END-IF
                   IF WS-DED-HAS-BALANCE(WS-DED-SUB)
                       SUBTRACT WS-DED-THIS-AMOUNT
                           FROM WS-DED-BALANCE(WS-DED-SUB)
                       IF WS-LEAVER
                           ADD WS-DED-THIS-AMOUNT
                               TO WS-SETTLED-AMOUNT
                       END-IF
                   END-IF
                   PERFORM NOTE-APPLIED-DEDUCTION
               END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------
      * Austrittsmonat: jeder Dauerabzug des Mitarbeiters mit
      * gefuehrter Restschuld endet zum Austrittstag. Was das Netto
      * nicht gedeckt hat, bleibt als Restschuld stehen (keine
      * Loeschung des Mitarbeiters ueber die Pflege, solange sie
      * offen ist), wird im Joblog gemeldet und steht in der Ein-
      * und Austrittsliste fuer die Buchhaltung.
      *----------------------------------------------------------------
       CLOSE-SETTLED-DEDUCTIONS.
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > WS-DED-COUNT
               IF WS-DED-EMPLOYEE-ID(WS-DED-SUB) = WS-EMPLOYEE-ID
                   AND WS-DED-HAS-BALANCE(WS-DED-SUB)
                   MOVE WS-TERM-DATE TO WS-DED-END-DATE(WS-DED-SUB)
                   IF WS-DED-BALANCE(WS-DED-SUB) > ZERO
                       ADD WS-DED-BALANCE(WS-DED-SUB)
                           TO WS-UNSETTLED-BALANCE
                       DISPLAY "PAYROLL: Restschuld bei Austritt "
                           "nicht gedeckt ID=" WS-EMPLOYEE-ID
                           " Abzug=" WS-DED-CODE(WS-DED-SUB)
                           " Rest=" WS-DED-BALANCE(WS-DED-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       NOTE-APPLIED-DEDUCTION.
           IF WS-APPLIED-COUNT < 10
               ADD 1 TO WS-APPLIED-COUNT
           ADD WS-EMPLOYER-AMOUNT
               TO WS-CC-EMPLOYER(WS-CC-FOUND-SUB).

      *----------------------------------------------------------------
      * Beitragsnachweis: Anteile des Mitarbeiters je Beitragszweig
      * auf seine Krankenkasse. Ohne gepflegte Kasse laeuft er
      * unter Kasse null und wird gemeldet, damit die Personal-
      * stelle die Kasse nachpflegt, bevor der Nachweis abgeht.
      *----------------------------------------------------------------
       ADD-TO-HEALTH-FUND.
           IF WS-HEALTH-FUND-NO = ZERO
               ADD 1 TO WS-FUND-NO-MISSING
               DISPLAY "PAYROLL: keine Krankenkasse gepflegt ID="
                   WS-EMPLOYEE-ID
           END-IF
           MOVE ZERO TO WS-FUND-FOUND-SUB
           PERFORM VARYING WS-FUND-SUB FROM 1 BY 1
               UNTIL WS-FUND-SUB > 50
               IF WS-FUND-FOUND-SUB = ZERO
                   AND WS-FUND-USED(WS-FUND-SUB)
                   AND WS-FUND-NO(WS-FUND-SUB) = WS-HEALTH-FUND-NO
                   MOVE WS-FUND-SUB TO WS-FUND-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FUND-FOUND-SUB = ZERO
               PERFORM VARYING WS-FUND-SUB FROM 1 BY 1
                   UNTIL WS-FUND-SUB > 50
                   IF WS-FUND-FOUND-SUB = ZERO
                       AND NOT WS-FUND-USED(WS-FUND-SUB)
                       MOVE WS-FUND-SUB TO WS-FUND-FOUND-SUB
                       MOVE WS-HEALTH-FUND-NO
                           TO WS-FUND-NO(WS-FUND-FOUND-SUB)
                       MOVE 'Y' TO WS-FUND-USED-SW(WS-FUND-FOUND-SUB)
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FUND-FOUND-SUB = ZERO
               DISPLAY "PAYROLL: Krankenkassen-Tabelle voll - Abbruch"
               STOP RUN
           END-IF
           ADD 1 TO WS-FUND-COUNT(WS-FUND-FOUND-SUB)
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > 4
               SET WS-FUND-BR-SUB TO WS-BR-IDX
               ADD WS-EE-BRANCH-AMOUNT(WS-BR-IDX)
                   TO WS-FUND-EE(WS-FUND-FOUND-SUB, WS-FUND-BR-SUB)
               ADD WS-ER-BRANCH-AMOUNT(WS-BR-IDX)
                   TO WS-FUND-ER(WS-FUND-FOUND-SUB, WS-FUND-BR-SUB)
           END-PERFORM.

      *----------------------------------------------------------------
      * Schreibt den Beitragsnachweis: ein BN-Satz je Krankenkasse
      * der Periode und ein BT-Abschlusssatz. Die Summe aller
      * Kassen muss die Lauf-Summe der Sozialabgaben (Arbeitnehmer)
      * und des Arbeitgeber-Anteils ergeben - sonst Status 'DF'
      * und Meldung im Joblog.
      *----------------------------------------------------------------
       WRITE-CONTRIBUTION-STATEMENTS.
           PERFORM VARYING WS-FUND-SUB FROM 1 BY 1
               UNTIL WS-FUND-SUB > 50
               IF WS-FUND-USED(WS-FUND-SUB)
                   PERFORM WRITE-ONE-CONTRIBUTION-STATEMENT
               END-IF
           END-PERFORM
           MOVE "BT"                TO CST-RECORD-TYPE
           MOVE WS-RUN-PERIOD       TO CST-PERIOD
           MOVE WS-FUND-USED-COUNT  TO CST-FUND-COUNT
           MOVE WS-FUND-EMPLOYEES   TO CST-EMPLOYEE-COUNT
           MOVE WS-FUND-TOTAL-EE    TO CST-TOTAL-EE
           MOVE WS-FUND-TOTAL-ER    TO CST-TOTAL-ER
           MOVE WS-TOTAL-SOCIAL     TO CST-RUN-SOCIAL
           MOVE WS-TOTAL-EMPLOYER   TO CST-RUN-EMPLOYER
           COMPUTE CST-CONTROL-TOTAL =
               WS-FUND-TOTAL-EE + WS-FUND-TOTAL-ER
           IF WS-FUND-TOTAL-EE = WS-TOTAL-SOCIAL
               AND WS-FUND-TOTAL-ER = WS-TOTAL-EMPLOYER
               MOVE 'OK' TO CST-CONTROL-STATUS
           ELSE
               MOVE 'DF' TO CST-CONTROL-STATUS
               DISPLAY "PAYROLL: Beitragsnachweis stimmt nicht mit "
                   "den Lauf-Summen ueberein AN=" WS-FUND-TOTAL-EE
                   " Lauf=" WS-TOTAL-SOCIAL " AG=" WS-FUND-TOTAL-ER
                   " Lauf=" WS-TOTAL-EMPLOYER
           END-IF
           WRITE CONTRIBUTION-STATEMENT-TRAILER.

       WRITE-ONE-CONTRIBUTION-STATEMENT.
           MOVE "BN"                     TO CS-RECORD-TYPE
           MOVE WS-RUN-PERIOD            TO CS-PERIOD
           MOVE WS-FUND-NO(WS-FUND-SUB)  TO CS-FUND-NO
           MOVE WS-FUND-COUNT(WS-FUND-SUB) TO CS-EMPLOYEE-COUNT
           MOVE WS-FUND-EE(WS-FUND-SUB, 1) TO CS-PENSION-EE
           MOVE WS-FUND-ER(WS-FUND-SUB, 1) TO CS-PENSION-ER
           MOVE WS-FUND-EE(WS-FUND-SUB, 2) TO CS-HEALTH-EE
           MOVE WS-FUND-ER(WS-FUND-SUB, 2) TO CS-HEALTH-ER
           MOVE WS-FUND-EE(WS-FUND-SUB, 3) TO CS-CARE-EE
           MOVE WS-FUND-ER(WS-FUND-SUB, 3) TO CS-CARE-ER
           MOVE WS-FUND-EE(WS-FUND-SUB, 4) TO CS-UNEMPLOYMENT-EE
           MOVE WS-FUND-ER(WS-FUND-SUB, 4) TO CS-UNEMPLOYMENT-ER
           COMPUTE CS-TOTAL-EE =
               WS-FUND-EE(WS-FUND-SUB, 1) + WS-FUND-EE(WS-FUND-SUB, 2)
             + WS-FUND-EE(WS-FUND-SUB, 3) + WS-FUND-EE(WS-FUND-SUB, 4)
           COMPUTE CS-TOTAL-ER =
               WS-FUND-ER(WS-FUND-SUB, 1) + WS-FUND-ER(WS-FUND-SUB, 2)
             + WS-FUND-ER(WS-FUND-SUB, 3) + WS-FUND-ER(WS-FUND-SUB, 4)
           COMPUTE CS-TOTAL-AMOUNT = CS-TOTAL-EE + CS-TOTAL-ER
           ADD 1                          TO WS-FUND-USED-COUNT
           ADD WS-FUND-COUNT(WS-FUND-SUB) TO WS-FUND-EMPLOYEES
           ADD CS-TOTAL-EE                TO WS-FUND-TOTAL-EE
           ADD CS-TOTAL-ER                TO WS-FUND-TOTAL-ER
           WRITE CONTRIBUTION-STATEMENT-RECORD.

      *----------------------------------------------------------------
      * Schreibt den Hauptbuch-Buchungsextrakt: eine CC-Zeile je
      * Kostenstelle der Periode und eine CT-Firmensumme am Ende -
