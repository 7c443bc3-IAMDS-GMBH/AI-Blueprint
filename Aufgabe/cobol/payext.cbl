      * Lohnbuchhaltung. Der Lauf ist wiederholbar: eine Rueckgabe,
      * fuer die schon ein offener Vortrag besteht, wird nur
      * berichtet und nicht erneut vorgetragen.
      *
      * Mit PERIOD=JJJJMM startet der Extrakt nur, wenn der PAYROLL-
      * Lauf dieser Periode mit Endesatz im Lauf-Protokoll steht
      * (Abhaengigkeitstabelle JOBDEP.DAT); FORCE dahinter erzwingt
      * den Start und wird im Lauf-Protokoll vermerkt.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEXT.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RETRPT-STATUS.

           SELECT JOB-DEPENDENCY-FILE
               ASSIGN TO "JOBDEP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOBDEP-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
       FD  RETURN-REPORT-FILE.
       COPY "retrpt.cpy".

       FD  JOB-DEPENDENCY-FILE.
       COPY "jobdep.cpy".

       FD  RUN-LOG-FILE.
       COPY "runlog.cpy".

             88 WS-PAYCARRY-NOFILE VALUE '35'.
          05 WS-RETRPT-STATUS      PIC X(2).
             88 WS-RETRPT-OK       VALUE '00'.
          05 WS-JOBDEP-STATUS      PIC X(2).
             88 WS-JOBDEP-OK       VALUE '00'.
             88 WS-JOBDEP-EOF      VALUE '10'.
             88 WS-JOBDEP-NOFILE   VALUE '35'.
          05 WS-RUNLOG-STATUS      PIC X(2).
             88 WS-RUNLOG-OK       VALUE '00'.
             88 WS-RUNLOG-EOF      VALUE '10'.
             88 WS-RUNLOG-NOFILE   VALUE '35'.

      *----------------------------------------------------------------
      * Auszahlungs-Tabelle: je Mitarbeiter das verdichtete
          05 WS-CURRENT-TIMESTAMP  PIC X(21).
          05 WS-RUN-DATE           PIC X(8).

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

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE

           MOVE WS-FILTER-PERIOD TO WS-DEP-PERIOD
           PERFORM CHECK-JOB-PREREQUISITES
           PERFORM WRITE-RUN-LOG-START

           IF WS-RUN-RETURNS
           END-IF
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
           MOVE "PAYEXT" TO RL-PROGRAM-ID
           MOVE WS-RUN-PARM(1:20) TO RL-RUN-PARM
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
               DISPLAY "PAYEXT: keine Abhaengigkeitstabelle "
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
                   DISPLAY "PAYEXT: Start trotz " WS-DEP-FAILED
                       " fehlender Voraussetzung(en) mit FORCE - im "
                       "Lauf-Protokoll vermerkt"
               ELSE
                   DISPLAY "PAYEXT: Lauf nicht gestartet - "
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
           IF JD-PROGRAM-ID = "PAYEXT"
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
                   DISPLAY "PAYEXT: Vorlauf " JD-PREREQ-ID
                       " abgebrochen (Startsatz ohne Endesatz) - "
                       JD-DESCRIPTION
               WHEN OTHER
                   ADD 1 TO WS-DEP-FAILED
                   DISPLAY "PAYEXT: Vorlauf " JD-PREREQ-ID
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
      * Liest die Lohnabrechnungsdatei und verdichtet je
      * Mitarbeiter: 'S' und 'C' erhoehen das Auszahlungs-Netto,
