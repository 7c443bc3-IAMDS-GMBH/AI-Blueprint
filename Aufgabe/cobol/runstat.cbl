      *        ohne Endesatz) oder FEHLT (gar nicht gestartet),
      *        dazu die Zaehler des letzten Endesatzes - statt die
      *        Joblogs Programm fuer Programm zu durchsuchen.
      *        Meldet die Konsistenzpruefung (CONSCHK) Verstoesse,
      *        steht sie statt auf OK auf VERSTOSS - die Nacht ist
      *        dann nicht sauber, auch wenn alle Laeufe endeten.
      *        Ein mit FORCE trotz fehlender Voraussetzung
      *        erzwungener Lauf (Satzart 'O') steht auf OK-FORCE.
      *
      * Berichtstag ueber die Kommandozeile: DATE=JJJJMMTT
      * (Vorgabe: gestern). Die erwarteten Programme der Kette
      * 'O' = offener Startsatz eines anderen Tages, leer = keiner.
      *----------------------------------------------------------------
       01 WS-PROGRAM-TABLE.
          05 WS-PRG-COUNT         PIC 9(2) VALUE 08.
          05 WS-PRG-EXPECTED      PIC 9(2) VALUE 08.
          05 WS-PRG-ENTRY OCCURS 20 TIMES.
             10 WS-PRG-NAME        PIC X(9).
             10 WS-PRG-STARTS      PIC 9(3).
             10 WS-PRG-ENDS        PIC 9(3).
             10 WS-PRG-PENDING     PIC X(1).
             10 WS-PRG-FORCED      PIC 9(3).
             10 WS-PRG-PARM        PIC X(20).
             10 WS-PRG-END-TS      PIC X(14).
             10 WS-PRG-READ        PIC 9(8).
          05 WS-LOG-MATCHED       PIC 9(8) VALUE ZERO.
          05 WS-ABORT-COUNT       PIC 9(2) VALUE ZERO.
          05 WS-MISSING-COUNT     PIC 9(2) VALUE ZERO.
          05 WS-VIOLATION-COUNT   PIC 9(8) VALUE ZERO.
          05 WS-FORCED-COUNT      PIC 9(3) VALUE ZERO.

      *================================================================
       PROCEDURE DIVISION.
               WS-ABORT-COUNT
           DISPLAY "RUNSTAT: Laeufe nicht gestartet  = "
               WS-MISSING-COUNT
           DISPLAY "RUNSTAT: Konsistenz-Verstoesse   = "
               WS-VIOLATION-COUNT
           DISPLAY "RUNSTAT: Starts mit FORCE        = "
               WS-FORCED-COUNT
           STOP RUN.

      *----------------------------------------------------------------
           MOVE "PAYROLL"   TO WS-PRG-NAME(4)
           MOVE "PAYEXT"    TO WS-PRG-NAME(5)
           MOVE "INVANAL"   TO WS-PRG-NAME(6)
           MOVE "SUPMAINT"  TO WS-PRG-NAME(7)
           MOVE "CONSCHK"   TO WS-PRG-NAME(8)
           PERFORM VARYING WS-PRG-SUB FROM 1 BY 1
               UNTIL WS-PRG-SUB > 20
               MOVE ZERO   TO WS-PRG-STARTS(WS-PRG-SUB)
               MOVE ZERO   TO WS-PRG-ENDS(WS-PRG-SUB)
               MOVE SPACE  TO WS-PRG-PENDING(WS-PRG-SUB)
               MOVE ZERO   TO WS-PRG-FORCED(WS-PRG-SUB)
               MOVE SPACES TO WS-PRG-PARM(WS-PRG-SUB)
               MOVE SPACES TO WS-PRG-END-TS(WS-PRG-SUB)
               MOVE ZERO   TO WS-PRG-READ(WS-PRG-SUB)
      * oeffnet den Lauf (gezaehlt nur, wenn er auf den Berichtstag
      * faellt), der naechste Endesatz desselben Programms schliesst
      * ihn - auch wenn der Lauf erst nach Mitternacht endet, zaehlt
      * er unter seinem Starttag. Ein Satz 'O' (erzwungener Start
      * trotz fehlender Voraussetzung) steht unmittelbar vor dem
      * Startsatz seines Laufs.
      *----------------------------------------------------------------
       TALLY-ONE-LOG-RECORD.
           PERFORM FIND-OR-CREATE-PROGRAM-ENTRY
           IF RL-RECORD-KIND = 'O'
               AND RL-TIMESTAMP(1:8) = WS-REPORT-DATE
               ADD 1 TO WS-LOG-MATCHED
               ADD 1 TO WS-PRG-FORCED(WS-PRG-FOUND-SUB)
           END-IF
           IF RL-RECORD-KIND = 'S'
               IF RL-TIMESTAMP(1:8) = WS-REPORT-DATE
                   ADD 1 TO WS-LOG-MATCHED

      *----------------------------------------------------------------
      * Eine Statuszeile je Programm: FEHLT (kein Startsatz),
      * ABBRUCH (mehr Start- als Endesaetze), VERSTOSS (Konsistenz-
      * pruefung mit abgelehnten Saetzen = Verstoessen), OK-FORCE
      * (beendet, aber trotz fehlender Voraussetzung erzwungen) oder
      * OK.
      *----------------------------------------------------------------
       WRITE-STATUS-REPORT.
           OPEN OUTPUT BATCH-STATUS-REPORT-FILE
      * Berichtstag auch gestartet sind.
           PERFORM VARYING WS-PRG-SUB FROM 1 BY 1
               UNTIL WS-PRG-SUB > WS-PRG-COUNT
               IF WS-PRG-SUB <= WS-PRG-EXPECTED
                   OR WS-PRG-STARTS(WS-PRG-SUB) > ZERO
                   PERFORM WRITE-ONE-STATUS-LINE
               END-IF
                       WS-PRG-STARTS(WS-PRG-SUB)
                   MOVE "ABBRUCH" TO BS-STATUS
                   ADD 1 TO WS-ABORT-COUNT
               WHEN WS-PRG-NAME(WS-PRG-SUB) = "CONSCHK"
                   AND WS-PRG-REJECTED(WS-PRG-SUB) > ZERO
                   MOVE "VERSTOSS" TO BS-STATUS
                   ADD WS-PRG-REJECTED(WS-PRG-SUB)
                       TO WS-VIOLATION-COUNT
               WHEN WS-PRG-FORCED(WS-PRG-SUB) > ZERO
                   MOVE "OK-FORCE" TO BS-STATUS
                   ADD WS-PRG-FORCED(WS-PRG-SUB) TO WS-FORCED-COUNT
               WHEN OTHER
                   MOVE "OK"      TO BS-STATUS
           END-EVALUATE
