      * zugehoerigen Endesatz bedeutet: der Lauf ist abgebrochen -
      * darauf setzt der morgendliche Batch-Status-Report (RUNSTAT)
      * auf, statt dass jemand die Joblogs Programm fuer Programm
      * durchsucht. Startet ein Programm mit FORCE trotz fehlender
      * Voraussetzung (JOBDEP.CPY), steht vor dem Startsatz ein
      * Satz 'O' mit der Zahl der nicht erfuellten Voraussetzungen
      * als abgelehnte Saetze.
      *================================================================
       01 RUN-LOG-RECORD.
          05 RL-PROGRAM-ID       PIC X(9).
