      *================================================================
      * JOBDEP.CPY - Abhaengigkeitstabelle der Batch-Kette
      * (JOB-DEPENDENCY-FILE). Eine Zeile je Voraussetzung: das
      * Programm JD-PROGRAM-ID startet in der Laufart JD-RUN-MODE
      * (Anfang des Kommandozeilen-Parameters, leer = jede Laufart)
      * nur, wenn der massgebliche Lauf von JD-PREREQ-ID im Lauf-
      * Protokoll (RUN-LOG-FILE) mit Endesatz steht - fehlt er oder
      * steht sein Startsatz ohne Endesatz, bricht das Programm vor
      * jeder Verarbeitung ab. Mit angehaengtem FORCE im Parameter
      * startet es trotzdem; der erzwungene Start wird als Satzart
      * 'O' im Lauf-Protokoll vermerkt.
      *
      * Massgeblicher Vorlauf (JD-RULE):
      *   P  juengster Lauf mit PERIOD=JJJJMM derselben Periode
      *   M  juengster Tageslauf (ohne Parameter, LOC=nn oder
      *      RESTART), gestartet am letzten Kalendertag der Periode
      *   L  juengster Tageslauf (ohne Parameter, LOC=nn oder
      *      RESTART)
      *
      * Pflegestand der Kette (Spalten wie im Satz):
      *   PAYEXT   PERIOD= PAYROLL   P
      *   INVENTORYCLOSE=  INVENTORY M
      *   INVANAL          INVENTORY L
      *================================================================
       01 JOB-DEPENDENCY-RECORD.
          05 JD-PROGRAM-ID       PIC X(9).
          05 JD-RUN-MODE         PIC X(8).
          05 JD-PREREQ-ID        PIC X(9).
          05 FILLER              PIC X(1).
          05 JD-RULE             PIC X(1).
             88 JD-RULE-PERIOD    VALUE 'P'.
             88 JD-RULE-MONTH-END VALUE 'M'.
             88 JD-RULE-LATEST    VALUE 'L'.
          05 FILLER              PIC X(1).
          05 JD-DESCRIPTION      PIC X(40).
