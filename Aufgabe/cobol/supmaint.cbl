      *================================================================
      * SUPMAINT.CBL - Lieferantenstamm-Pflege
      * Zweck: Wendet Pflegeauftraege (Neuanlage/Aenderung/Loeschung)
      *        aus dem SUPPLIER-MAINT-FILE auf den Lieferantenstamm
      *        (SUPPLIER-MASTER-FILE) an und protokolliert jede
      *        angenommene Aenderung mit Vorher-/Nachher-Bild im
      *        Aenderungsprotokoll.
      *
      * Batch-Pflegelauf: liest alle Pflegeauftraege der Reihe nach,
      * validiert jeden Auftrag (keine doppelte SUP-ID bei Neuanlage,
      * Name muss belegt sein) und schreibt den Lieferanten zurueck.
      * Geloescht wird ein Lieferant nur, wenn ihn weder ein Artikel
      * (ART-SUPPLIER-ID) noch eine offene Bestellung mit Restmenge
      * (OO-SUPPLIER-ID) mehr fuehrt - sonst liefen Nachbestellung,
      * Ueberfaelligkeits-Report und Scorecard auf einen fehlenden
      * Lieferanten.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPMAINT.
       AUTHOR. SCHULUNGSBEISPIEL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-MASTER-FILE
               ASSIGN TO "SUPMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SUP-ID
               FILE STATUS IS WS-SUPMAST-STATUS.

           SELECT SUPPLIER-MAINT-FILE
               ASSIGN TO "SUPMNT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTFILE-STATUS.

           SELECT SUP-CHANGE-LOG-FILE
               ASSIGN TO "SUPCHLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGELOG-STATUS.

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

           SELECT RUN-LOG-FILE
               ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SUPPLIER-MASTER-FILE.
       COPY "supmast.cpy".

       FD  SUPPLIER-MAINT-FILE.
       COPY "supmnt.cpy".

       FD  SUP-CHANGE-LOG-FILE.
       COPY "supchlog.cpy".

       FD  ARTICLE-MASTER-FILE.
       COPY "artmast.cpy".

       FD  OPEN-ORDER-FILE.
       COPY "openord.cpy".

       FD  RUN-LOG-FILE.
       COPY "runlog.cpy".

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * Pflege-Eingabe (eine Zeile aus dem SUPPLIER-MAINT-FILE)
      *----------------------------------------------------------------
       01 WS-MAINT.
          05 WS-MAINT-SEQ-NO    PIC 9(6).
          05 WS-MAINT-ACTION    PIC X(1).
             88 WS-MAINT-ADD    VALUE 'A'.
             88 WS-MAINT-CHANGE VALUE 'C'.
             88 WS-MAINT-DELETE VALUE 'D'.
          05 WS-MAINT-USER-ID   PIC X(8).
          05 WS-MAINT-SUPPLIER-ID PIC 9(6).
          05 WS-MAINT-NAME      PIC X(40).
          05 WS-MAINT-CONTACT   PIC X(30).
          05 WS-MAINT-PHONE     PIC X(20).

      *----------------------------------------------------------------
      * Vorher-Bild des Lieferanten fuer das Aenderungsprotokoll
      *----------------------------------------------------------------
       01 WS-BEFORE-IMAGE.
          05 WS-OLD-NAME        PIC X(40).
          05 WS-OLD-CONTACT     PIC X(30).
          05 WS-OLD-PHONE       PIC X(20).

      *----------------------------------------------------------------
      * Ergebnis des laufenden Pflegeauftrags
      *----------------------------------------------------------------
       01 WS-RESULT.
          05 WS-RESULT-CODE     PIC X(2).
             88 WS-SUCCESS      VALUE 'OK'.
             88 WS-DUPLICATE-SUP VALUE 'DU'.
             88 WS-UNKNOWN-SUPPLIER VALUE 'US'.
             88 WS-INVALID-MAINT VALUE 'IT'.
             88 WS-ARTICLE-REFERENCE VALUE 'RA'.
             88 WS-ORDER-REFERENCE VALUE 'RO'.

      *----------------------------------------------------------------
      * Datei-Status-Felder
      *----------------------------------------------------------------
       01 WS-FILE-STATUSES.
          05 WS-SUPMAST-STATUS     PIC X(2).
             88 WS-SUPMAST-OK      VALUE '00'.
             88 WS-SUPMAST-NOTFOUND VALUE '23'.
          05 WS-MAINTFILE-STATUS   PIC X(2).
             88 WS-MAINTFILE-OK    VALUE '00'.
             88 WS-MAINTFILE-EOF   VALUE '10'.
          05 WS-CHANGELOG-STATUS   PIC X(2).
             88 WS-CHANGELOG-OK    VALUE '00'.
          05 WS-ARTMAST-STATUS     PIC X(2).
             88 WS-ARTMAST-OK      VALUE '00'.
             88 WS-ARTMAST-EOF     VALUE '10'.
          05 WS-OPENORD-STATUS     PIC X(2).
             88 WS-OPENORD-OK      VALUE '00'.
             88 WS-OPENORD-EOF     VALUE '10'.
             88 WS-OPENORD-NOFILE  VALUE '35'.
          05 WS-RUNLOG-STATUS      PIC X(2).
             88 WS-RUNLOG-OK       VALUE '00'.

      *----------------------------------------------------------------
      * Lauf-Zaehler
      *----------------------------------------------------------------
       01 WS-COUNTERS.
          05 WS-MAINT-READ        PIC 9(6) VALUE ZERO.
          05 WS-MAINT-APPLIED     PIC 9(6) VALUE ZERO.
          05 WS-MAINT-REJECTED    PIC 9(6) VALUE ZERO.
          05 WS-LOG-ENTRIES       PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------
      * Lieferanten der offenen Bestellungen: je Bestellung mit
      * Restmenge groesser null die Lieferantennummer. Wird einmal
      * je Lauf geladen - die Pflege veraendert keine Bestellungen.
      *----------------------------------------------------------------
       01 WS-OPEN-ORDER-TABLE.
          05 WS-OO-COUNT          PIC 9(3) VALUE ZERO.
          05 WS-OO-SUPPLIER-ID    PIC 9(6) OCCURS 500 TIMES.

       01 WS-REFERENCE-WORK.
          05 WS-OO-SUB            PIC 9(3).
          05 WS-OO-OPEN-QTY       PIC 9(6).
          05 WS-ART-SCAN-SW       PIC X(1).
             88 WS-ART-SCAN-DONE  VALUE 'Y'.

      *----------------------------------------------------------------
      * Zeitstempel fuer das Aenderungsprotokoll
      *----------------------------------------------------------------
       01 WS-TIMESTAMP-WORK.
          05 WS-CURRENT-TIMESTAMP  PIC X(21).
          05 WS-LOG-TIMESTAMP      PIC X(14).

      *================================================================
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM WRITE-RUN-LOG-START
           PERFORM MAINT-UPDATE-RUN
           PERFORM WRITE-RUN-LOG-END
           STOP RUN.

      *----------------------------------------------------------------
      * Laufstatistik: Startsatz zu Laufbeginn, Endesatz mit den
      * Zaehlern bei normalem Ende - ein Startsatz ohne Endesatz
      * bedeutet Abbruch und faellt im morgendlichen Batch-Status-
      * Report (RUNSTAT) auf.
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
           MOVE WS-MAINT-READ     TO RL-RECORDS-READ
           MOVE WS-MAINT-APPLIED  TO RL-RECORDS-APPLIED
           MOVE WS-MAINT-REJECTED TO RL-RECORDS-REJECTED
           MOVE ZERO              TO RL-CONTROL-TOTAL
           PERFORM WRITE-RUN-LOG-RECORD.

       WRITE-RUN-LOG-RECORD.
           MOVE "SUPMAINT" TO RL-PROGRAM-ID
           MOVE SPACES     TO RL-RUN-PARM
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
      * Liest das gesamte Pflegefile und wendet jeden Auftrag auf
      * den Lieferantenstamm an.
      *----------------------------------------------------------------
       MAINT-UPDATE-RUN.
           PERFORM LOAD-OPEN-ORDER-SUPPLIERS

           OPEN I-O SUPPLIER-MASTER-FILE
           IF NOT WS-SUPMAST-OK
               DISPLAY "OPEN-Fehler SUPPLIER-MASTER-FILE Status="
                   WS-SUPMAST-STATUS
               STOP RUN
           END-IF
           OPEN INPUT ARTICLE-MASTER-FILE
           IF NOT WS-ARTMAST-OK
               DISPLAY "OPEN-Fehler ARTICLE-MASTER-FILE Status="
                   WS-ARTMAST-STATUS
               STOP RUN
           END-IF
           OPEN INPUT SUPPLIER-MAINT-FILE
           IF NOT WS-MAINTFILE-OK
               DISPLAY "OPEN-Fehler SUPPLIER-MAINT-FILE Status="
                   WS-MAINTFILE-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND SUP-CHANGE-LOG-FILE
           IF NOT WS-CHANGELOG-OK
               DISPLAY "OPEN-Fehler SUP-CHANGE-LOG-FILE Status="
                   WS-CHANGELOG-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-MAINTFILE-EOF
               READ SUPPLIER-MAINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-MAINT-READ
                       PERFORM PROCESS-ONE-MAINT
               END-READ
           END-PERFORM

           CLOSE SUPPLIER-MAINT-FILE
           CLOSE SUP-CHANGE-LOG-FILE
           CLOSE ARTICLE-MASTER-FILE
           CLOSE SUPPLIER-MASTER-FILE

           DISPLAY "SUPMAINT: Auftraege gelesen     = " WS-MAINT-READ
           DISPLAY "SUPMAINT: Auftraege angewendet  = "
               WS-MAINT-APPLIED
           DISPLAY "SUPMAINT: Auftraege abgelehnt   = "
               WS-MAINT-REJECTED
           DISPLAY "SUPMAINT: Protokollsaetze geschrieben = "
               WS-LOG-ENTRIES.

      *----------------------------------------------------------------
      * Laedt die Lieferanten aller noch offenen Bestellungen. Eine
      * fehlende Datei bedeutet: keine offenen Bestellungen.
      *----------------------------------------------------------------
       LOAD-OPEN-ORDER-SUPPLIERS.
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
                           PERFORM LOAD-ONE-OPEN-ORDER
                   END-READ
               END-PERFORM
               CLOSE OPEN-ORDER-FILE
           END-IF.

       LOAD-ONE-OPEN-ORDER.
      * Altdaten ohne Restmengen-Spalte gelten als vollstaendig
      * offen.
           IF OO-REMAINING-QTY IS NUMERIC
               MOVE OO-REMAINING-QTY TO WS-OO-OPEN-QTY
           ELSE
               MOVE OO-ORDER-QTY     TO WS-OO-OPEN-QTY
           END-IF
           IF WS-OO-OPEN-QTY > ZERO
               IF WS-OO-COUNT >= 500
                   DISPLAY "SUPMAINT: Bestell-Tabelle voll - Abbruch"
                   STOP RUN
               END-IF
               ADD 1 TO WS-OO-COUNT
               MOVE OO-SUPPLIER-ID TO WS-OO-SUPPLIER-ID(WS-OO-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * Einen Pflegeauftrag anwenden: Eingabe uebernehmen, je nach
      * Aktion validieren und buchen, angenommene Auftraege
      * protokollieren, abgelehnte im Joblog ausweisen.
      *----------------------------------------------------------------
       PROCESS-ONE-MAINT.
           MOVE SMN-SEQ-NO       TO WS-MAINT-SEQ-NO
           MOVE SMN-ACTION       TO WS-MAINT-ACTION
           MOVE SMN-USER-ID      TO WS-MAINT-USER-ID
           MOVE SMN-SUPPLIER-ID  TO WS-MAINT-SUPPLIER-ID
           MOVE SMN-NAME         TO WS-MAINT-NAME
           MOVE SMN-CONTACT      TO WS-MAINT-CONTACT
           MOVE SMN-PHONE        TO WS-MAINT-PHONE

           MOVE SPACES TO WS-OLD-NAME
           MOVE SPACES TO WS-OLD-CONTACT
           MOVE SPACES TO WS-OLD-PHONE

           EVALUATE TRUE
               WHEN WS-MAINT-ADD
                   PERFORM APPLY-ADD-SUPPLIER
               WHEN WS-MAINT-CHANGE
                   PERFORM APPLY-CHANGE-SUPPLIER
               WHEN WS-MAINT-DELETE
                   PERFORM APPLY-DELETE-SUPPLIER
               WHEN OTHER
                   MOVE 'IT' TO WS-RESULT-CODE
           END-EVALUATE

           IF WS-SUCCESS
               ADD 1 TO WS-MAINT-APPLIED
               PERFORM WRITE-CHANGE-LOG-ENTRY
           ELSE
               ADD 1 TO WS-MAINT-REJECTED
               DISPLAY "SUPMAINT: Auftrag abgelehnt Seq="
                   WS-MAINT-SEQ-NO " Lieferant=" WS-MAINT-SUPPLIER-ID
                   " Code=" WS-RESULT-CODE
           END-IF.

      *----------------------------------------------------------------
      * Lieferantennummer null steht im Artikelstamm fuer "kein
      * Lieferant" und ist deshalb nicht vergebbar; ein Lieferant
      * ohne Namen ist im Ueberfaelligkeits-Report nicht
      * ansprechbar.
      *----------------------------------------------------------------
       VALIDATE-SUPPLIER-VALUES.
           IF WS-MAINT-SUPPLIER-ID = ZERO
               MOVE 'IT' TO WS-RESULT-CODE
           ELSE IF WS-MAINT-NAME = SPACES
               MOVE 'IT' TO WS-RESULT-CODE
           ELSE
               MOVE 'OK' TO WS-RESULT-CODE
           END-IF.

      *----------------------------------------------------------------
      * Neuanlage: SUP-ID darf noch nicht vorhanden sein.
      *----------------------------------------------------------------
       APPLY-ADD-SUPPLIER.
           PERFORM VALIDATE-SUPPLIER-VALUES
           IF WS-SUCCESS
               MOVE WS-MAINT-SUPPLIER-ID TO SUP-ID
               MOVE WS-MAINT-NAME        TO SUP-NAME
               MOVE WS-MAINT-CONTACT     TO SUP-CONTACT
               MOVE WS-MAINT-PHONE       TO SUP-PHONE
               WRITE SUP-MASTER-RECORD
                   INVALID KEY
                       MOVE 'DU' TO WS-RESULT-CODE
                   NOT INVALID KEY
                       MOVE 'OK' TO WS-RESULT-CODE
               END-WRITE
           END-IF.

      *----------------------------------------------------------------
      * Aenderung: pflegt Name, Ansprechpartner und Telefonnummer.
      *----------------------------------------------------------------
       APPLY-CHANGE-SUPPLIER.
           PERFORM VALIDATE-SUPPLIER-VALUES
           IF WS-SUCCESS
               MOVE WS-MAINT-SUPPLIER-ID TO SUP-ID
               READ SUPPLIER-MASTER-FILE
                   INVALID KEY
                       MOVE 'US' TO WS-RESULT-CODE
                   NOT INVALID KEY
                       PERFORM SAVE-BEFORE-IMAGE
                       MOVE WS-MAINT-NAME    TO SUP-NAME
                       MOVE WS-MAINT-CONTACT TO SUP-CONTACT
                       MOVE WS-MAINT-PHONE   TO SUP-PHONE
                       REWRITE SUP-MASTER-RECORD
                       MOVE 'OK' TO WS-RESULT-CODE
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * Loeschung: nur zulaessig, wenn kein Artikel den Lieferanten
      * mehr fuehrt und keine offene Bestellung mit Restmenge auf
      * ihn laeuft.
      *----------------------------------------------------------------
       APPLY-DELETE-SUPPLIER.
           MOVE WS-MAINT-SUPPLIER-ID TO SUP-ID
           READ SUPPLIER-MASTER-FILE
               INVALID KEY
                   MOVE 'US' TO WS-RESULT-CODE
               NOT INVALID KEY
                   MOVE 'OK' TO WS-RESULT-CODE
           END-READ
           IF WS-SUCCESS
               PERFORM CHECK-ARTICLE-REFERENCE
           END-IF
           IF WS-SUCCESS
               PERFORM CHECK-ORDER-REFERENCE
           END-IF
           IF WS-SUCCESS
               PERFORM SAVE-BEFORE-IMAGE
               DELETE SUPPLIER-MASTER-FILE
               MOVE SPACES TO WS-MAINT-NAME
               MOVE SPACES TO WS-MAINT-CONTACT
               MOVE SPACES TO WS-MAINT-PHONE
           END-IF.

      *----------------------------------------------------------------
      * Liest den Artikelstamm von vorn und bricht beim ersten
      * Artikel ab, der den Lieferanten fuehrt.
      *----------------------------------------------------------------
       CHECK-ARTICLE-REFERENCE.
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
                       IF ART-SUPPLIER-ID = WS-MAINT-SUPPLIER-ID
                           MOVE 'RA' TO WS-RESULT-CODE
                           SET WS-ART-SCAN-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ORDER-REFERENCE.
           PERFORM VARYING WS-OO-SUB FROM 1 BY 1
               UNTIL WS-OO-SUB > WS-OO-COUNT
               IF WS-OO-SUPPLIER-ID(WS-OO-SUB) = WS-MAINT-SUPPLIER-ID
                   MOVE 'RO' TO WS-RESULT-CODE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
       SAVE-BEFORE-IMAGE.
           MOVE SUP-NAME    TO WS-OLD-NAME
           MOVE SUP-CONTACT TO WS-OLD-CONTACT
           MOVE SUP-PHONE   TO WS-OLD-PHONE.

      *----------------------------------------------------------------
      * Haengt einen Satz fuer den soeben angenommenen Pflegeauftrag
      * mit Vorher-/Nachher-Bild an das Aenderungsprotokoll an.
      *----------------------------------------------------------------
       WRITE-CHANGE-LOG-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-LOG-TIMESTAMP
           MOVE WS-MAINT-SEQ-NO      TO SCL-SEQ-NO
           MOVE WS-MAINT-ACTION      TO SCL-ACTION
           MOVE WS-MAINT-USER-ID     TO SCL-USER-ID
           MOVE WS-RESULT-CODE       TO SCL-RESULT-CODE
           MOVE WS-LOG-TIMESTAMP     TO SCL-TIMESTAMP
           MOVE WS-MAINT-SUPPLIER-ID TO SCL-SUPPLIER-ID
           MOVE WS-OLD-NAME          TO SCL-OLD-NAME
           MOVE WS-OLD-CONTACT       TO SCL-OLD-CONTACT
           MOVE WS-OLD-PHONE         TO SCL-OLD-PHONE
           MOVE WS-MAINT-NAME        TO SCL-NEW-NAME
           MOVE WS-MAINT-CONTACT     TO SCL-NEW-CONTACT
           MOVE WS-MAINT-PHONE       TO SCL-NEW-PHONE
           WRITE SUP-CHANGE-LOG-RECORD
           ADD 1 TO WS-LOG-ENTRIES.
