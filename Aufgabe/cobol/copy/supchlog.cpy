      *================================================================
      * SUPCHLOG.CPY - Lieferanten-Aenderungsprotokoll (SUP-CHANGE-
      * LOG-FILE). Ein Satz pro angenommenem Pflegeauftrag mit
      * Vorher-/Nachher-Bild der gepflegten Felder, Benutzerkennung
      * und Zeitstempel - Nachweis fuer die Revision, wer wann
      * Ansprechpartner oder Telefonnummer eines Lieferanten
      * geaendert hat. Fortlaufend angehaengt (OPEN EXTEND) ueber
      * alle Pflegelaeufe hinweg.
      *================================================================
       01 SUP-CHANGE-LOG-RECORD.
          05 SCL-SEQ-NO          PIC 9(6).
          05 SCL-ACTION          PIC X(1).
          05 SCL-USER-ID         PIC X(8).
          05 SCL-RESULT-CODE     PIC X(2).
          05 SCL-TIMESTAMP       PIC X(14).
          05 SCL-SUPPLIER-ID     PIC 9(6).
          05 SCL-BEFORE-IMAGE.
             10 SCL-OLD-NAME        PIC X(40).
             10 SCL-OLD-CONTACT     PIC X(30).
             10 SCL-OLD-PHONE       PIC X(20).
          05 SCL-AFTER-IMAGE.
             10 SCL-NEW-NAME        PIC X(40).
             10 SCL-NEW-CONTACT     PIC X(30).
             10 SCL-NEW-PHONE       PIC X(20).
