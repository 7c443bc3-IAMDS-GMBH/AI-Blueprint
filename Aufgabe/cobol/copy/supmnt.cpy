      *================================================================
      * SUPMNT.CPY - Lieferanten-Pflegesatz (SUPPLIER-MAINT-FILE)
      * Eine Zeile pro Pflegeauftrag gegen den Lieferantenstamm:
      * Neuanlage (A), Aenderung (C) oder Loeschung (D). Bei der
      * Loeschung sind nur Nummer, Aktion und Benutzer belegt.
      *================================================================
       01 SUP-MAINT-RECORD.
          05 SMN-SEQ-NO          PIC 9(6).
          05 SMN-ACTION          PIC X(1).
          05 SMN-USER-ID         PIC X(8).
          05 SMN-SUPPLIER-ID     PIC 9(6).
          05 SMN-NAME            PIC X(40).
          05 SMN-CONTACT         PIC X(30).
          05 SMN-PHONE           PIC X(20).
