      *================================================================
      * INVREL.CPY - Register der freigegebenen Rechnungen (INVOICE-
      * RELEASE-FILE). Ein Satz je zur Zahlung freigegebener
      * Rechnungsposition, fortlaufend angehaengt (OPEN EXTEND) ueber
      * alle Abgleichlaeufe hinweg - die Sperre gegen die doppelte
      * Freigabe derselben Rechnung und die Grundlage der bereits
      * berechneten Menge je Bestellung.
      *================================================================
       01 INVOICE-RELEASE-RECORD.
          05 IRL-SUPPLIER-ID     PIC 9(6).
          05 IRL-INVOICE-NO      PIC X(12).
          05 IRL-ORDER-NO        PIC 9(8).
          05 IRL-ARTICLE-ID      PIC 9(8).
          05 IRL-INVOICE-QTY     PIC 9(7).
          05 IRL-AMOUNT          PIC 9(9)V99.
          05 IRL-RELEASE-DATE    PIC X(8).
