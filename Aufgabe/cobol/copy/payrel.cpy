      *================================================================
      * PAYREL.CPY - Zahlungsfreigabe-Extrakt Kreditoren (PAYMENT-
      * RELEASE-FILE). Maschinenlesbarer Satz je freigegebener
      * Rechnungsposition (Satzart PR) fuer den Zahllauf der
      * Kreditorenbuchhaltung, am Ende ein Abschlusssatz (Satzart
      * TR) mit Satzanzahl und Betrags-Summenkontrolle, damit eine
      * verstuemmelte Datei erkannt wird.
      *================================================================
       01 PAYMENT-RELEASE-RECORD.
          05 PRL-RECORD-TYPE     PIC X(2).
          05 PRL-RUN-DATE        PIC X(8).
          05 PRL-SUPPLIER-ID     PIC 9(6).
          05 PRL-INVOICE-NO      PIC X(12).
          05 PRL-INVOICE-DATE    PIC X(8).
          05 PRL-ORDER-NO        PIC 9(8).
          05 PRL-ARTICLE-ID      PIC 9(8).
          05 PRL-INVOICE-QTY     PIC 9(6).
          05 PRL-UNIT-PRICE      PIC 9(5)V99.
          05 PRL-AMOUNT          PIC 9(9)V99.

       01 PAYMENT-RELEASE-TRAILER.
          05 PRT-RECORD-TYPE     PIC X(2).
          05 PRT-RUN-DATE        PIC X(8).
          05 PRT-RECORD-COUNT    PIC 9(6).
          05 PRT-HASH-TOTAL      PIC 9(13)V99.
