      *****************************************************
      *  PAGTOREC - RECORD LAYOUT SHARED BY EVERY PROGRAM  *
      *  THAT OPENS PAGAMENTOS.TXT.  PAG-FATURA-NUM MUST    *
      *  EXIST IN FATURAS.TXT.  PAG-REFERENCIA CARRIES THE  *
      *  BANK'S ITEM REFERENCE; BLANK WHEN KEYED BY HAND.   *
      *****************************************************
       01 PAGTO-RECORD.
           05 PAG-SEQ         PIC 9(6).
           05 PAG-FATURA-NUM  PIC 9(6).
           05 PAG-DATA        PIC 9(8).
           05 PAG-VALOR       PIC 9(9)V99.
           05 PAG-METODO      PIC X(10).
           05 PAG-REFERENCIA  PIC X(20).
