      *  THAT OPENS FATURAS.TXT.  FATURA-CLIENTE-ID MUST    *
      *  EXIST IN CLIENTES.TXT; KEEP IN SYNC WITH THE       *
      *  ALTERNATE-KEY DEFINITION IN FILE-CONTROL.          *
      *  OPEN BALANCE = TOTAL - PAGO - CREDITO, WHERE       *
      *  CREDITO IS THE SUM OF CREDIT NOTES APPLIED.        *
      *  FATURA-NIVEL-AVISO IS THE LAST DUNNING LETTER SENT *
      *  (ZERO = NONE) AND FATURA-DATA-AVISO ITS DATE.      *
      *  A FATURAS.TXT IN THE OLDER, SHORTER LAYOUT MUST BE *
      *  RENAMED TO FATURASANT.TXT AND RELOADED WITH        *
      *  FATURA-CONVERTE, WHICH ZEROES THE NEWER FIELDS.    *
      *****************************************************
       01 RECORD-FATURA.
           05 FATURA-NUMERO       PIC 9(6).
           05 FATURA-QTDE-PEDIDOS PIC 9(2).
           05 FATURA-LISTA-PEDIDOS.
               10 FATURA-PEDIDO-ID OCCURS 20 TIMES PIC 9(6).
           05 FATURA-VALOR-CREDITO PIC 9(11)V99.
           05 FATURA-NIVEL-AVISO  PIC 9.
           05 FATURA-DATA-AVISO   PIC 9(8).
