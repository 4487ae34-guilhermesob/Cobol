      *****************************************************
      *  COMPRAREC - RECORD LAYOUT SHARED BY EVERY PROGRAM *
      *  THAT OPENS COMPRAS.TXT.  COMPRA-FORNECEDOR-ID MUST *
      *  EXIST IN FORNECEDORES.TXT AND COMPRA-PRODUTO-      *
      *  CODIGO IN PRODUTOS.TXT; KEEP IN SYNC WITH THE      *
      *  ALTERNATE-KEY DEFINITIONS IN FILE-CONTROL.         *
      *****************************************************
       01 RECORD-COMPRA.
           05 COMPRA-ID              PIC 9(6).
           05 COMPRA-FORNECEDOR-ID   PIC 9(5).
           05 COMPRA-PRODUTO-CODIGO  PIC 9(5).
           05 COMPRA-QTDE-PEDIDA     PIC 9(5).
           05 COMPRA-QTDE-RECEBIDA   PIC 9(5).
           05 COMPRA-CUSTO-UNITARIO  PIC 9(7)V99.
           05 COMPRA-DATA            PIC 9(8).
           05 COMPRA-DATA-PREVISTA   PIC 9(8).
           05 STATUS-COMPRA          PIC X.
               88 COMPRA-ABERTA      VALUE 'A'.
               88 COMPRA-PARCIAL     VALUE 'P'.
               88 COMPRA-RECEBIDA    VALUE 'R'.
               88 COMPRA-CANCELADA   VALUE 'X'.
           05 COMPRA-DATA-RECEBIMENTO PIC 9(8).
