      *****************************************************
      *  LINHAPEDREC - ORDER LINE LAYOUT SHARED BY EVERY   *
      *  PROGRAM THAT OPENS PEDIDOITENS.TXT.  THE KEY IS    *
      *  THE ORDER NUMBER PLUS THE LINE NUMBER, SO A START  *
      *  ON LINHA-CHAVE WITH LINHA-NUMERO ZERO READS EVERY  *
      *  LINE OF ONE ORDER IN SEQUENCE.  LINHA-PEDIDO-ID    *
      *  MUST EXIST IN PEDIDOS.TXT.                         *
      *****************************************************
       01 RECORD-LINHA-PEDIDO.
           05 LINHA-CHAVE.
               10 LINHA-PEDIDO-ID     PIC 9(6).
               10 LINHA-NUMERO        PIC 9(3).
           05 LINHA-PRODUTO-CODIGO    PIC 9(5).
           05 LINHA-DESCRICAO         PIC X(50).
           05 LINHA-QUANTIDADE        PIC 9(4).
           05 LINHA-VALOR-UNITARIO    PIC 9(7)V99.
           05 LINHA-STATUS            PIC X.
               88 LINHA-ABERTA           VALUE 'A'.
               88 LINHA-ENTREGUE         VALUE 'E'.
               88 LINHA-CANCELADA        VALUE 'X'.
           05 LINHA-DATA-ENTREGA      PIC 9(8).
