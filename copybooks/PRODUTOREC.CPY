      *****************************************************
      *  PRODUTOREC - RECORD LAYOUT SHARED BY EVERY        *
      *  PROGRAM THAT OPENS PRODUTOS.TXT.  ORDER LINES IN   *
      *  PEDIDOITENS.TXT CARRY LINHA-PRODUTO-CODIGO         *
      *  POINTING AT PRODUTO-CODIGO.                        *
      *****************************************************
       01 RECORD-PRODUTO.
           05 PRODUTO-CODIGO     PIC 9(5).
