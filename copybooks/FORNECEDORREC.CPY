      *****************************************************
      *  FORNECEDORREC - RECORD LAYOUT SHARED BY EVERY     *
      *  PROGRAM THAT OPENS FORNECEDORES.TXT.  PRAZO IS THE *
      *  USUAL LEAD TIME IN DAYS FOR A PEDIDO DE COMPRA.    *
      *****************************************************
       01 RECORD-FORNECEDOR.
           05 FORNECEDOR-ID        PIC 9(5).
           05 NOME-FORNECEDOR      PIC X(50).
           05 ENDERECO-FORNECEDOR  PIC X(100).
           05 TELEFONE-FORNECEDOR  PIC X(15).
           05 EMAIL-FORNECEDOR     PIC X(50).
           05 PRAZO-FORNECEDOR     PIC 9(3).
