      *****************************************************
      *  INVENTARIOREC - RECORD LAYOUT SHARED BY EVERY     *
      *  PROGRAM THAT OPENS INVENTARIO.TXT.  ONE RECORD PER *
      *  PRODUTO-CODIGO FROZEN FOR THE CURRENT COUNT; THE   *
      *  CYCLE ITSELF IS DESCRIBED BY INVCTLREC.            *
      *****************************************************
       01 RECORD-INVENTARIO.
           05 INV-PRODUTO-CODIGO     PIC 9(5).
           05 INV-ESTOQUE-CONGELADO  PIC 9(5).
           05 INV-QTDE-CONTADA       PIC 9(5).
           05 INV-CONTADO            PIC X.
               88 INV-JA-CONTADO     VALUE 'S'.
           05 INV-DATA-CONTAGEM      PIC 9(8).
           05 INV-OPERADOR           PIC X(8).
