      *****************************************************
      *  CLIENTEREC - RECORD LAYOUT SHARED BY EVERY        *
      *  PROGRAM THAT OPENS CLIENTES.TXT.                   *
      *  LIMITE-CREDITO ZERO MEANS NO LIMIT IS CHECKED;     *
      *  A CUSTOMER ON HOLD (BLOQUEIO 'S') GETS NO ORDERS.  *
      *  A CLIENTES.TXT IN THE OLD, SHORTER LAYOUT MUST BE  *
      *  RENAMED TO CLIENTESANT.TXT AND RELOADED WITH       *
      *  CLIENTE-CONVERTE (NO LIMIT, NOT ON HOLD).          *
      *****************************************************
       01 RECORD-CLIENTE.
           05 CUSTOMER-ID        PIC 9(5).
           05 ENDERECO-CLIENTE   PIC X(100).
           05 TELEFONE-CLIENTE   PIC X(15).
           05 EMAIL-CLIENTE      PIC X(50).
           05 LIMITE-CREDITO     PIC 9(9)V99.
           05 BLOQUEIO-CLIENTE   PIC X.
               88 CLIENTE-BLOQUEADO VALUE 'S'.
