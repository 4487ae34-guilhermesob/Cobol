      *****************************************************
      *  PEDIDOREC - ORDER HEADER SHARED BY EVERY PROGRAM  *
      *  THAT OPENS PEDIDOS.TXT.  PEDIDO-CLIENTE-ID MUST    *
      *  EXIST IN CLIENTES.TXT; KEEP IN SYNC WITH THE       *
      *  ALTERNATE-KEY DEFINITION IN FILE-CONTROL.  THE     *
      *  PRODUCTS ORDERED ARE THE LINES IN PEDIDOITENS.TXT  *
      *  (LINHAPEDREC); PEDIDO-ULTIMA-LINHA IS THE HIGHEST  *
      *  LINE NUMBER GIVEN OUT FOR THE ORDER.  STATUS 'P'   *
      *  MEANS SOME LINES ARE DELIVERED AND SOME ARE OPEN.  *
      *  PEDIDO-VENDEDOR-ID IS THE SALESPERSON'S ID-NUMBER  *
      *  IN DADOS.TXT; ZERO ON ORDERS TAKEN BEFORE IT WAS   *
      *  KEPT.                                              *
      *****************************************************
       01 RECORD-PEDIDO.
           05 PEDIDO-ID          PIC 9(6).
           05 PEDIDO-CLIENTE-ID  PIC 9(5).
           05 DATA-PEDIDO        PIC 9(8).
           05 STATUS-PEDIDO      PIC X.
               88 PEDIDO-ABERTO     VALUE 'A'.
               88 PEDIDO-PARCIAL    VALUE 'P'.
               88 PEDIDO-ENTREGUE   VALUE 'E'.
               88 PEDIDO-CANCELADO  VALUE 'X'.
           05 PEDIDO-FATURADO    PIC X.
               88 PEDIDO-JA-FATURADO VALUE 'S'.
           05 PEDIDO-FATURA-NUM  PIC 9(6).
           05 PEDIDO-ULTIMA-LINHA PIC 9(3).
           05 PEDIDO-VENDEDOR-ID PIC 9(5).
