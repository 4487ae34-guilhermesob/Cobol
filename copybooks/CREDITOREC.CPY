      *****************************************************
      *  CREDITOREC - RECORD LAYOUT SHARED BY EVERY        *
      *  PROGRAM THAT OPENS CREDITOS.TXT (CREDIT NOTES).    *
      *  VALOR-APLICADO IS THE PART TAKEN OFF THE FATURA;   *
      *  THE REST IS A CREDIT BALANCE IN THE CUSTOMER'S     *
      *  FAVOUR.  KEEP IN SYNC WITH THE ALTERNATE KEYS.     *
      *  CREDITO-LINHA-NUM IS THE ORDER LINE RETURNED.      *
      *****************************************************
       01 RECORD-CREDITO.
           05 CREDITO-NUMERO         PIC 9(6).
           05 CREDITO-CLIENTE-ID     PIC 9(5).
           05 CREDITO-PEDIDO-ID      PIC 9(6).
           05 CREDITO-FATURA-NUM     PIC 9(6).
           05 CREDITO-DATA           PIC 9(8).
           05 CREDITO-PRODUTO-CODIGO PIC 9(5).
           05 CREDITO-QTDE           PIC 9(4).
           05 CREDITO-VALOR-UNITARIO PIC 9(7)V99.
           05 CREDITO-VALOR-TOTAL    PIC 9(11)V99.
           05 CREDITO-VALOR-APLICADO PIC 9(11)V99.
           05 CREDITO-MOTIVO         PIC 9(2).
               88 CREDITO-DEFEITO       VALUE 1.
               88 CREDITO-AVARIA        VALUE 2.
               88 CREDITO-ERRO-PEDIDO   VALUE 3.
               88 CREDITO-DESISTENCIA   VALUE 4.
               88 CREDITO-OUTROS        VALUE 5.
           05 CREDITO-REVENDAVEL     PIC X.
               88 CREDITO-VOLTA-ESTOQUE VALUE 'S'.
           05 CREDITO-OPERADOR       PIC X(8).
           05 CREDITO-LINHA-NUM      PIC 9(3).
