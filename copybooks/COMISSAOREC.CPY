      *****************************************************
      *  COMISSAOREC - COMMISSION LEDGER IN COMISSOES.TXT, *
      *  ONE ENTRY PER ORDER PER CHANGE, KEYED BY PEDIDO +  *
      *  SEQUENCE.  TIPO 'C' PAYS COMMISSION, 'E' CLAWS IT  *
      *  BACK; THE NET OF AN ORDER'S ENTRIES IS WHAT HAS    *
      *  BEEN PAID ON IT.  COM-BASE IS THE ORDER VALUE NET  *
      *  OF CREDIT NOTES WHEN THE ENTRY WAS MADE.           *
      *****************************************************
       01 RECORD-COMISSAO.
           05 COM-CHAVE.
               10 COM-PEDIDO-ID      PIC 9(6).
               10 COM-SEQ            PIC 9(3).
           05 COM-VENDEDOR-ID        PIC 9(5).
           05 COM-CLIENTE-ID         PIC 9(5).
           05 COM-FATURA-NUM         PIC 9(6).
           05 COM-MES                PIC 9(6).
           05 COM-DATA               PIC 9(8).
           05 COM-TIPO               PIC X.
               88 COM-PAGAMENTO      VALUE 'C'.
               88 COM-ESTORNO        VALUE 'E'.
           05 COM-BASE               PIC 9(11)V99.
           05 COM-PCT                PIC 9(2)V99.
           05 COM-VALOR              PIC 9(9)V99.
