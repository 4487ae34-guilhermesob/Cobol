      *****************************************************
      *  INVCTLREC - CONTROL RECORD FOR THE PHYSICAL COUNT *
      *  KEPT IN INVCTL.TXT.  SITUACAO 'C' WHILE COUNTING,  *
      *  'P' ONCE THE SUPERVISOR HAS POSTED THE ADJUSTMENT. *
      *****************************************************
       01 INVCTL-RECORD.
           05 CTL-SITUACAO           PIC X.
               88 CTL-EM-CONTAGEM    VALUE 'C'.
               88 CTL-POSTADO        VALUE 'P'.
           05 CTL-DATA-CONGELAMENTO  PIC 9(8).
           05 CTL-CODIGO-INICIAL     PIC 9(5).
           05 CTL-CODIGO-FINAL       PIC 9(5).
           05 CTL-TOLERANCIA-PCT     PIC 9(3)V99.
           05 CTL-QTDE-ITENS         PIC 9(5).
           05 CTL-OPERADOR           PIC X(8).
           05 CTL-DATA-POSTAGEM      PIC 9(8).
           05 CTL-SUPERVISOR         PIC X(8).
