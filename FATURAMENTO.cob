               ALTERNATE RECORD KEY IS PEDIDO-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS PEDIDOS-STATUS.
           SELECT FILE-LINHAS ASSIGN TO "pedidoitens.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LINHA-CHAVE
               FILE STATUS IS LINHAS-STATUS.
           SELECT FILE-CLIENTES ASSIGN TO "clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD FILE-PEDIDOS.
           COPY PEDIDOREC.

       FD FILE-LINHAS.
           COPY LINHAPEDREC.

       FD FILE-CLIENTES.
           COPY CLIENTEREC.

           05 TEMP-OPERADOR-ID PIC X(8).
           05 TEMP-SENHA       PIC X(8).
       01 PEDIDOS-STATUS    PIC XX.
       01 LINHAS-STATUS     PIC XX.
       01 LINHAS-EOF        PIC X VALUE 'N'.
       01 CLIENTES-STATUS   PIC XX.
       01 FATURAS-STATUS    PIC XX.
       01 EOF-SWITCH        PIC X VALUE 'N'.
               STOP RUN
           END-IF.
           PERFORM OPEN-PEDIDOS-FILE.
           PERFORM OPEN-LINHAS-FILE.
           PERFORM OPEN-CLIENTES-FILE.
           PERFORM OPEN-FATURAS-FILE.
           OPEN OUTPUT DOC-FILE.
           END-IF.
           PERFORM MARK-PENDING-PEDIDOS.
           CLOSE FILE-PEDIDOS.
           CLOSE FILE-LINHAS.
           CLOSE FILE-CLIENTES.
           CLOSE FILE-FATURAS.
           CLOSE DOC-FILE.
               OPEN I-O FILE-PEDIDOS
           END-IF.

       OPEN-LINHAS-FILE.
           OPEN INPUT FILE-LINHAS.
           IF LINHAS-STATUS = "35"
               OPEN OUTPUT FILE-LINHAS
               CLOSE FILE-LINHAS
               OPEN INPUT FILE-LINHAS
           END-IF.

       OPEN-CLIENTES-FILE.
           OPEN INPUT FILE-CLIENTES.
           IF CLIENTES-STATUS = "35"
               END-IF
           END-IF.
           IF GROUP-OPEN = 'S'
               ADD 1 TO GROUP-COUNT
               MOVE PEDIDO-ID TO GROUP-PEDIDO-ID(GROUP-COUNT)
               PERFORM ADD-PEDIDO-LINHAS
           END-IF.

       ADD-PEDIDO-LINHAS.
           MOVE 'N' TO LINHAS-EOF.
           MOVE PEDIDO-ID TO LINHA-PEDIDO-ID.
           MOVE ZERO TO LINHA-NUMERO.
           START FILE-LINHAS KEY IS NOT LESS THAN LINHA-CHAVE
               INVALID KEY MOVE 'Y' TO LINHAS-EOF
           END-START.
           PERFORM ADD-NEXT-LINHA UNTIL LINHAS-EOF = 'Y'.

       ADD-NEXT-LINHA.
           READ FILE-LINHAS NEXT RECORD
               AT END MOVE 'Y' TO LINHAS-EOF
               NOT AT END
                   IF LINHA-PEDIDO-ID NOT = PEDIDO-ID
                       MOVE 'Y' TO LINHAS-EOF
                   ELSE
                       IF LINHA-ENTREGUE
                           COMPUTE ITEM-VALOR = LINHA-QUANTIDADE
                               * LINHA-VALOR-UNITARIO
                           ADD ITEM-VALOR TO GROUP-TOTAL
                           PERFORM WRITE-DOC-ITEM-LINE
                       END-IF
                   END-IF
           END-READ.

       OPEN-FATURA.
           MOVE PEDIDO-CLIENTE-ID TO GROUP-CLIENTE-ID.
           MOVE NEXT-FATURA-NUM TO CURRENT-FATURA-NUM.

       WRITE-DOC-ITEM-LINE.
           MOVE PEDIDO-ID TO DOC-PEDIDO-ID.
           MOVE LINHA-DESCRICAO TO DOC-DESCRICAO.
           MOVE LINHA-QUANTIDADE TO DOC-QUANTIDADE.
           MOVE LINHA-VALOR-UNITARIO TO DOC-VALOR.
           MOVE ITEM-VALOR TO DOC-ITEM-TOTAL.
           WRITE DOC-LINE FROM DOC-ITEM-LINE.

           MOVE VENCIMENTO-DATE TO FATURA-VENCIMENTO.
           MOVE GROUP-TOTAL TO FATURA-VALOR-TOTAL.
           MOVE ZERO TO FATURA-VALOR-PAGO.
           MOVE ZERO TO FATURA-VALOR-CREDITO.
           MOVE ZERO TO FATURA-NIVEL-AVISO.
           MOVE ZERO TO FATURA-DATA-AVISO.
           MOVE 'A' TO STATUS-FATURA.
           MOVE GROUP-COUNT TO FATURA-QTDE-PEDIDOS.
           MOVE GROUP-LISTA-PEDIDOS TO FATURA-LISTA-PEDIDOS.
