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

       01 SORT-RECORD.
           05 SORT-PEDIDO-ID     PIC 9(6).
           05 SORT-CLIENTE-ID    PIC 9(5).
           05 SORT-VALOR         PIC 9(11)V99.
           05 SORT-DATA.
               10 SORT-ANOMES    PIC 9(6).
               10 SORT-DIA       PIC 9(2).
           05 SORT-STATUS        PIC X.
               88 SORT-ABERTO       VALUE 'A' 'P'.
               88 SORT-ENTREGUE     VALUE 'E'.
               88 SORT-CANCELADO    VALUE 'X'.
           05 FILLER             PIC X(2).

       FD REPORT-FILE.
       01 REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01 PEDIDOS-STATUS    PIC XX.
       01 LINHAS-STATUS     PIC XX.
       01 PEDIDOS-EOF       PIC X VALUE 'N'.
       01 LINHAS-EOF        PIC X VALUE 'N'.
       01 CLIENTES-STATUS   PIC XX.
       01 EOF-SWITCH        PIC X VALUE 'N'.
       01 LINE-COUNT        PIC 9(3) VALUE ZERO.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-ANOMES
               ON ASCENDING KEY SORT-CLIENTE-ID
               INPUT PROCEDURE IS RELEASE-PEDIDOS
               OUTPUT PROCEDURE IS PRINT-VENDAS.
           IF PEDIDOS-STATUS = "35"
               DISPLAY "PEDIDOS.TXT NÃO ENCONTRADO"
               OPEN INPUT FILE-CLIENTES
           END-IF.

       RELEASE-PEDIDOS.
           OPEN INPUT FILE-PEDIDOS.
           IF PEDIDOS-STATUS NOT = "35"
               OPEN INPUT FILE-LINHAS
               IF LINHAS-STATUS = "35"
                   OPEN OUTPUT FILE-LINHAS
                   CLOSE FILE-LINHAS
                   OPEN INPUT FILE-LINHAS
               END-IF
               MOVE 'N' TO PEDIDOS-EOF
               PERFORM RELEASE-NEXT-PEDIDO UNTIL PEDIDOS-EOF = 'Y'
               CLOSE FILE-LINHAS
               CLOSE FILE-PEDIDOS
           END-IF.

       RELEASE-NEXT-PEDIDO.
           READ FILE-PEDIDOS NEXT RECORD
               AT END MOVE 'Y' TO PEDIDOS-EOF
               NOT AT END
                   PERFORM SUM-PEDIDO-LINHAS
                   MOVE PEDIDO-ID TO SORT-PEDIDO-ID
                   MOVE PEDIDO-CLIENTE-ID TO SORT-CLIENTE-ID
                   MOVE PEDIDO-VALOR TO SORT-VALOR
                   MOVE DATA-PEDIDO TO SORT-DATA
                   MOVE STATUS-PEDIDO TO SORT-STATUS
                   RELEASE SORT-RECORD
           END-READ.

       SUM-PEDIDO-LINHAS.
           MOVE ZERO TO PEDIDO-VALOR.
           MOVE 'N' TO LINHAS-EOF.
           MOVE PEDIDO-ID TO LINHA-PEDIDO-ID.
           MOVE ZERO TO LINHA-NUMERO.
           START FILE-LINHAS KEY IS NOT LESS THAN LINHA-CHAVE
               INVALID KEY MOVE 'Y' TO LINHAS-EOF
           END-START.
           PERFORM ADD-LINHA-VALOR UNTIL LINHAS-EOF = 'Y'.

       ADD-LINHA-VALOR.
           READ FILE-LINHAS NEXT RECORD
               AT END MOVE 'Y' TO LINHAS-EOF
               NOT AT END
                   IF LINHA-PEDIDO-ID NOT = PEDIDO-ID
                       MOVE 'Y' TO LINHAS-EOF
                   ELSE
                       IF PEDIDO-CANCELADO OR NOT LINHA-CANCELADA
                           COMPUTE PEDIDO-VALOR = PEDIDO-VALOR
                               + LINHA-QUANTIDADE
                               * LINHA-VALOR-UNITARIO
                       END-IF
                   END-IF
           END-READ.

       PRINT-VENDAS.
           PERFORM WRITE-HEADINGS.
           PERFORM RETURN-SORT-RECORD.
           MOVE ZERO TO CLI-CA-VAL.

       ACCUMULATE-PEDIDO.
           MOVE SORT-VALOR TO PEDIDO-VALOR.
           EVALUATE TRUE
               WHEN SORT-ABERTO
                   ADD 1 TO CLI-AB-QTD
