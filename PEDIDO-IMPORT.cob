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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUTO-CODIGO
               FILE STATUS IS PRODUTOS-STATUS.
           SELECT FILE-FATURAS ASSIGN TO "faturas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FATURA-NUMERO
               ALTERNATE RECORD KEY IS FATURA-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS FATURAS-STATUS.
           SELECT FILE-DADOS ASSIGN TO "dados.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-NUMBER
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS DADOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FEED-QUANTIDADE     PIC 9(4).
           05 FILLER              PIC X.
           05 FEED-DATA           PIC 9(8).
           05 FILLER              PIC X.
           05 FEED-VENDEDOR-ID    PIC 9(5).

       FD REJECT-FILE.
       01 REJECT-RECORD.
           05 FILLER              PIC X VALUE SPACE.
           05 REJ-MOTIVO          PIC X(30).
           05 FILLER              PIC X VALUE SPACE.
           05 REJ-FEED-LINE       PIC X(38).

       FD FILE-PEDIDOS.
           COPY PEDIDOREC.

       FD FILE-LINHAS.
           COPY LINHAPEDREC.

       FD FILE-CLIENTES.
           COPY CLIENTEREC.

       FD FILE-PRODUTOS.
           COPY PRODUTOREC.

       FD FILE-FATURAS.
           COPY FATURAREC.

       FD FILE-DADOS.
           COPY DADOSREC.

       WORKING-STORAGE SECTION.
       01 FEED-STATUS        PIC XX.
       01 REJECT-STATUS      PIC XX.
       01 PEDIDOS-STATUS     PIC XX.
       01 LINHAS-STATUS      PIC XX.
       01 CLIENTES-STATUS    PIC XX.
       01 PRODUTOS-STATUS    PIC XX.
       01 FATURAS-STATUS     PIC XX.
       01 DADOS-STATUS       PIC XX.
       01 CREDITO-EOF        PIC X VALUE 'N'.
       01 LIMITE-ATUAL       PIC 9(9)V99 VALUE ZERO.
       01 EXPOSICAO-CREDITO  PIC 9(11)V99 VALUE ZERO.
       01 EOF-SWITCH         PIC X VALUE 'N'.
       01 LINE-VALID         PIC X VALUE 'S'.
       01 CUSTOMER-FOUND     PIC X VALUE 'N'.
       01 PRODUTO-FOUND      PIC X VALUE 'N'.
       01 VENDEDOR-FOUND     PIC X VALUE 'N'.
       01 PEDIDO-EXISTS      PIC X VALUE 'N'.
       01 LIDOS-COUNT        PIC 9(6) VALUE ZERO.
       01 IMPORTADOS-COUNT   PIC 9(6) VALUE ZERO.
       01 REJEITADOS-COUNT   PIC 9(6) VALUE ZERO.
       01 EXISTENTES-COUNT   PIC 9(6) VALUE ZERO.
       01 ITENS-COUNT        PIC 9(6) VALUE ZERO.
       01 LINHAS-EOF         PIC X VALUE 'N'.
       01 PEDIDO-VALOR-LINHAS PIC 9(11)V99 VALUE ZERO.
       01 GRUPO-PEDIDO-ID    PIC 9(6) VALUE ZERO.
       01 GRUPO-CLIENTE-ID   PIC 9(5) VALUE ZERO.
       01 GRUPO-VENDEDOR-ID  PIC 9(5) VALUE ZERO.
       01 GRUPO-ULTIMA-LINHA PIC 9(3) VALUE ZERO.
       01 GRUPO-GRAVADO      PIC X VALUE 'N'.
       01 FIRST-LINE         PIC X VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
                   "NADA A IMPORTAR"
           ELSE
               PERFORM OPEN-PEDIDOS-FILE
               PERFORM OPEN-LINHAS-FILE
               PERFORM OPEN-CLIENTES-FILE
               PERFORM OPEN-PRODUTOS-FILE
               PERFORM OPEN-FATURAS-FILE
               PERFORM OPEN-DADOS-FILE
               OPEN OUTPUT REJECT-FILE
               PERFORM IMPORT-FEED-LINE UNTIL EOF-SWITCH = 'Y'
               CLOSE FEED-FILE
               CLOSE REJECT-FILE
               CLOSE FILE-PEDIDOS
               CLOSE FILE-LINHAS
               CLOSE FILE-CLIENTES
               CLOSE FILE-PRODUTOS
               CLOSE FILE-FATURAS
               CLOSE FILE-DADOS
               DISPLAY "===== IMPORTAÇÃO DE PEDIDOS ====="
               DISPLAY "LINHAS LIDAS      : " LIDOS-COUNT
               DISPLAY "PEDIDOS IMPORTADOS: " IMPORTADOS-COUNT
               DISPLAY "ITENS IMPORTADOS  : " ITENS-COUNT
               DISPLAY "JÁ EXISTENTES     : " EXISTENTES-COUNT
               DISPLAY "REJEITADOS        : " REJEITADOS-COUNT
               DISPLAY "GERADO: pedidorej.txt"
               OPEN I-O FILE-PEDIDOS
           END-IF.

       OPEN-LINHAS-FILE.
           OPEN I-O FILE-LINHAS.
           IF LINHAS-STATUS = "35"
               OPEN OUTPUT FILE-LINHAS
               CLOSE FILE-LINHAS
               OPEN I-O FILE-LINHAS
           END-IF.

       OPEN-CLIENTES-FILE.
           OPEN INPUT FILE-CLIENTES.
           IF CLIENTES-STATUS = "35"
               OPEN INPUT FILE-PRODUTOS
           END-IF.

       OPEN-FATURAS-FILE.
           OPEN INPUT FILE-FATURAS.
           IF FATURAS-STATUS = "35"
               OPEN OUTPUT FILE-FATURAS
               CLOSE FILE-FATURAS
               OPEN INPUT FILE-FATURAS
           END-IF.

       OPEN-DADOS-FILE.
           OPEN INPUT FILE-DADOS.
           IF DADOS-STATUS = "35"
               OPEN OUTPUT FILE-DADOS
               CLOSE FILE-DADOS
               OPEN INPUT FILE-DADOS
           END-IF.

       IMPORT-FEED-LINE.
           READ FEED-FILE
               AT END MOVE 'Y' TO EOF-SWITCH
           END-READ.

       PROCESS-FEED-LINE.
           IF FIRST-LINE = 'S' OR FEED-PEDIDO-ID NOT = GRUPO-PEDIDO-ID
               PERFORM START-PEDIDO-GROUP
           END-IF.
           IF PEDIDO-EXISTS = 'S'
               ADD 1 TO EXISTENTES-COUNT
           ELSE
               END-IF
           END-IF.

       START-PEDIDO-GROUP.
           MOVE 'N' TO FIRST-LINE.
           MOVE FEED-PEDIDO-ID TO GRUPO-PEDIDO-ID.
           MOVE ZERO TO GRUPO-CLIENTE-ID.
           MOVE ZERO TO GRUPO-VENDEDOR-ID.
           MOVE ZERO TO GRUPO-ULTIMA-LINHA.
           MOVE 'N' TO GRUPO-GRAVADO.
           PERFORM CHECK-PEDIDO-EXISTS.

       CHECK-PEDIDO-EXISTS.
           MOVE FEED-PEDIDO-ID TO PEDIDO-ID.
           READ FILE-PEDIDOS
               MOVE "ESTOQUE INSUFICIENTE" TO REJ-MOTIVO
               PERFORM WRITE-REJECT-LINE
           END-IF.
           IF GRUPO-GRAVADO = 'S'
               AND FEED-CLIENTE-ID NOT = GRUPO-CLIENTE-ID
               MOVE 08 TO REJ-CODE
               MOVE "CLIENTE DIFERE DO PEDIDO" TO REJ-MOTIVO
               PERFORM WRITE-REJECT-LINE
           END-IF.
           PERFORM CHECK-VENDEDOR-EXISTS.
           IF VENDEDOR-FOUND = 'N'
               MOVE 11 TO REJ-CODE
               MOVE "VENDEDOR NAO CADASTRADO" TO REJ-MOTIVO
               PERFORM WRITE-REJECT-LINE
           END-IF.
           IF GRUPO-GRAVADO = 'S'
               AND VENDEDOR-FOUND = 'S'
               AND FEED-VENDEDOR-ID NOT = GRUPO-VENDEDOR-ID
               MOVE 12 TO REJ-CODE
               MOVE "VENDEDOR DIFERE DO PEDIDO" TO REJ-MOTIVO
               PERFORM WRITE-REJECT-LINE
           END-IF.
           IF GRUPO-ULTIMA-LINHA >= 999
               MOVE 09 TO REJ-CODE
               MOVE "LIMITE DE ITENS DO PEDIDO" TO REJ-MOTIVO
               PERFORM WRITE-REJECT-LINE
           END-IF.
           IF LINE-VALID = 'S'
               PERFORM CHECK-CREDIT-LIMIT
           END-IF.

       CHECK-CREDIT-LIMIT.
           IF LIMITE-CREDITO NUMERIC
               MOVE LIMITE-CREDITO TO LIMITE-ATUAL
           ELSE
               MOVE ZERO TO LIMITE-ATUAL
           END-IF.
           IF CLIENTE-BLOQUEADO
               MOVE 07 TO REJ-CODE
               MOVE "CLIENTE BLOQUEADO" TO REJ-MOTIVO
               PERFORM WRITE-REJECT-LINE
           ELSE
               IF LIMITE-ATUAL > ZERO
                   PERFORM COMPUTE-CREDIT-EXPOSURE
                   IF EXPOSICAO-CREDITO > LIMITE-ATUAL
                       MOVE 06 TO REJ-CODE
                       MOVE "LIMITE DE CREDITO EXCEDIDO"
                           TO REJ-MOTIVO
                       PERFORM WRITE-REJECT-LINE
                   END-IF
               END-IF
           END-IF.

       COMPUTE-CREDIT-EXPOSURE.
           COMPUTE EXPOSICAO-CREDITO =
               FEED-QUANTIDADE * PRECO-PRODUTO.
           MOVE 'N' TO CREDITO-EOF.
           MOVE FEED-CLIENTE-ID TO FATURA-CLIENTE-ID.
           START FILE-FATURAS KEY IS EQUAL FATURA-CLIENTE-ID
               INVALID KEY MOVE 'Y' TO CREDITO-EOF
           END-START.
           PERFORM ADD-OPEN-FATURA-BALANCE UNTIL CREDITO-EOF = 'Y'.
           MOVE 'N' TO CREDITO-EOF.
           MOVE FEED-CLIENTE-ID TO PEDIDO-CLIENTE-ID.
           START FILE-PEDIDOS KEY IS EQUAL PEDIDO-CLIENTE-ID
               INVALID KEY MOVE 'Y' TO CREDITO-EOF
           END-START.
           PERFORM ADD-OPEN-PEDIDO-VALUE UNTIL CREDITO-EOF = 'Y'.

       ADD-OPEN-FATURA-BALANCE.
           READ FILE-FATURAS NEXT RECORD
               AT END MOVE 'Y' TO CREDITO-EOF
               NOT AT END
                   IF FATURA-CLIENTE-ID = FEED-CLIENTE-ID
                       IF FATURA-ABERTA
                           IF FATURA-VALOR-CREDITO NOT NUMERIC
                               MOVE ZERO TO FATURA-VALOR-CREDITO
                           END-IF
                           COMPUTE EXPOSICAO-CREDITO =
                               EXPOSICAO-CREDITO + FATURA-VALOR-TOTAL
                               - FATURA-VALOR-PAGO
                               - FATURA-VALOR-CREDITO
                       END-IF
                   ELSE
                       MOVE 'Y' TO CREDITO-EOF
                   END-IF
           END-READ.

       ADD-OPEN-PEDIDO-VALUE.
           READ FILE-PEDIDOS NEXT RECORD
               AT END MOVE 'Y' TO CREDITO-EOF
               NOT AT END
                   IF PEDIDO-CLIENTE-ID = FEED-CLIENTE-ID
                       IF PEDIDO-ABERTO OR PEDIDO-PARCIAL
                           OR (PEDIDO-ENTREGUE
                               AND NOT PEDIDO-JA-FATURADO)
                           PERFORM SUM-PEDIDO-LINHAS
                           ADD PEDIDO-VALOR-LINHAS
                               TO EXPOSICAO-CREDITO
                       END-IF
                   ELSE
                       MOVE 'Y' TO CREDITO-EOF
                   END-IF
           END-READ.

       SUM-PEDIDO-LINHAS.
           MOVE ZERO TO PEDIDO-VALOR-LINHAS.
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
                       IF NOT LINHA-CANCELADA
                           COMPUTE PEDIDO-VALOR-LINHAS =
                               PEDIDO-VALOR-LINHAS
                               + LINHA-QUANTIDADE
                               * LINHA-VALOR-UNITARIO
                       END-IF
                   END-IF
           END-READ.

       CHECK-CUSTOMER-EXISTS.
           MOVE FEED-CLIENTE-ID TO CUSTOMER-ID.
               NOT INVALID KEY MOVE 'S' TO CUSTOMER-FOUND
           END-READ.

       CHECK-VENDEDOR-EXISTS.
           MOVE 'N' TO VENDEDOR-FOUND.
           IF FEED-VENDEDOR-ID NUMERIC
               AND FEED-VENDEDOR-ID NOT = ZERO
               MOVE FEED-VENDEDOR-ID TO ID-NUMBER
               READ FILE-DADOS
                   INVALID KEY MOVE 'N' TO VENDEDOR-FOUND
                   NOT INVALID KEY MOVE 'S' TO VENDEDOR-FOUND
               END-READ
           END-IF.

       CHECK-PRODUTO-EXISTS.
           MOVE FEED-PRODUTO-CODIGO TO PRODUTO-CODIGO.
           READ FILE-PRODUTOS
           MOVE 'N' TO LINE-VALID.

       WRITE-IMPORTED-PEDIDO.
           IF GRUPO-GRAVADO = 'N'
               PERFORM WRITE-PEDIDO-HEADER
           END-IF.
           IF GRUPO-GRAVADO = 'S'
               PERFORM WRITE-PEDIDO-LINHA
           END-IF.

       WRITE-PEDIDO-HEADER.
           MOVE GRUPO-PEDIDO-ID TO PEDIDO-ID.
           MOVE FEED-CLIENTE-ID TO PEDIDO-CLIENTE-ID.
           MOVE FEED-VENDEDOR-ID TO PEDIDO-VENDEDOR-ID.
           IF FEED-DATA = ZERO
               ACCEPT DATA-PEDIDO FROM DATE YYYYMMDD
           ELSE
           MOVE 'A' TO STATUS-PEDIDO.
           MOVE 'N' TO PEDIDO-FATURADO.
           MOVE ZERO TO PEDIDO-FATURA-NUM.
           MOVE ZERO TO PEDIDO-ULTIMA-LINHA.
           WRITE RECORD-PEDIDO
               INVALID KEY
                   ADD 1 TO EXISTENTES-COUNT
                   MOVE 'S' TO PEDIDO-EXISTS
               NOT INVALID KEY
                   ADD 1 TO IMPORTADOS-COUNT
                   MOVE 'S' TO GRUPO-GRAVADO
                   MOVE FEED-CLIENTE-ID TO GRUPO-CLIENTE-ID
                   MOVE FEED-VENDEDOR-ID TO GRUPO-VENDEDOR-ID
           END-WRITE.

       WRITE-PEDIDO-LINHA.
           ADD 1 TO GRUPO-ULTIMA-LINHA.
           MOVE GRUPO-PEDIDO-ID TO LINHA-PEDIDO-ID.
           MOVE GRUPO-ULTIMA-LINHA TO LINHA-NUMERO.
           MOVE FEED-PRODUTO-CODIGO TO LINHA-PRODUTO-CODIGO.
           MOVE DESCRICAO-PRODUTO TO LINHA-DESCRICAO.
           MOVE FEED-QUANTIDADE TO LINHA-QUANTIDADE.
           MOVE PRECO-PRODUTO TO LINHA-VALOR-UNITARIO.
           MOVE 'A' TO LINHA-STATUS.
           MOVE ZERO TO LINHA-DATA-ENTREGA.
           WRITE RECORD-LINHA-PEDIDO
               INVALID KEY
                   SUBTRACT 1 FROM GRUPO-ULTIMA-LINHA
                   MOVE 10 TO REJ-CODE
                   MOVE "ITEM DO PEDIDO JA GRAVADO" TO REJ-MOTIVO
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO ITENS-COUNT
                   PERFORM UPDATE-PEDIDO-HEADER
           END-WRITE.

       UPDATE-PEDIDO-HEADER.
           MOVE GRUPO-PEDIDO-ID TO PEDIDO-ID.
           READ FILE-PEDIDOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE GRUPO-ULTIMA-LINHA TO PEDIDO-ULTIMA-LINHA
                   REWRITE RECORD-PEDIDO
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.
