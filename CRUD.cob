               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS CLIENTES-STATUS.
           SELECT FILE-PEDIDOS ASSIGN TO "pedidos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDIDO-ID
               ALTERNATE RECORD KEY IS PEDIDO-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS PEDIDOS-STATUS.
           SELECT FILE-FATURAS ASSIGN TO "faturas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FATURA-NUMERO
               ALTERNATE RECORD KEY IS FATURA-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS FATURAS-STATUS.
           SELECT FILE-COMISSOES ASSIGN TO "comissoes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COM-CHAVE
               FILE STATUS IS COMISSOES-STATUS.
           SELECT CSV-FILE ASSIGN TO "dados.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-OPERADORES ASSIGN TO "operadores.txt"
       FD FILE-CLIENTES.
           COPY CLIENTEREC.

       FD FILE-PEDIDOS.
           COPY PEDIDOREC.

       FD FILE-FATURAS.
           COPY FATURAREC.

       FD FILE-COMISSOES.
           COPY COMISSAOREC.

       FD CSV-FILE.
       01 CSV-LINE.
           05 CSV-ID-NUMBER   PIC 9(5).
       01 EOF-SWITCH      PIC X VALUE 'N'.
       01 OLD-NAME        PIC X(30).
       01 OLD-AGE         PIC 9(3).
       01 OLD-COMISSAO    PIC 9(2)V99.
       01 CUSTOMER-LINKED PIC X VALUE 'N'.
       01 VENDEDOR-PENDENTE PIC X VALUE 'N'.
       01 PEDIDOS-EOF     PIC X VALUE 'N'.
       01 PEDIDOS-ABERTOS PIC 9(5) VALUE ZERO.
       01 COMISSOES-A-PAGAR PIC 9(5) VALUE ZERO.
       01 COMISSAO-EDITADA PIC Z9.99.
       01 DADOS-STATUS    PIC XX.
       01 AUDIT-STATUS    PIC XX.
       01 CLIENTES-STATUS PIC XX.
       01 OPERADORES-STATUS PIC XX.
       01 PEDIDOS-STATUS  PIC XX.
       01 FATURAS-STATUS  PIC XX.
       01 COMISSOES-STATUS PIC XX.
       01 CONFIRM-FLAG    PIC X VALUE 'N'.
       01 SIGNON-OK       PIC X VALUE 'N'.
       01 SIGNON-TRIES    PIC 9 VALUE ZERO.
           05 TEMP-ID-NUMBER PIC 9(5).
           05 TEMP-NAME      PIC X(30).
           05 TEMP-AGE       PIC 9(3).
           05 TEMP-COMISSAO  PIC 9(2)V99.

       SCREEN SECTION.
       01 CREATE-PANEL.
           05 LINE 7 COLUMN 5 VALUE "IDADE:".
           05 PNL-CRE-AGE LINE 7 COLUMN 14 PIC 9(3)
               USING TEMP-AGE.
           05 LINE 9 COLUMN 5 VALUE "COMISSAO %:".
           05 PNL-CRE-COMISSAO LINE 9 COLUMN 17 PIC Z9.99
               USING TEMP-COMISSAO.
           05 LINE 11 COLUMN 5 VALUE "CONFIRMA (S/N):".
           05 PNL-CRE-CONF LINE 11 COLUMN 22 PIC X
               USING CONFIRM-FLAG.

       01 UPDATE-PANEL.
           05 LINE 7 COLUMN 5 VALUE "IDADE:".
           05 PNL-UPD-AGE LINE 7 COLUMN 14 PIC 9(3)
               USING TEMP-AGE.
           05 LINE 9 COLUMN 5 VALUE "COMISSAO %:".
           05 PNL-UPD-COMISSAO LINE 9 COLUMN 17 PIC Z9.99
               USING TEMP-COMISSAO.
           05 LINE 11 COLUMN 5 VALUE "CONFIRMA (S/N):".
           05 PNL-UPD-CONF LINE 11 COLUMN 22 PIC X
               USING CONFIRM-FLAG.

       PROCEDURE DIVISION.
           MOVE ZERO TO TEMP-ID-NUMBER.
           MOVE SPACES TO TEMP-NAME.
           MOVE ZERO TO TEMP-AGE.
           MOVE ZERO TO TEMP-COMISSAO.
           MOVE 'N' TO CONFIRM-FLAG.
           DISPLAY CREATE-PANEL.
           ACCEPT CREATE-PANEL.
                   MOVE TEMP-ID-NUMBER TO ID-NUMBER
                   MOVE TEMP-NAME TO NAME
                   MOVE TEMP-AGE TO AGE
                   MOVE TEMP-COMISSAO TO COMISSAO-PCT
                   WRITE FILE-RECORD
                       INVALID KEY DISPLAY "ID já existe!"
                       NOT INVALID KEY
                           MOVE ZERO TO AUD-AGE-BEFORE
                           MOVE TEMP-NAME TO AUD-NAME-AFTER
                           MOVE TEMP-AGE TO AUD-AGE-AFTER
                           MOVE ZERO TO AUD-COMISSAO-BEFORE
                           MOVE TEMP-COMISSAO TO AUD-COMISSAO-AFTER
                           PERFORM APPEND-AUDIT-RECORD
                   END-WRITE
                   PERFORM CHECK-DADOS-STATUS
               INVALID KEY DISPLAY "Registro não encontrado!"
               NOT INVALID KEY
                   DISPLAY "Registro encontrado:" ID-NUMBER NAME AGE
                   PERFORM SHOW-COMISSAO
           END-READ.
           PERFORM CHECK-DADOS-STATUS.

       SHOW-COMISSAO.
           IF COMISSAO-PCT NUMERIC
               MOVE COMISSAO-PCT TO COMISSAO-EDITADA
           ELSE
               MOVE ZERO TO COMISSAO-EDITADA
           END-IF.
           DISPLAY "Comissão (%): " COMISSAO-EDITADA.

       SEARCH-BY-NAME.
           DISPLAY "Digite o nome a ser buscado: ".
           ACCEPT TEMP-NAME.
           END-READ.
           PERFORM CHECK-DADOS-STATUS.
           IF RECORD-FOUND = 'S'
               IF COMISSAO-PCT NOT NUMERIC
                   MOVE ZERO TO COMISSAO-PCT
               END-IF
               MOVE NAME TO OLD-NAME
               MOVE AGE TO OLD-AGE
               MOVE COMISSAO-PCT TO OLD-COMISSAO
               MOVE NAME TO TEMP-NAME
               MOVE AGE TO TEMP-AGE
               MOVE COMISSAO-PCT TO TEMP-COMISSAO
               MOVE 'N' TO CONFIRM-FLAG
               DISPLAY UPDATE-PANEL
               ACCEPT UPDATE-PANEL
       UPDATE-RECORD-WRITE.
           MOVE TEMP-NAME TO NAME.
           MOVE TEMP-AGE TO AGE.
           MOVE TEMP-COMISSAO TO COMISSAO-PCT.
           REWRITE FILE-RECORD
               INVALID KEY DISPLAY "Erro ao atualizar registro!"
               NOT INVALID KEY
                   MOVE OLD-AGE TO AUD-AGE-BEFORE
                   MOVE TEMP-NAME TO AUD-NAME-AFTER
                   MOVE TEMP-AGE TO AUD-AGE-AFTER
                   MOVE OLD-COMISSAO TO AUD-COMISSAO-BEFORE
                   MOVE TEMP-COMISSAO TO AUD-COMISSAO-AFTER
                   PERFORM APPEND-AUDIT-RECORD
           END-REWRITE.
           PERFORM CHECK-DADOS-STATUS.
                   INVALID KEY MOVE 'N' TO CUSTOMER-LINKED
                   NOT INVALID KEY MOVE 'S' TO CUSTOMER-LINKED
               END-READ
               IF CUSTOMER-LINKED = 'N'
                   PERFORM CHECK-VENDEDOR-PENDENTE
               END-IF
               EVALUATE TRUE
                   WHEN CUSTOMER-LINKED = 'S'
                       DISPLAY "Cliente vinculado, exclusão recusada: "
                           NOME-CLIENTE
                       UNLOCK FILE-NAME
                   WHEN VENDEDOR-PENDENTE = 'S'
                       IF PEDIDOS-ABERTOS > ZERO
                           DISPLAY "Vendedor com pedidos em aberto, "
                               "exclusão recusada: " PEDIDOS-ABERTOS
                       END-IF
                       IF COMISSOES-A-PAGAR > ZERO
                           DISPLAY "Vendedor com comissão a pagar, "
                               "exclusão recusada: " COMISSOES-A-PAGAR
                               " pedido(s)"
                       END-IF
                       UNLOCK FILE-NAME
                   WHEN OTHER
                       MOVE NAME TO OLD-NAME
                       MOVE AGE TO OLD-AGE
                       IF COMISSAO-PCT NUMERIC
                           MOVE COMISSAO-PCT TO OLD-COMISSAO
                       ELSE
                           MOVE ZERO TO OLD-COMISSAO
                       END-IF
                       DELETE FILE-NAME
                           INVALID KEY
                               DISPLAY "Erro ao excluir registro!"
                           NOT INVALID KEY
                               DISPLAY "Registro excluído!"
                               MOVE 'DELETE' TO AUD-OPERATION
                               MOVE TEMP-ID-NUMBER TO AUD-ID-NUMBER
                               MOVE OLD-NAME TO AUD-NAME-BEFORE
                               MOVE OLD-AGE TO AUD-AGE-BEFORE
                               MOVE SPACES TO AUD-NAME-AFTER
                               MOVE ZERO TO AUD-AGE-AFTER
                               MOVE OLD-COMISSAO TO AUD-COMISSAO-BEFORE
                               MOVE ZERO TO AUD-COMISSAO-AFTER
                               PERFORM APPEND-AUDIT-RECORD
                       END-DELETE
                       PERFORM CHECK-DADOS-STATUS
               END-EVALUATE
           END-IF.

       CHECK-VENDEDOR-PENDENTE.
           MOVE 'N' TO VENDEDOR-PENDENTE.
           MOVE ZERO TO PEDIDOS-ABERTOS.
           MOVE ZERO TO COMISSOES-A-PAGAR.
           PERFORM OPEN-VENDAS-FILES.
           MOVE 'N' TO PEDIDOS-EOF.
           MOVE ZERO TO PEDIDO-ID.
           START FILE-PEDIDOS KEY IS NOT LESS THAN PEDIDO-ID
               INVALID KEY MOVE 'Y' TO PEDIDOS-EOF
           END-START.
           PERFORM CHECK-NEXT-PEDIDO-VENDEDOR
               UNTIL PEDIDOS-EOF = 'Y'.
           CLOSE FILE-PEDIDOS.
           CLOSE FILE-FATURAS.
           CLOSE FILE-COMISSOES.
           IF PEDIDOS-ABERTOS > ZERO OR COMISSOES-A-PAGAR > ZERO
               MOVE 'S' TO VENDEDOR-PENDENTE
           END-IF.

       OPEN-VENDAS-FILES.
           OPEN INPUT FILE-PEDIDOS.
           IF PEDIDOS-STATUS = "35"
               OPEN OUTPUT FILE-PEDIDOS
               CLOSE FILE-PEDIDOS
               OPEN INPUT FILE-PEDIDOS
           END-IF.
           OPEN INPUT FILE-FATURAS.
           IF FATURAS-STATUS = "35"
               OPEN OUTPUT FILE-FATURAS
               CLOSE FILE-FATURAS
               OPEN INPUT FILE-FATURAS
           END-IF.
           OPEN INPUT FILE-COMISSOES.
           IF COMISSOES-STATUS = "35"
               OPEN OUTPUT FILE-COMISSOES
               CLOSE FILE-COMISSOES
               OPEN INPUT FILE-COMISSOES
           END-IF.

       CHECK-NEXT-PEDIDO-VENDEDOR.
           READ FILE-PEDIDOS NEXT RECORD
               AT END MOVE 'Y' TO PEDIDOS-EOF
               NOT AT END
                   IF PEDIDO-VENDEDOR-ID = TEMP-ID-NUMBER
                       PERFORM CHECK-PEDIDO-VENDEDOR
                   END-IF
           END-READ.

       CHECK-PEDIDO-VENDEDOR.
           IF PEDIDO-ABERTO OR PEDIDO-PARCIAL
               OR (PEDIDO-ENTREGUE AND NOT PEDIDO-JA-FATURADO)
               ADD 1 TO PEDIDOS-ABERTOS
           ELSE
               IF PEDIDO-JA-FATURADO AND NOT PEDIDO-CANCELADO
                   PERFORM CHECK-COMISSAO-PAGA
               END-IF
           END-IF.

       CHECK-COMISSAO-PAGA.
           MOVE PEDIDO-FATURA-NUM TO FATURA-NUMERO.
           READ FILE-FATURAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF FATURA-ABERTA
                       ADD 1 TO COMISSOES-A-PAGAR
                   ELSE
                       IF COMISSAO-PCT NUMERIC
                           AND COMISSAO-PCT > ZERO
                           PERFORM CHECK-COMISSAO-LANCADA
                       END-IF
                   END-IF
           END-READ.

       CHECK-COMISSAO-LANCADA.
           MOVE PEDIDO-ID TO COM-PEDIDO-ID.
           MOVE ZERO TO COM-SEQ.
           START FILE-COMISSOES KEY IS NOT LESS THAN COM-CHAVE
               INVALID KEY ADD 1 TO COMISSOES-A-PAGAR
               NOT INVALID KEY
                   READ FILE-COMISSOES NEXT RECORD
                       AT END ADD 1 TO COMISSOES-A-PAGAR
                       NOT AT END
                           IF COM-PEDIDO-ID NOT = PEDIDO-ID
                               ADD 1 TO COMISSOES-A-PAGAR
                           END-IF
                   END-READ
           END-START.

       APPEND-AUDIT-RECORD.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
