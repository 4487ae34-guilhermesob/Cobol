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
               RECORD KEY IS OPERADOR-ID
               FILE STATUS IS OPERADORES-STATUS.
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
           SELECT LIBERACAO-FILE ASSIGN TO "liberacoes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIBERACAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-PEDIDOS.
           COPY PEDIDOREC.

       FD FILE-LINHAS.
           COPY LINHAPEDREC.

       FD FILE-CLIENTES.
           COPY CLIENTEREC.

       FD FILE-OPERADORES.
           COPY OPERADORREC.

       FD FILE-FATURAS.
           COPY FATURAREC.

       FD FILE-DADOS.
           COPY DADOSREC.

       FD LIBERACAO-FILE.
       01 LIBERACAO-LINE.
           05 LIB-DATE          PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 LIB-TIME          PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 LIB-PEDIDO-ID     PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 LIB-CLIENTE-ID    PIC 9(5).
           05 FILLER            PIC X VALUE SPACE.
           05 LIB-VALOR-PEDIDO  PIC 9(9)V99.
           05 FILLER            PIC X VALUE SPACE.
           05 LIB-EXPOSICAO     PIC 9(11)V99.
           05 FILLER            PIC X VALUE SPACE.
           05 LIB-LIMITE        PIC 9(9)V99.
           05 FILLER            PIC X VALUE SPACE.
           05 LIB-OPERADOR      PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 LIB-SUPERVISOR    PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 LIB-CODIGO        PIC 9(2).
           05 FILLER            PIC X VALUE SPACE.
           05 LIB-MOTIVO        PIC X(30).

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC X.
       01 RECORD-FOUND         PIC X VALUE 'N'.
       01 CUSTOMER-FOUND       PIC X VALUE 'N'.
       01 PRODUTO-FOUND        PIC X VALUE 'N'.
       01 VENDEDOR-FOUND       PIC X VALUE 'N'.
       01 ENTREGA-OK           PIC X VALUE 'S'.
       01 EOF-SWITCH           PIC X VALUE 'N'.
       01 PEDIDOS-STATUS       PIC XX.
       01 LINHAS-STATUS        PIC XX.
       01 CLIENTES-STATUS      PIC XX.
       01 PRODUTOS-STATUS      PIC XX.
       01 OPERADORES-STATUS    PIC XX.
       01 FATURAS-STATUS       PIC XX.
       01 LIBERACAO-STATUS     PIC XX.
       01 DADOS-STATUS         PIC XX.
       01 CREDITO-OK           PIC X VALUE 'S'.
       01 LIBERACAO-OK         PIC X VALUE 'N'.
       01 CREDITO-CODIGO       PIC 9(2) VALUE ZERO.
       01 CREDITO-MOTIVO       PIC X(30) VALUE SPACES.
       01 CREDITO-EOF          PIC X VALUE 'N'.
       01 LIMITE-ATUAL         PIC 9(9)V99 VALUE ZERO.
       01 EXPOSICAO-CREDITO    PIC 9(11)V99 VALUE ZERO.
       01 NOVO-PEDIDO-VALOR    PIC 9(9)V99 VALUE ZERO.
       01 SUPERVISOR-LIBERACAO PIC X(8) VALUE SPACES.
       01 CONFIRM-FLAG         PIC X VALUE 'N'.
       01 EXPOSICAO-EDITADA    PIC Z(10)9.99.
       01 LIMITE-EDITADO       PIC Z(8)9.99.
       01 LISTED-COUNT         PIC 9(4) VALUE ZERO.
       01 SIGNON-OK            PIC X VALUE 'N'.
       01 SIGNON-TRIES         PIC 9 VALUE ZERO.
       01 TEMP-SIGNON.
           05 TEMP-OPERADOR-ID PIC X(8).
           05 TEMP-SENHA       PIC X(8).
       01 PEDIDO-EDITAVEL      PIC X VALUE 'N'.
       01 LINHA-FOUND          PIC X VALUE 'N'.
       01 LINHA-OK             PIC X VALUE 'N'.
       01 LINHAS-EOF           PIC X VALUE 'N'.
       01 ENTRY-DONE           PIC X VALUE 'N'.
       01 LINHAS-ABERTAS       PIC 9(3) VALUE ZERO.
       01 LINHAS-ENTREGUES     PIC 9(3) VALUE ZERO.
       01 LINHAS-AFETADAS      PIC 9(3) VALUE ZERO.
       01 PEDIDO-VALOR-LINHAS  PIC 9(11)V99 VALUE ZERO.
       01 QTDE-RESTANTE        PIC 9(4) VALUE ZERO.
       01 NOVAS-COUNT          PIC 9(3) VALUE ZERO.
       01 MAX-NOVAS            PIC 9(3) VALUE 50.
       01 NOVA-INDEX           PIC 9(3) COMP VALUE ZERO.
       01 NOVAS-TABLE.
           05 NOVAS-LINHAS OCCURS 50 TIMES.
               10 NOVA-PRODUTO-CODIGO PIC 9(5).
               10 NOVA-DESCRICAO      PIC X(50).
               10 NOVA-QUANTIDADE     PIC 9(4).
               10 NOVA-VALOR-UNITARIO PIC 9(7)V99.
       01 TEMP-PEDIDO.
           05 TEMP-PEDIDO-ID      PIC 9(6).
           05 TEMP-CLIENTE-ID     PIC 9(5).
           05 TEMP-PRODUTO-CODIGO PIC 9(5).
           05 TEMP-QUANTIDADE     PIC 9(4).
           05 TEMP-STATUS         PIC X.
           05 TEMP-LINHA-NUMERO   PIC 9(3).
           05 TEMP-QTDE-ENTREGA   PIC 9(4).
           05 TEMP-VENDEDOR-ID    PIC 9(5).
       01 VALOR-EDITADO        PIC Z(6)9.99.
       01 TOTAL-EDITADO        PIC Z(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
               STOP RUN
           END-IF.
           PERFORM OPEN-PEDIDOS-FILE.
           PERFORM OPEN-LINHAS-FILE.
           PERFORM OPEN-CLIENTES-FILE.
           PERFORM OPEN-PRODUTOS-FILE.
           PERFORM OPEN-DADOS-FILE.
           MOVE SPACE TO CHOICE.
           PERFORM PROCESS-COMMAND UNTIL CHOICE = 'Q'.
           PERFORM QUIT-PARAGRAPH.
               OPEN I-O FILE-PRODUTOS
           END-IF.

       OPEN-LINHAS-FILE.
           OPEN I-O FILE-LINHAS.
           IF LINHAS-STATUS = "35"
               OPEN OUTPUT FILE-LINHAS
               CLOSE FILE-LINHAS
               OPEN I-O FILE-LINHAS
           END-IF.

       OPEN-DADOS-FILE.
           OPEN INPUT FILE-DADOS.
           IF DADOS-STATUS = "35"
               OPEN OUTPUT FILE-DADOS
               CLOSE FILE-DADOS
               OPEN INPUT FILE-DADOS
           END-IF.

       PROCESS-COMMAND.
           DISPLAY "Escolha uma operação (C/R/U/I/M/X/E/V/L/Q): ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 'C'
                   ELSE
                       PERFORM UPDATE-PEDIDO
                   END-IF
               WHEN 'I'
                   IF NIVEL-ATUAL < 2
                       DISPLAY "Permissão insuficiente!"
                   ELSE
                       PERFORM ADD-PEDIDO-LINHA
                   END-IF
               WHEN 'M'
                   IF NIVEL-ATUAL < 2
                       DISPLAY "Permissão insuficiente!"
                   ELSE
                       PERFORM CHANGE-PEDIDO-LINHA
                   END-IF
               WHEN 'X'
                   IF NIVEL-ATUAL < 2
                       DISPLAY "Permissão insuficiente!"
                   ELSE
                       PERFORM REMOVE-PEDIDO-LINHA
                   END-IF
               WHEN 'E'
                   IF NIVEL-ATUAL < 2
                       DISPLAY "Permissão insuficiente!"
                   ELSE
                       PERFORM DELIVER-PEDIDO-LINHA
                   END-IF
               WHEN 'V'
                   IF NIVEL-ATUAL < 2
                       DISPLAY "Permissão insuficiente!"
                   ELSE
                       PERFORM CHANGE-PEDIDO-VENDEDOR
                   END-IF
               WHEN 'L' PERFORM LIST-PEDIDOS-CLIENTE
               WHEN 'Q' CONTINUE
               WHEN OTHER DISPLAY "Comando inválido!" END-EVALUATE.
       CREATE-PEDIDO.
           DISPLAY "Digite o número do pedido: ".
           ACCEPT TEMP-PEDIDO-ID.
           MOVE TEMP-PEDIDO-ID TO PEDIDO-ID.
           READ FILE-PEDIDOS
               INVALID KEY MOVE 'N' TO RECORD-FOUND
               NOT INVALID KEY MOVE 'S' TO RECORD-FOUND
           END-READ.
           IF RECORD-FOUND = 'S'
               DISPLAY "Número de pedido já existe!"
           ELSE
               DISPLAY "Digite o ID do cliente: "
               ACCEPT TEMP-CLIENTE-ID
               PERFORM CHECK-CUSTOMER-EXISTS
               IF CUSTOMER-FOUND = 'N'
                   DISPLAY "Cliente não cadastrado, pedido recusado!"
               ELSE
                   DISPLAY "Digite o ID do vendedor: "
                   ACCEPT TEMP-VENDEDOR-ID
                   PERFORM CHECK-VENDEDOR-EXISTS
                   IF VENDEDOR-FOUND = 'N'
                       DISPLAY "Vendedor não cadastrado, pedido "
                           "recusado!"
                   ELSE
                       PERFORM CREATE-PEDIDO-LINHAS
                   END-IF
               END-IF
           END-IF.

       CREATE-PEDIDO-LINHAS.
           MOVE ZERO TO NOVAS-COUNT.
           MOVE ZERO TO NOVO-PEDIDO-VALOR.
           MOVE 'N' TO ENTRY-DONE.
           PERFORM ENTER-NEW-LINHA UNTIL ENTRY-DONE = 'S'.
           IF NOVAS-COUNT = ZERO
               DISPLAY "Pedido sem itens, não registrado!"
           ELSE
               MOVE NOVO-PEDIDO-VALOR TO TOTAL-EDITADO
               DISPLAY "Itens: " NOVAS-COUNT "  Total: " TOTAL-EDITADO
               PERFORM CHECK-CREDIT-LIMIT
               IF CREDITO-OK = 'N'
                   PERFORM OFFER-CREDIT-OVERRIDE
               END-IF
               IF CREDITO-OK = 'S' OR LIBERACAO-OK = 'S'
                   PERFORM CREATE-PEDIDO-WRITE
               END-IF
           END-IF.

       ENTER-NEW-LINHA.
           DISPLAY "Digite o código do produto (0 para encerrar): ".
           ACCEPT TEMP-PRODUTO-CODIGO.
           IF TEMP-PRODUTO-CODIGO = ZERO
               MOVE 'S' TO ENTRY-DONE
           ELSE
               PERFORM ENTER-LINHA-QUANTIDADE
               IF LINHA-OK = 'S'
                   PERFORM STORE-NEW-LINHA
               END-IF
           END-IF.

       ENTER-LINHA-QUANTIDADE.
           MOVE 'N' TO LINHA-OK.
           PERFORM CHECK-PRODUTO-EXISTS.
           IF PRODUTO-FOUND = 'N'
               DISPLAY "Produto não cadastrado, item recusado!"
           ELSE
               DISPLAY "Produto: " DESCRICAO-PRODUTO
               DISPLAY "Digite a quantidade: "
               ACCEPT TEMP-QUANTIDADE
               IF TEMP-QUANTIDADE = ZERO
                       DISPLAY "Estoque insuficiente! Disponível: "
                           ESTOQUE-PRODUTO
                   ELSE
                       MOVE 'S' TO LINHA-OK
                   END-IF
               END-IF
           END-IF.

       STORE-NEW-LINHA.
           ADD 1 TO NOVAS-COUNT.
           MOVE TEMP-PRODUTO-CODIGO
               TO NOVA-PRODUTO-CODIGO(NOVAS-COUNT).
           MOVE DESCRICAO-PRODUTO TO NOVA-DESCRICAO(NOVAS-COUNT).
           MOVE TEMP-QUANTIDADE TO NOVA-QUANTIDADE(NOVAS-COUNT).
           MOVE PRECO-PRODUTO TO NOVA-VALOR-UNITARIO(NOVAS-COUNT).
           COMPUTE NOVO-PEDIDO-VALOR =
               NOVO-PEDIDO-VALOR + TEMP-QUANTIDADE * PRECO-PRODUTO.
           IF NOVAS-COUNT >= MAX-NOVAS
               DISPLAY "Limite de " MAX-NOVAS " itens por pedido "
                   "atingido, use a opção I para incluir mais!"
               MOVE 'S' TO ENTRY-DONE
           END-IF.

       CREATE-PEDIDO-WRITE.
           MOVE TEMP-PEDIDO-ID TO PEDIDO-ID.
           MOVE TEMP-CLIENTE-ID TO PEDIDO-CLIENTE-ID.
           MOVE TEMP-VENDEDOR-ID TO PEDIDO-VENDEDOR-ID.
           ACCEPT DATA-PEDIDO FROM DATE YYYYMMDD.
           MOVE 'A' TO STATUS-PEDIDO.
           MOVE 'N' TO PEDIDO-FATURADO.
           MOVE ZERO TO PEDIDO-FATURA-NUM.
           MOVE NOVAS-COUNT TO PEDIDO-ULTIMA-LINHA.
           WRITE RECORD-PEDIDO
               INVALID KEY DISPLAY "Número de pedido já existe!"
               NOT INVALID KEY
                   MOVE 1 TO NOVA-INDEX
                   PERFORM WRITE-NOVA-LINHA
                       UNTIL NOVA-INDEX > NOVAS-COUNT
                   DISPLAY "Pedido registrado!"
                   IF LIBERACAO-OK = 'S'
                       PERFORM APPEND-LIBERACAO-LINE
                   END-IF
           END-WRITE.

       WRITE-NOVA-LINHA.
           MOVE PEDIDO-ID TO LINHA-PEDIDO-ID.
           MOVE NOVA-INDEX TO LINHA-NUMERO.
           MOVE NOVA-PRODUTO-CODIGO(NOVA-INDEX)
               TO LINHA-PRODUTO-CODIGO.
           MOVE NOVA-DESCRICAO(NOVA-INDEX) TO LINHA-DESCRICAO.
           MOVE NOVA-QUANTIDADE(NOVA-INDEX) TO LINHA-QUANTIDADE.
           MOVE NOVA-VALOR-UNITARIO(NOVA-INDEX)
               TO LINHA-VALOR-UNITARIO.
           MOVE 'A' TO LINHA-STATUS.
           MOVE ZERO TO LINHA-DATA-ENTREGA.
           WRITE RECORD-LINHA-PEDIDO
               INVALID KEY
                   DISPLAY "Erro ao gravar item " LINHA-NUMERO
           END-WRITE.
           ADD 1 TO NOVA-INDEX.

       CHECK-CREDIT-LIMIT.
           MOVE 'S' TO CREDITO-OK.
           MOVE 'N' TO LIBERACAO-OK.
           MOVE ZERO TO CREDITO-CODIGO.
           MOVE SPACES TO CREDITO-MOTIVO.
           MOVE ZERO TO EXPOSICAO-CREDITO.
           IF LIMITE-CREDITO NUMERIC
               MOVE LIMITE-CREDITO TO LIMITE-ATUAL
           ELSE
               MOVE ZERO TO LIMITE-ATUAL
           END-IF.
           IF CLIENTE-BLOQUEADO
               MOVE 'N' TO CREDITO-OK
               MOVE 07 TO CREDITO-CODIGO
               MOVE "CLIENTE BLOQUEADO" TO CREDITO-MOTIVO
           ELSE
               IF LIMITE-ATUAL > ZERO
                   PERFORM COMPUTE-CREDIT-EXPOSURE
                   IF EXPOSICAO-CREDITO > LIMITE-ATUAL
                       MOVE 'N' TO CREDITO-OK
                       MOVE 06 TO CREDITO-CODIGO
                       MOVE "LIMITE DE CREDITO EXCEDIDO"
                           TO CREDITO-MOTIVO
                   END-IF
               END-IF
           END-IF.

       COMPUTE-CREDIT-EXPOSURE.
           MOVE NOVO-PEDIDO-VALOR TO EXPOSICAO-CREDITO.
           PERFORM OPEN-FATURAS-FILE.
           MOVE 'N' TO CREDITO-EOF.
           MOVE TEMP-CLIENTE-ID TO FATURA-CLIENTE-ID.
           START FILE-FATURAS KEY IS EQUAL FATURA-CLIENTE-ID
               INVALID KEY MOVE 'Y' TO CREDITO-EOF
           END-START.
           PERFORM ADD-OPEN-FATURA-BALANCE UNTIL CREDITO-EOF = 'Y'.
           CLOSE FILE-FATURAS.
           MOVE 'N' TO CREDITO-EOF.
           MOVE TEMP-CLIENTE-ID TO PEDIDO-CLIENTE-ID.
           START FILE-PEDIDOS KEY IS EQUAL PEDIDO-CLIENTE-ID
               INVALID KEY MOVE 'Y' TO CREDITO-EOF
           END-START.
           PERFORM ADD-OPEN-PEDIDO-VALUE UNTIL CREDITO-EOF = 'Y'.

       ADD-OPEN-FATURA-BALANCE.
           READ FILE-FATURAS NEXT RECORD
               AT END MOVE 'Y' TO CREDITO-EOF
               NOT AT END
                   IF FATURA-CLIENTE-ID = TEMP-CLIENTE-ID
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
                   IF PEDIDO-CLIENTE-ID = TEMP-CLIENTE-ID
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

       OPEN-FATURAS-FILE.
           OPEN INPUT FILE-FATURAS.
           IF FATURAS-STATUS = "35"
               OPEN OUTPUT FILE-FATURAS
               CLOSE FILE-FATURAS
               OPEN INPUT FILE-FATURAS
           END-IF.

       OFFER-CREDIT-OVERRIDE.
           DISPLAY "Crédito recusado: " CREDITO-MOTIVO.
           IF CREDITO-CODIGO = 06
               MOVE EXPOSICAO-CREDITO TO EXPOSICAO-EDITADA
               MOVE LIMITE-ATUAL TO LIMITE-EDITADO
               DISPLAY "Exposição com este pedido: " EXPOSICAO-EDITADA
               DISPLAY "Limite de crédito: " LIMITE-EDITADO
           END-IF.
           DISPLAY "Liberar com autorização de supervisor? (S/N): ".
           ACCEPT CONFIRM-FLAG.
           IF CONFIRM-FLAG NOT = 'S'
               DISPLAY "Pedido recusado por crédito!"
           ELSE
               IF NIVEL-ATUAL = 3
                   MOVE OPERADOR-ATUAL TO SUPERVISOR-LIBERACAO
                   MOVE 'S' TO LIBERACAO-OK
               ELSE
                   PERFORM REQUEST-SUPERVISOR-OVERRIDE
               END-IF
               IF LIBERACAO-OK = 'S'
                   DISPLAY "Pedido liberado por " SUPERVISOR-LIBERACAO
               ELSE
                   DISPLAY "Liberação negada, pedido recusado!"
               END-IF
           END-IF.

       REQUEST-SUPERVISOR-OVERRIDE.
           DISPLAY "Supervisor: ".
           ACCEPT TEMP-OPERADOR-ID.
           DISPLAY "Senha: ".
           ACCEPT TEMP-SENHA.
           OPEN INPUT FILE-OPERADORES.
           IF OPERADORES-STATUS = "00"
               MOVE TEMP-OPERADOR-ID TO OPERADOR-ID
               READ FILE-OPERADORES
                   INVALID KEY
                       DISPLAY "Operador ou senha inválidos!"
                   NOT INVALID KEY
                       IF SENHA-OPERADOR = TEMP-SENHA
                           AND NIVEL-OPERADOR = 3
                           MOVE OPERADOR-ID TO SUPERVISOR-LIBERACAO
                           MOVE 'S' TO LIBERACAO-OK
                       ELSE
                           DISPLAY "Operador ou senha inválidos!"
                       END-IF
               END-READ
               CLOSE FILE-OPERADORES
           END-IF.

       APPEND-LIBERACAO-LINE.
           OPEN EXTEND LIBERACAO-FILE.
           IF LIBERACAO-STATUS = "35"
               OPEN OUTPUT LIBERACAO-FILE
               CLOSE LIBERACAO-FILE
               OPEN EXTEND LIBERACAO-FILE
           END-IF.
           ACCEPT LIB-DATE FROM DATE YYYYMMDD.
           ACCEPT LIB-TIME FROM TIME.
           MOVE PEDIDO-ID TO LIB-PEDIDO-ID.
           MOVE PEDIDO-CLIENTE-ID TO LIB-CLIENTE-ID.
           MOVE NOVO-PEDIDO-VALOR TO LIB-VALOR-PEDIDO.
           MOVE EXPOSICAO-CREDITO TO LIB-EXPOSICAO.
           MOVE LIMITE-ATUAL TO LIB-LIMITE.
           MOVE OPERADOR-ATUAL TO LIB-OPERADOR.
           MOVE SUPERVISOR-LIBERACAO TO LIB-SUPERVISOR.
           MOVE CREDITO-CODIGO TO LIB-CODIGO.
           MOVE CREDITO-MOTIVO TO LIB-MOTIVO.
           WRITE LIBERACAO-LINE.
           CLOSE LIBERACAO-FILE.

       CHECK-CUSTOMER-EXISTS.
           MOVE TEMP-CLIENTE-ID TO CUSTOMER-ID.
               NOT INVALID KEY MOVE 'S' TO CUSTOMER-FOUND
           END-READ.

       CHECK-VENDEDOR-EXISTS.
           MOVE 'N' TO VENDEDOR-FOUND.
           IF TEMP-VENDEDOR-ID NOT = ZERO
               MOVE TEMP-VENDEDOR-ID TO ID-NUMBER
               READ FILE-DADOS
                   INVALID KEY MOVE 'N' TO VENDEDOR-FOUND
                   NOT INVALID KEY MOVE 'S' TO VENDEDOR-FOUND
               END-READ
           END-IF.

       CHECK-PRODUTO-EXISTS.
           MOVE TEMP-PRODUTO-CODIGO TO PRODUTO-CODIGO.
           READ FILE-PRODUTOS
       READ-PEDIDO.
           DISPLAY "Digite o número do pedido a ser lido: ".
           ACCEPT TEMP-PEDIDO-ID.
           PERFORM READ-PEDIDO-HEADER.
           IF RECORD-FOUND = 'S'
               PERFORM SHOW-PEDIDO
               PERFORM SHOW-PEDIDO-LINHAS
           END-IF.

       READ-PEDIDO-HEADER.
           MOVE TEMP-PEDIDO-ID TO PEDIDO-ID.
           READ FILE-PEDIDOS
               INVALID KEY
                   MOVE 'N' TO RECORD-FOUND
                   DISPLAY "Pedido não encontrado!"
               NOT INVALID KEY MOVE 'S' TO RECORD-FOUND
           END-READ.

       SHOW-PEDIDO.
           PERFORM SUM-PEDIDO-LINHAS.
           MOVE PEDIDO-VALOR-LINHAS TO TOTAL-EDITADO.
           DISPLAY "Pedido: " PEDIDO-ID.
           DISPLAY "Cliente: " PEDIDO-CLIENTE-ID.
           IF PEDIDO-VENDEDOR-ID NUMERIC
               AND PEDIDO-VENDEDOR-ID NOT = ZERO
               DISPLAY "Vendedor: " PEDIDO-VENDEDOR-ID
           ELSE
               DISPLAY "Vendedor: NÃO INFORMADO"
           END-IF.
           DISPLAY "Data: " DATA-PEDIDO.
           DISPLAY "Situação: " STATUS-PEDIDO.
           DISPLAY "Valor: " TOTAL-EDITADO.
           IF PEDIDO-JA-FATURADO
               DISPLAY "Faturado na fatura: " PEDIDO-FATURA-NUM
           END-IF.

       SHOW-PEDIDO-LINHAS.
           PERFORM START-PEDIDO-LINHAS.
           PERFORM SHOW-NEXT-LINHA UNTIL LINHAS-EOF = 'Y'.

       SHOW-NEXT-LINHA.
           PERFORM READ-NEXT-LINHA.
           IF LINHAS-EOF = 'N'
               MOVE LINHA-VALOR-UNITARIO TO VALOR-EDITADO
               DISPLAY "  Item " LINHA-NUMERO " Produto "
                   LINHA-PRODUTO-CODIGO " " LINHA-DESCRICAO
               DISPLAY "       Quantidade: " LINHA-QUANTIDADE
                   " Valor: " VALOR-EDITADO
                   " Situação: " LINHA-STATUS
           END-IF.

       START-PEDIDO-LINHAS.
           MOVE 'N' TO LINHAS-EOF.
           MOVE PEDIDO-ID TO LINHA-PEDIDO-ID.
           MOVE ZERO TO LINHA-NUMERO.
           START FILE-LINHAS KEY IS NOT LESS THAN LINHA-CHAVE
               INVALID KEY MOVE 'Y' TO LINHAS-EOF
           END-START.

       READ-NEXT-LINHA.
           READ FILE-LINHAS NEXT RECORD
               AT END MOVE 'Y' TO LINHAS-EOF
               NOT AT END
                   IF LINHA-PEDIDO-ID NOT = PEDIDO-ID
                       MOVE 'Y' TO LINHAS-EOF
                   END-IF
           END-READ.

       SUM-PEDIDO-LINHAS.
           MOVE ZERO TO PEDIDO-VALOR-LINHAS.
           PERFORM START-PEDIDO-LINHAS.
           PERFORM ADD-LINHA-VALOR UNTIL LINHAS-EOF = 'Y'.

       ADD-LINHA-VALOR.
           PERFORM READ-NEXT-LINHA.
           IF LINHAS-EOF = 'N' AND NOT LINHA-CANCELADA
               COMPUTE PEDIDO-VALOR-LINHAS = PEDIDO-VALOR-LINHAS
                   + LINHA-QUANTIDADE * LINHA-VALOR-UNITARIO
           END-IF.

       CHECK-PEDIDO-EDITAVEL.
           MOVE 'N' TO PEDIDO-EDITAVEL.
           IF RECORD-FOUND = 'S'
               IF PEDIDO-JA-FATURADO
                   DISPLAY "Pedido já faturado, não pode ser "
                       "alterado!"
               ELSE
                   IF PEDIDO-ABERTO OR PEDIDO-PARCIAL
                       MOVE 'S' TO PEDIDO-EDITAVEL
                   ELSE
                       DISPLAY "Somente pedidos em aberto ou "
                           "entregues em parte podem ser alterados!"
                   END-IF
               END-IF
           END-IF.

       UPDATE-PEDIDO.
           DISPLAY "Digite o número do pedido a ser atualizado: ".
           ACCEPT TEMP-PEDIDO-ID.
           PERFORM READ-PEDIDO-HEADER.
           PERFORM CHECK-PEDIDO-EDITAVEL.
           IF PEDIDO-EDITAVEL = 'S'
               DISPLAY "Digite a situação (E=entregar itens "
                   "pendentes, X=cancelar itens pendentes): "
               ACCEPT TEMP-STATUS
               IF TEMP-STATUS NOT = 'E' AND TEMP-STATUS NOT = 'X'
                   DISPLAY "Situação inválida, use E ou X!"
               ELSE
                   PERFORM UPDATE-PEDIDO-LINHAS
               END-IF
           END-IF.

       UPDATE-PEDIDO-LINHAS.
           MOVE ZERO TO LINHAS-AFETADAS.
           PERFORM START-PEDIDO-LINHAS.
           PERFORM UPDATE-NEXT-LINHA UNTIL LINHAS-EOF = 'Y'.
           IF TEMP-STATUS = 'E'
               DISPLAY "Itens entregues: " LINHAS-AFETADAS
           ELSE
               DISPLAY "Itens cancelados: " LINHAS-AFETADAS
           END-IF.
           PERFORM RECALC-PEDIDO-STATUS.

       UPDATE-NEXT-LINHA.
           PERFORM READ-NEXT-LINHA.
           IF LINHAS-EOF = 'N' AND LINHA-ABERTA
               IF TEMP-STATUS = 'E'
                   MOVE LINHA-QUANTIDADE TO TEMP-QTDE-ENTREGA
                   PERFORM DELIVER-LINHA-STOCK
                   IF ENTREGA-OK = 'S'
                       PERFORM MARK-LINHA-ENTREGUE
                   END-IF
               ELSE
                   MOVE 'X' TO LINHA-STATUS
                   PERFORM REWRITE-LINHA
               END-IF
           END-IF.

       MARK-LINHA-ENTREGUE.
           MOVE 'E' TO LINHA-STATUS.
           ACCEPT LINHA-DATA-ENTREGA FROM DATE YYYYMMDD.
           PERFORM REWRITE-LINHA.

       REWRITE-LINHA.
           REWRITE RECORD-LINHA-PEDIDO
               INVALID KEY
                   DISPLAY "Erro ao atualizar item " LINHA-NUMERO
               NOT INVALID KEY ADD 1 TO LINHAS-AFETADAS
           END-REWRITE.

       DELIVER-LINHA-STOCK.
           MOVE 'S' TO ENTREGA-OK.
           IF LINHA-PRODUTO-CODIGO = ZERO
               CONTINUE
           ELSE
               MOVE LINHA-PRODUTO-CODIGO TO TEMP-PRODUTO-CODIGO
               PERFORM CHECK-PRODUTO-EXISTS
               IF PRODUTO-FOUND = 'N'
                   DISPLAY "Produto do item " LINHA-NUMERO
                       " não cadastrado, entrega recusada!"
                   MOVE 'N' TO ENTREGA-OK
               ELSE
                   IF TEMP-QTDE-ENTREGA > ESTOQUE-PRODUTO
                       DISPLAY "Estoque insuficiente para o item "
                           LINHA-NUMERO "! Disponível: "
                           ESTOQUE-PRODUTO
                       MOVE 'N' TO ENTREGA-OK
                   ELSE
                       SUBTRACT TEMP-QTDE-ENTREGA
                           FROM ESTOQUE-PRODUTO
                       REWRITE RECORD-PRODUTO
                           INVALID KEY
               END-IF
           END-IF.

       RECALC-PEDIDO-STATUS.
           MOVE ZERO TO LINHAS-ABERTAS.
           MOVE ZERO TO LINHAS-ENTREGUES.
           PERFORM START-PEDIDO-LINHAS.
           PERFORM COUNT-NEXT-LINHA UNTIL LINHAS-EOF = 'Y'.
           EVALUATE TRUE
               WHEN LINHAS-ABERTAS > ZERO
                   AND LINHAS-ENTREGUES > ZERO
                   MOVE 'P' TO STATUS-PEDIDO
               WHEN LINHAS-ABERTAS > ZERO
                   MOVE 'A' TO STATUS-PEDIDO
               WHEN LINHAS-ENTREGUES > ZERO
                   MOVE 'E' TO STATUS-PEDIDO
               WHEN OTHER
                   MOVE 'X' TO STATUS-PEDIDO
           END-EVALUATE.
           REWRITE RECORD-PEDIDO
               INVALID KEY DISPLAY "Erro ao atualizar pedido!"
               NOT INVALID KEY
                   DISPLAY "Pedido atualizado, situação: "
                       STATUS-PEDIDO
           END-REWRITE.

       COUNT-NEXT-LINHA.
           PERFORM READ-NEXT-LINHA.
           IF LINHAS-EOF = 'N'
               EVALUATE TRUE
                   WHEN LINHA-ABERTA ADD 1 TO LINHAS-ABERTAS
                   WHEN LINHA-ENTREGUE ADD 1 TO LINHAS-ENTREGUES
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-IF.

       ADD-PEDIDO-LINHA.
           DISPLAY "Digite o número do pedido: ".
           ACCEPT TEMP-PEDIDO-ID.
           PERFORM READ-PEDIDO-HEADER.
           PERFORM CHECK-PEDIDO-EDITAVEL.
           IF PEDIDO-EDITAVEL = 'S'
               IF PEDIDO-ULTIMA-LINHA >= 999
                   DISPLAY "Pedido já atingiu o limite de itens!"
               ELSE
                   DISPLAY "Digite o código do produto: "
                   ACCEPT TEMP-PRODUTO-CODIGO
                   PERFORM ENTER-LINHA-QUANTIDADE
                   IF LINHA-OK = 'S'
                       COMPUTE NOVO-PEDIDO-VALOR =
                           TEMP-QUANTIDADE * PRECO-PRODUTO
                       PERFORM CHECK-LINHA-CREDIT
                       IF CREDITO-OK = 'S' OR LIBERACAO-OK = 'S'
                           PERFORM ADD-PEDIDO-LINHA-WRITE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-LINHA-CREDIT.
           MOVE PEDIDO-CLIENTE-ID TO TEMP-CLIENTE-ID.
           PERFORM CHECK-CUSTOMER-EXISTS.
           PERFORM CHECK-CREDIT-LIMIT.
           IF CREDITO-OK = 'N'
               PERFORM OFFER-CREDIT-OVERRIDE
           END-IF.
           PERFORM READ-PEDIDO-HEADER.

       ADD-PEDIDO-LINHA-WRITE.
           ADD 1 TO PEDIDO-ULTIMA-LINHA.
           MOVE PEDIDO-ID TO LINHA-PEDIDO-ID.
           MOVE PEDIDO-ULTIMA-LINHA TO LINHA-NUMERO.
           MOVE TEMP-PRODUTO-CODIGO TO LINHA-PRODUTO-CODIGO.
           MOVE DESCRICAO-PRODUTO TO LINHA-DESCRICAO.
           MOVE TEMP-QUANTIDADE TO LINHA-QUANTIDADE.
           MOVE PRECO-PRODUTO TO LINHA-VALOR-UNITARIO.
           MOVE 'A' TO LINHA-STATUS.
           MOVE ZERO TO LINHA-DATA-ENTREGA.
           WRITE RECORD-LINHA-PEDIDO
               INVALID KEY DISPLAY "Erro ao gravar item!"
               NOT INVALID KEY
                   DISPLAY "Item " LINHA-NUMERO " incluído!"
                   IF LIBERACAO-OK = 'S'
                       PERFORM APPEND-LIBERACAO-LINE
                   END-IF
                   PERFORM RECALC-PEDIDO-STATUS
           END-WRITE.

       READ-EDITABLE-LINHA.
           MOVE 'N' TO LINHA-FOUND.
           DISPLAY "Digite o número do item: ".
           ACCEPT TEMP-LINHA-NUMERO.
           MOVE PEDIDO-ID TO LINHA-PEDIDO-ID.
           MOVE TEMP-LINHA-NUMERO TO LINHA-NUMERO.
           READ FILE-LINHAS
               INVALID KEY DISPLAY "Item não encontrado!"
               NOT INVALID KEY
                   IF LINHA-ABERTA
                       MOVE 'S' TO LINHA-FOUND
                   ELSE
                       DISPLAY "Somente itens em aberto podem ser "
                           "alterados!"
                   END-IF
           END-READ.

       CHANGE-PEDIDO-LINHA.
           DISPLAY "Digite o número do pedido: ".
           ACCEPT TEMP-PEDIDO-ID.
           PERFORM READ-PEDIDO-HEADER.
           PERFORM CHECK-PEDIDO-EDITAVEL.
           IF PEDIDO-EDITAVEL = 'S'
               PERFORM READ-EDITABLE-LINHA
               IF LINHA-FOUND = 'S'
                   PERFORM CHANGE-LINHA-QUANTIDADE
               END-IF
           END-IF.

       CHANGE-LINHA-QUANTIDADE.
           DISPLAY "Quantidade atual: " LINHA-QUANTIDADE.
           MOVE LINHA-PRODUTO-CODIGO TO TEMP-PRODUTO-CODIGO.
           PERFORM ENTER-LINHA-QUANTIDADE.
           IF LINHA-OK = 'S'
               MOVE 'S' TO CREDITO-OK
               MOVE 'N' TO LIBERACAO-OK
               IF TEMP-QUANTIDADE > LINHA-QUANTIDADE
                   COMPUTE NOVO-PEDIDO-VALOR =
                       (TEMP-QUANTIDADE - LINHA-QUANTIDADE)
                       * LINHA-VALOR-UNITARIO
                   PERFORM CHECK-LINHA-CREDIT
                   PERFORM REREAD-LINHA
               END-IF
               IF CREDITO-OK = 'S' OR LIBERACAO-OK = 'S'
                   PERFORM CHANGE-LINHA-WRITE
               END-IF
           END-IF.

       REREAD-LINHA.
           MOVE PEDIDO-ID TO LINHA-PEDIDO-ID.
           MOVE TEMP-LINHA-NUMERO TO LINHA-NUMERO.
           READ FILE-LINHAS
               INVALID KEY
                   DISPLAY "Item não encontrado!"
                   MOVE 'N' TO CREDITO-OK
                   MOVE 'N' TO LIBERACAO-OK
           END-READ.

       CHANGE-LINHA-WRITE.
           MOVE TEMP-QUANTIDADE TO LINHA-QUANTIDADE.
           REWRITE RECORD-LINHA-PEDIDO
               INVALID KEY DISPLAY "Erro ao atualizar item!"
               NOT INVALID KEY
                   DISPLAY "Item atualizado!"
                   IF LIBERACAO-OK = 'S'
                       PERFORM APPEND-LIBERACAO-LINE
                   END-IF
           END-REWRITE.

       REMOVE-PEDIDO-LINHA.
           DISPLAY "Digite o número do pedido: ".
           ACCEPT TEMP-PEDIDO-ID.
           PERFORM READ-PEDIDO-HEADER.
           PERFORM CHECK-PEDIDO-EDITAVEL.
           IF PEDIDO-EDITAVEL = 'S'
               PERFORM READ-EDITABLE-LINHA
               IF LINHA-FOUND = 'S'
                   DISPLAY "Confirma a remoção do item? (S/N): "
                   ACCEPT CONFIRM-FLAG
                   IF CONFIRM-FLAG = 'S'
                       PERFORM REMOVE-LINHA-WRITE
                   ELSE
                       DISPLAY "Operação cancelada!"
                   END-IF
               END-IF
           END-IF.

       REMOVE-LINHA-WRITE.
           MOVE ZERO TO LINHAS-AFETADAS.
           MOVE 'X' TO LINHA-STATUS.
           PERFORM REWRITE-LINHA.
           IF LINHAS-AFETADAS > ZERO
               DISPLAY "Item removido!"
               PERFORM RECALC-PEDIDO-STATUS
           END-IF.

       DELIVER-PEDIDO-LINHA.
           DISPLAY "Digite o número do pedido: ".
           ACCEPT TEMP-PEDIDO-ID.
           PERFORM READ-PEDIDO-HEADER.
           PERFORM CHECK-PEDIDO-EDITAVEL.
           IF PEDIDO-EDITAVEL = 'S'
               PERFORM READ-EDITABLE-LINHA
               IF LINHA-FOUND = 'S'
                   PERFORM ENTER-ENTREGA-QUANTIDADE
               END-IF
           END-IF.

       ENTER-ENTREGA-QUANTIDADE.
           DISPLAY "Quantidade do item: " LINHA-QUANTIDADE.
           DISPLAY "Digite a quantidade a entregar "
               "(0 = todo o item): ".
           ACCEPT TEMP-QTDE-ENTREGA.
           IF TEMP-QTDE-ENTREGA = ZERO
               MOVE LINHA-QUANTIDADE TO TEMP-QTDE-ENTREGA
           END-IF.
           IF TEMP-QTDE-ENTREGA > LINHA-QUANTIDADE
               DISPLAY "Quantidade maior que a do item!"
           ELSE
               IF TEMP-QTDE-ENTREGA < LINHA-QUANTIDADE
                   AND PEDIDO-ULTIMA-LINHA >= 999
                   DISPLAY "Pedido já atingiu o limite de itens, "
                       "entregue o item inteiro!"
               ELSE
                   PERFORM DELIVER-LINHA-STOCK
                   IF ENTREGA-OK = 'S'
                       PERFORM DELIVER-LINHA-WRITE
                   END-IF
               END-IF
           END-IF.

       DELIVER-LINHA-WRITE.
           MOVE ZERO TO LINHAS-AFETADAS.
           COMPUTE QTDE-RESTANTE =
               LINHA-QUANTIDADE - TEMP-QTDE-ENTREGA.
           MOVE TEMP-QTDE-ENTREGA TO LINHA-QUANTIDADE.
           PERFORM MARK-LINHA-ENTREGUE.
           IF QTDE-RESTANTE > ZERO
               PERFORM SPLIT-LINHA-RESTANTE
           END-IF.
           PERFORM RECALC-PEDIDO-STATUS.

       SPLIT-LINHA-RESTANTE.
           ADD 1 TO PEDIDO-ULTIMA-LINHA.
           MOVE PEDIDO-ULTIMA-LINHA TO LINHA-NUMERO.
           MOVE QTDE-RESTANTE TO LINHA-QUANTIDADE.
           MOVE 'A' TO LINHA-STATUS.
           MOVE ZERO TO LINHA-DATA-ENTREGA.
           WRITE RECORD-LINHA-PEDIDO
               INVALID KEY
                   DISPLAY "Erro ao gravar o saldo do item!"
               NOT INVALID KEY
                   DISPLAY "Saldo de " QTDE-RESTANTE
                       " pendente no item " LINHA-NUMERO
           END-WRITE.

       CHANGE-PEDIDO-VENDEDOR.
           DISPLAY "Digite o número do pedido: ".
           ACCEPT TEMP-PEDIDO-ID.
           PERFORM READ-PEDIDO-HEADER.
           IF RECORD-FOUND = 'S'
               IF PEDIDO-JA-FATURADO OR PEDIDO-CANCELADO
                   DISPLAY "Pedido faturado ou cancelado, vendedor "
                       "não pode ser alterado!"
               ELSE
                   PERFORM SHOW-PEDIDO
                   DISPLAY "Digite o ID do novo vendedor: "
                   ACCEPT TEMP-VENDEDOR-ID
                   PERFORM CHECK-VENDEDOR-EXISTS
                   IF VENDEDOR-FOUND = 'N'
                       DISPLAY "Vendedor não cadastrado!"
                   ELSE
                       PERFORM CHANGE-VENDEDOR-WRITE
                   END-IF
               END-IF
           END-IF.

       CHANGE-VENDEDOR-WRITE.
           PERFORM READ-PEDIDO-HEADER.
           MOVE TEMP-VENDEDOR-ID TO PEDIDO-VENDEDOR-ID.
           REWRITE RECORD-PEDIDO
               INVALID KEY DISPLAY "Erro ao atualizar pedido!"
               NOT INVALID KEY DISPLAY "Vendedor alterado!"
           END-REWRITE.

       LIST-PEDIDOS-CLIENTE.
           DISPLAY "Digite o ID do cliente: ".
           ACCEPT TEMP-CLIENTE-ID.

       QUIT-PARAGRAPH.
           CLOSE FILE-PEDIDOS.
           CLOSE FILE-LINHAS.
           CLOSE FILE-CLIENTES.
           CLOSE FILE-PRODUTOS.
           CLOSE FILE-DADOS.
           STOP RUN.
