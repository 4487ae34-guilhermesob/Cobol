       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLUCAO-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-PEDIDOS ASSIGN TO "pedidos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEDIDO-ID
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
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS CLIENTES-STATUS.
           SELECT FILE-PRODUTOS ASSIGN TO "produtos.txt"
               ORGANIZATION IS INDEXED
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
           SELECT FILE-CREDITOS ASSIGN TO "creditos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREDITO-NUMERO
               ALTERNATE RECORD KEY IS CREDITO-CLIENTE-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CREDITO-PEDIDO-ID
                   WITH DUPLICATES
               FILE STATUS IS CREDITOS-STATUS.
           SELECT DOC-FILE ASSIGN TO "notacreddoc.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOC-STATUS.
           SELECT DEVOL-FILE ASSIGN TO "devolucoes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEVOL-STATUS.
           SELECT FILE-OPERADORES ASSIGN TO "operadores.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERADOR-ID
               FILE STATUS IS OPERADORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD FILE-CREDITOS.
           COPY CREDITOREC.

       FD DOC-FILE.
       01 DOC-LINE        PIC X(120).

       FD DEVOL-FILE.
       01 DEVOL-RECORD.
           05 DEV-DATA            PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 DEV-TIME            PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 DEV-PEDIDO-ID       PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 DEV-CLIENTE-ID      PIC 9(5).
           05 FILLER              PIC X VALUE SPACE.
           05 DEV-PRODUTO-CODIGO  PIC 9(5).
           05 FILLER              PIC X VALUE SPACE.
           05 DEV-QUANTIDADE      PIC 9(4).
           05 FILLER              PIC X VALUE SPACE.
           05 DEV-MOTIVO          PIC 9(2).
           05 FILLER              PIC X VALUE SPACE.
           05 DEV-REVENDAVEL      PIC X.
           05 FILLER              PIC X VALUE SPACE.
           05 DEV-ESTOQUE         PIC X.
           05 FILLER              PIC X VALUE SPACE.
           05 DEV-CREDITO-NUMERO  PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 DEV-VALOR           PIC 9(11)V99.
           05 FILLER              PIC X VALUE SPACE.
           05 DEV-OPERADOR        PIC X(8).

       FD FILE-OPERADORES.
           COPY OPERADORREC.

       WORKING-STORAGE SECTION.
       01 PEDIDOS-STATUS      PIC XX.
       01 LINHAS-STATUS       PIC XX.
       01 CLIENTES-STATUS     PIC XX.
       01 PRODUTOS-STATUS     PIC XX.
       01 FATURAS-STATUS      PIC XX.
       01 CREDITOS-STATUS     PIC XX.
       01 DOC-STATUS          PIC XX.
       01 DEVOL-STATUS        PIC XX.
       01 OPERADORES-STATUS   PIC XX.
       01 SIGNON-OK           PIC X VALUE 'N'.
       01 SIGNON-TRIES        PIC 9 VALUE ZERO.
       01 OPERADOR-ATUAL      PIC X(8) VALUE SPACES.
       01 NIVEL-ATUAL         PIC 9 VALUE ZERO.
       01 TEMP-SIGNON.
           05 TEMP-OPERADOR-ID PIC X(8).
           05 TEMP-SENHA       PIC X(8).
       01 CHOICE              PIC X.
       01 CONFIRMA            PIC X.
       01 EOF-SWITCH          PIC X VALUE 'N'.
       01 CREDITOS-EOF        PIC X VALUE 'N'.
       01 PEDIDO-FOUND        PIC X VALUE 'N'.
       01 LINHA-FOUND         PIC X VALUE 'N'.
       01 LINHAS-EOF          PIC X VALUE 'N'.
       01 LINHAS-ABERTAS      PIC 9(3) VALUE ZERO.
       01 LINHAS-ENTREGUES    PIC 9(3) VALUE ZERO.
       01 FATURA-FOUND        PIC X VALUE 'N'.
       01 ESTOQUE-OK          PIC X VALUE 'N'.
       01 CREDITO-OK          PIC X VALUE 'N'.
       01 LISTED-COUNT        PIC 9(4) VALUE ZERO.
       01 NEXT-CREDITO-NUM    PIC 9(6) VALUE 1.
       01 CREDITO-EMITIDO     PIC 9(6) VALUE ZERO.
       01 QTDE-DEVOLVIDA      PIC 9(5) VALUE ZERO.
       01 QTDE-DISPONIVEL     PIC 9(5) VALUE ZERO.
       01 NOVO-ESTOQUE        PIC 9(6) VALUE ZERO.
       01 VALOR-CREDITO       PIC 9(11)V99 VALUE ZERO.
       01 VALOR-APLICADO      PIC 9(11)V99 VALUE ZERO.
       01 SALDO-FATURA        PIC 9(11)V99 VALUE ZERO.
       01 SALDO-A-FAVOR       PIC 9(11)V99 VALUE ZERO.
       01 MOTIVO-DESCRICAO    PIC X(30) VALUE SPACES.
       01 VALOR-EDITADO       PIC Z(10)9.99.
       01 APLICADO-EDITADO    PIC Z(10)9.99.
       01 TEMP-DEVOLUCAO.
           05 TEMP-PEDIDO-ID  PIC 9(6).
           05 TEMP-LINHA-NUMERO PIC 9(3).
           05 TEMP-PRODUTO-CODIGO PIC 9(5).
           05 TEMP-CLIENTE-ID PIC 9(5).
           05 TEMP-QUANTIDADE PIC 9(4).
           05 TEMP-MOTIVO     PIC 9(2).
           05 TEMP-REVENDAVEL PIC X.

       01 DOC-HEADER-LINE.
           05 FILLER          PIC X(20) VALUE "NOTA DE CREDITO NR: ".
           05 DOC-CREDITO-NUM PIC ZZZZZ9.
           05 FILLER          PIC X(12) VALUE "   EMISSAO: ".
           05 DOC-EMISSAO     PIC 9(8).
           05 FILLER          PIC X(11) VALUE "   FATURA: ".
           05 DOC-FATURA-NUM  PIC ZZZZZ9.

       01 DOC-CLIENTE-LINE.
           05 FILLER          PIC X(9)  VALUE "CLIENTE: ".
           05 DOC-CLIENTE-ID  PIC ZZZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DOC-NOME        PIC X(50).

       01 DOC-ENDERECO-LINE.
           05 FILLER          PIC X(10) VALUE "ENDERECO: ".
           05 DOC-ENDERECO    PIC X(100).

       01 DOC-ITEM-LINE.
           05 FILLER          PIC X(9)  VALUE "  PEDIDO ".
           05 DOC-PEDIDO-ID   PIC ZZZZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DOC-DESCRICAO   PIC X(50).
           05 FILLER          PIC X(5)  VALUE " QTD ".
           05 DOC-QUANTIDADE  PIC ZZZ9.
           05 FILLER          PIC X(7)  VALUE " VALOR ".
           05 DOC-VALOR       PIC Z(6)9.99.
           05 FILLER          PIC X(7)  VALUE " TOTAL ".
           05 DOC-ITEM-TOTAL  PIC Z(10)9.99.

       01 DOC-MOTIVO-LINE.
           05 FILLER          PIC X(8)  VALUE "MOTIVO: ".
           05 DOC-MOTIVO      PIC 99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DOC-MOTIVO-DESC PIC X(30).
           05 FILLER          PIC X(16) VALUE "   REVENDAVEL: ".
           05 DOC-REVENDAVEL  PIC X.

       01 DOC-TOTAL-LINE.
           05 FILLER          PIC X(24)
               VALUE "TOTAL DA NOTA:          ".
           05 DOC-CREDITO-TOTAL PIC Z(10)9.99.

       01 DOC-APLICADO-LINE.
           05 FILLER          PIC X(24)
               VALUE "ABATIDO DA FATURA:      ".
           05 DOC-APLICADO    PIC Z(10)9.99.

       01 DOC-FAVOR-LINE.
           05 FILLER          PIC X(24)
               VALUE "SALDO A FAVOR CLIENTE:  ".
           05 DOC-FAVOR       PIC Z(10)9.99.

       01 DOC-SEPARATOR-LINE  PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM OPERATOR-SIGNON.
           IF SIGNON-OK NOT = 'S'
               DISPLAY "ACESSO NEGADO!"
               STOP RUN
           END-IF.
           PERFORM OPEN-PEDIDOS-FILE.
           PERFORM OPEN-LINHAS-FILE.
           PERFORM OPEN-CLIENTES-FILE.
           PERFORM OPEN-PRODUTOS-FILE.
           PERFORM OPEN-FATURAS-FILE.
           PERFORM OPEN-CREDITOS-FILE.
           PERFORM LOAD-NEXT-CREDITO-NUM.
           DISPLAY "PRÓXIMA NOTA DE CRÉDITO: " NEXT-CREDITO-NUM.
           MOVE SPACE TO CHOICE.
           PERFORM PROCESS-COMMAND UNTIL CHOICE = 'Q'.
           CLOSE FILE-PEDIDOS.
           CLOSE FILE-LINHAS.
           CLOSE FILE-CLIENTES.
           CLOSE FILE-PRODUTOS.
           CLOSE FILE-FATURAS.
           CLOSE FILE-CREDITOS.
           STOP RUN.

       OPERATOR-SIGNON.
           OPEN INPUT FILE-OPERADORES.
           IF OPERADORES-STATUS = "35"
               DISPLAY "ARQUIVO DE OPERADORES AUSENTE, "
                   "EXECUTE OPERADOR-CRUD!"
           ELSE
               PERFORM REQUEST-CREDENTIALS
                   UNTIL SIGNON-OK = 'S' OR SIGNON-TRIES >= 3
               CLOSE FILE-OPERADORES
           END-IF.

       REQUEST-CREDENTIALS.
           ADD 1 TO SIGNON-TRIES.
           DISPLAY "Operador: ".
           ACCEPT TEMP-OPERADOR-ID.
           DISPLAY "Senha: ".
           ACCEPT TEMP-SENHA.
           MOVE TEMP-OPERADOR-ID TO OPERADOR-ID.
           READ FILE-OPERADORES
               INVALID KEY
                   DISPLAY "Operador ou senha inválidos!"
               NOT INVALID KEY
                   IF SENHA-OPERADOR = TEMP-SENHA
                       MOVE 'S' TO SIGNON-OK
                       MOVE OPERADOR-ID TO OPERADOR-ATUAL
                       MOVE NIVEL-OPERADOR TO NIVEL-ATUAL
                       DISPLAY "Bem-vindo, " NOME-OPERADOR
                   ELSE
                       DISPLAY "Operador ou senha inválidos!"
                   END-IF
           END-READ.

       OPEN-PEDIDOS-FILE.
           OPEN I-O FILE-PEDIDOS.
           IF PEDIDOS-STATUS = "35"
               OPEN OUTPUT FILE-PEDIDOS
               CLOSE FILE-PEDIDOS
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
               OPEN OUTPUT FILE-CLIENTES
               CLOSE FILE-CLIENTES
               OPEN INPUT FILE-CLIENTES
           END-IF.

       OPEN-PRODUTOS-FILE.
           OPEN I-O FILE-PRODUTOS.
           IF PRODUTOS-STATUS = "35"
               OPEN OUTPUT FILE-PRODUTOS
               CLOSE FILE-PRODUTOS
               OPEN I-O FILE-PRODUTOS
           END-IF.

       OPEN-FATURAS-FILE.
           OPEN I-O FILE-FATURAS.
           IF FATURAS-STATUS = "35"
               OPEN OUTPUT FILE-FATURAS
               CLOSE FILE-FATURAS
               OPEN I-O FILE-FATURAS
           END-IF.

       OPEN-CREDITOS-FILE.
           OPEN I-O FILE-CREDITOS.
           IF CREDITOS-STATUS = "35"
               OPEN OUTPUT FILE-CREDITOS
               CLOSE FILE-CREDITOS
               OPEN I-O FILE-CREDITOS
           END-IF.

       LOAD-NEXT-CREDITO-NUM.
           MOVE 'N' TO CREDITOS-EOF.
           MOVE ZERO TO CREDITO-NUMERO.
           START FILE-CREDITOS KEY IS NOT LESS THAN CREDITO-NUMERO
               INVALID KEY MOVE 'Y' TO CREDITOS-EOF
           END-START.
           PERFORM SCAN-HIGHEST-CREDITO UNTIL CREDITOS-EOF = 'Y'.

       SCAN-HIGHEST-CREDITO.
           READ FILE-CREDITOS NEXT RECORD
               AT END MOVE 'Y' TO CREDITOS-EOF
               NOT AT END
                   IF CREDITO-NUMERO >= NEXT-CREDITO-NUM
                       COMPUTE NEXT-CREDITO-NUM = CREDITO-NUMERO + 1
                   END-IF
           END-READ.

       PROCESS-COMMAND.
           DISPLAY "Escolha uma operação (D/L/Q): ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 'D'
                   IF NIVEL-ATUAL < 2
                       DISPLAY "Permissão insuficiente!"
                   ELSE
                       PERFORM ENTER-RETURN
                   END-IF
               WHEN 'L' PERFORM LIST-CREDITOS-CLIENTE
               WHEN 'Q' CONTINUE
               WHEN OTHER DISPLAY "Comando inválido!" END-EVALUATE.

       ENTER-RETURN.
           DISPLAY "Digite o número do pedido devolvido: ".
           ACCEPT TEMP-PEDIDO-ID.
           MOVE TEMP-PEDIDO-ID TO PEDIDO-ID.
           READ FILE-PEDIDOS
               INVALID KEY
                   MOVE 'N' TO PEDIDO-FOUND
                   DISPLAY "Pedido não encontrado!"
               NOT INVALID KEY MOVE 'S' TO PEDIDO-FOUND
           END-READ.
           IF PEDIDO-FOUND = 'S'
               IF PEDIDO-ENTREGUE OR PEDIDO-PARCIAL
                   PERFORM SELECT-RETURN-LINHA
               ELSE
                   DISPLAY "Somente pedidos entregues aceitam "
                       "devolução!"
               END-IF
           END-IF.

       SELECT-RETURN-LINHA.
           PERFORM START-PEDIDO-LINHAS.
           PERFORM SHOW-NEXT-LINHA-ENTREGUE UNTIL LINHAS-EOF = 'Y'.
           DISPLAY "Digite o número do item devolvido: ".
           ACCEPT TEMP-LINHA-NUMERO.
           MOVE PEDIDO-ID TO LINHA-PEDIDO-ID.
           MOVE TEMP-LINHA-NUMERO TO LINHA-NUMERO.
           READ FILE-LINHAS
               INVALID KEY
                   MOVE 'N' TO LINHA-FOUND
                   DISPLAY "Item não encontrado!"
               NOT INVALID KEY MOVE 'S' TO LINHA-FOUND
           END-READ.
           IF LINHA-FOUND = 'S'
               IF LINHA-ENTREGUE
                   PERFORM ENTER-RETURN-DETAIL
               ELSE
                   DISPLAY "Somente itens entregues aceitam "
                       "devolução!"
               END-IF
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

       SHOW-NEXT-LINHA-ENTREGUE.
           PERFORM READ-NEXT-LINHA.
           IF LINHAS-EOF = 'N' AND LINHA-ENTREGUE
               DISPLAY "  Item " LINHA-NUMERO " Produto "
                   LINHA-PRODUTO-CODIGO " " LINHA-DESCRICAO
                   " Qtd " LINHA-QUANTIDADE
           END-IF.

       ENTER-RETURN-DETAIL.
           MOVE LINHA-PRODUTO-CODIGO TO TEMP-PRODUTO-CODIGO.
           PERFORM SUM-RETURNED-QUANTITY.
           IF QTDE-DEVOLVIDA >= LINHA-QUANTIDADE
               MOVE ZERO TO QTDE-DISPONIVEL
           ELSE
               COMPUTE QTDE-DISPONIVEL =
                   LINHA-QUANTIDADE - QTDE-DEVOLVIDA
           END-IF.
           DISPLAY "Produto: " LINHA-PRODUTO-CODIGO " "
               LINHA-DESCRICAO.
           DISPLAY "Quantidade entregue: " LINHA-QUANTIDADE.
           DISPLAY "Já devolvida: " QTDE-DEVOLVIDA.
           IF QTDE-DISPONIVEL = ZERO
               DISPLAY "Item já totalmente devolvido!"
           ELSE
               DISPLAY "Digite a quantidade devolvida: "
               ACCEPT TEMP-QUANTIDADE
               IF TEMP-QUANTIDADE = ZERO
                   OR TEMP-QUANTIDADE > QTDE-DISPONIVEL
                   DISPLAY "Quantidade inválida! Máximo: "
                       QTDE-DISPONIVEL
               ELSE
                   PERFORM ENTER-RETURN-REASON
               END-IF
           END-IF.

       ENTER-RETURN-REASON.
           DISPLAY "Motivo: 01-DEFEITO 02-AVARIA NO TRANSPORTE "
               "03-ERRO NO PEDIDO 04-DESISTENCIA 05-OUTROS".
           DISPLAY "Digite o código do motivo: ".
           ACCEPT TEMP-MOTIVO.
           PERFORM SET-MOTIVO-DESCRICAO.
           IF MOTIVO-DESCRICAO = SPACES
               DISPLAY "Motivo inválido!"
           ELSE
               DISPLAY "Mercadoria em condição de revenda? (S/N): "
               ACCEPT TEMP-REVENDAVEL
               IF TEMP-REVENDAVEL NOT = 'S'
                   AND TEMP-REVENDAVEL NOT = 'N'
                   DISPLAY "Resposta inválida, use S ou N!"
               ELSE
                   DISPLAY "Confirma a devolução? (S/N): "
                   ACCEPT CONFIRMA
                   IF CONFIRMA = 'S'
                       PERFORM PROCESS-RETURN
                   ELSE
                       DISPLAY "Operação cancelada!"
                   END-IF
               END-IF
           END-IF.

       SET-MOTIVO-DESCRICAO.
           EVALUATE TEMP-MOTIVO
               WHEN 1 MOVE "DEFEITO" TO MOTIVO-DESCRICAO
               WHEN 2 MOVE "AVARIA NO TRANSPORTE"
                   TO MOTIVO-DESCRICAO
               WHEN 3 MOVE "ERRO NO PEDIDO" TO MOTIVO-DESCRICAO
               WHEN 4 MOVE "DESISTENCIA DO CLIENTE"
                   TO MOTIVO-DESCRICAO
               WHEN 5 MOVE "OUTROS" TO MOTIVO-DESCRICAO
               WHEN OTHER MOVE SPACES TO MOTIVO-DESCRICAO
           END-EVALUATE.

       SUM-RETURNED-QUANTITY.
           MOVE ZERO TO QTDE-DEVOLVIDA.
           MOVE 'N' TO CREDITOS-EOF.
           MOVE PEDIDO-ID TO CREDITO-PEDIDO-ID.
           START FILE-CREDITOS KEY IS EQUAL CREDITO-PEDIDO-ID
               INVALID KEY MOVE 'Y' TO CREDITOS-EOF
           END-START.
           PERFORM ADD-RETURNED-QUANTITY UNTIL CREDITOS-EOF = 'Y'.

       ADD-RETURNED-QUANTITY.
           READ FILE-CREDITOS NEXT RECORD
               AT END MOVE 'Y' TO CREDITOS-EOF
               NOT AT END
                   IF CREDITO-PEDIDO-ID = PEDIDO-ID
                       PERFORM ADD-LINHA-RETURNED-QUANTITY
                   ELSE
                       MOVE 'Y' TO CREDITOS-EOF
                   END-IF
           END-READ.

       ADD-LINHA-RETURNED-QUANTITY.
           IF CREDITO-LINHA-NUM NOT NUMERIC
               OR CREDITO-LINHA-NUM = ZERO
               IF LINHA-NUMERO = 1
                   ADD CREDITO-QTDE TO QTDE-DEVOLVIDA
               END-IF
           ELSE
               IF CREDITO-LINHA-NUM = LINHA-NUMERO
                   ADD CREDITO-QTDE TO QTDE-DEVOLVIDA
               END-IF
           END-IF.

       PROCESS-RETURN.
           MOVE 'N' TO ESTOQUE-OK.
           MOVE ZERO TO CREDITO-EMITIDO.
           COMPUTE VALOR-CREDITO =
               TEMP-QUANTIDADE * LINHA-VALOR-UNITARIO.
           IF TEMP-REVENDAVEL = 'S'
               PERFORM RESTOCK-RETURN
           END-IF.
           IF PEDIDO-JA-FATURADO
               PERFORM ISSUE-CREDIT-NOTE
           ELSE
               PERFORM REDUCE-UNBILLED-LINHA
           END-IF.
           PERFORM APPEND-DEVOLUCAO-LINE.

       RESTOCK-RETURN.
           IF LINHA-PRODUTO-CODIGO = ZERO
               DISPLAY "Item sem código de produto, estoque "
                   "não atualizado!"
           ELSE
               MOVE LINHA-PRODUTO-CODIGO TO PRODUTO-CODIGO
               READ FILE-PRODUTOS
                   INVALID KEY
                       DISPLAY "Produto não cadastrado, estoque "
                           "não atualizado!"
                   NOT INVALID KEY
                       PERFORM RESTOCK-WRITE
               END-READ
           END-IF.

       RESTOCK-WRITE.
           COMPUTE NOVO-ESTOQUE = ESTOQUE-PRODUTO + TEMP-QUANTIDADE.
           IF NOVO-ESTOQUE > 99999
               DISPLAY "Estoque resultante excede a capacidade do "
                   "cadastro, estoque não atualizado!"
           ELSE
               MOVE NOVO-ESTOQUE TO ESTOQUE-PRODUTO
               REWRITE RECORD-PRODUTO
                   INVALID KEY
                       DISPLAY "Erro ao atualizar estoque!"
                   NOT INVALID KEY
                       MOVE 'S' TO ESTOQUE-OK
                       DISPLAY "Estoque reposto, agora: "
                           ESTOQUE-PRODUTO
               END-REWRITE
           END-IF.

       ISSUE-CREDIT-NOTE.
           MOVE ZERO TO VALOR-APLICADO.
           MOVE PEDIDO-FATURA-NUM TO FATURA-NUMERO.
           READ FILE-FATURAS
               INVALID KEY
                   MOVE 'N' TO FATURA-FOUND
                   DISPLAY "Fatura do pedido não encontrada, "
                       "crédito fica a favor do cliente!"
               NOT INVALID KEY MOVE 'S' TO FATURA-FOUND
           END-READ.
           IF FATURA-FOUND = 'S'
               IF FATURA-VALOR-CREDITO NOT NUMERIC
                   MOVE ZERO TO FATURA-VALOR-CREDITO
               END-IF
               COMPUTE SALDO-FATURA = FATURA-VALOR-TOTAL
                   - FATURA-VALOR-PAGO - FATURA-VALOR-CREDITO
               IF VALOR-CREDITO > SALDO-FATURA
                   MOVE SALDO-FATURA TO VALOR-APLICADO
               ELSE
                   MOVE VALOR-CREDITO TO VALOR-APLICADO
               END-IF
           END-IF.
           COMPUTE SALDO-A-FAVOR = VALOR-CREDITO - VALOR-APLICADO.
           PERFORM WRITE-CREDIT-NOTE.
           IF CREDITO-OK = 'S'
               IF VALOR-APLICADO > ZERO
                   PERFORM APPLY-CREDIT-TO-FATURA
               END-IF
               PERFORM WRITE-CREDIT-DOCUMENT
           END-IF.

       WRITE-CREDIT-NOTE.
           MOVE 'N' TO CREDITO-OK.
           MOVE NEXT-CREDITO-NUM TO CREDITO-NUMERO.
           MOVE PEDIDO-CLIENTE-ID TO CREDITO-CLIENTE-ID.
           MOVE PEDIDO-ID TO CREDITO-PEDIDO-ID.
           MOVE PEDIDO-FATURA-NUM TO CREDITO-FATURA-NUM.
           ACCEPT CREDITO-DATA FROM DATE YYYYMMDD.
           MOVE LINHA-PRODUTO-CODIGO TO CREDITO-PRODUTO-CODIGO.
           MOVE TEMP-QUANTIDADE TO CREDITO-QTDE.
           MOVE LINHA-VALOR-UNITARIO TO CREDITO-VALOR-UNITARIO.
           MOVE VALOR-CREDITO TO CREDITO-VALOR-TOTAL.
           MOVE VALOR-APLICADO TO CREDITO-VALOR-APLICADO.
           MOVE TEMP-MOTIVO TO CREDITO-MOTIVO.
           MOVE TEMP-REVENDAVEL TO CREDITO-REVENDAVEL.
           MOVE OPERADOR-ATUAL TO CREDITO-OPERADOR.
           MOVE LINHA-NUMERO TO CREDITO-LINHA-NUM.
           WRITE RECORD-CREDITO
               INVALID KEY
                   DISPLAY "Número de nota de crédito já existe!"
               NOT INVALID KEY
                   MOVE 'S' TO CREDITO-OK
                   MOVE CREDITO-NUMERO TO CREDITO-EMITIDO
                   ADD 1 TO NEXT-CREDITO-NUM
                   MOVE VALOR-CREDITO TO VALOR-EDITADO
                   DISPLAY "Nota de crédito " CREDITO-NUMERO
                       " emitida, valor: " VALOR-EDITADO
           END-WRITE.

       APPLY-CREDIT-TO-FATURA.
           ADD VALOR-APLICADO TO FATURA-VALOR-CREDITO.
           IF FATURA-VALOR-PAGO + FATURA-VALOR-CREDITO
               >= FATURA-VALOR-TOTAL
               MOVE 'Q' TO STATUS-FATURA
           END-IF.
           REWRITE RECORD-FATURA
               INVALID KEY DISPLAY "Erro ao atualizar fatura!"
               NOT INVALID KEY
                   MOVE VALOR-APLICADO TO APLICADO-EDITADO
                   DISPLAY "Abatido da fatura " FATURA-NUMERO ": "
                       APLICADO-EDITADO
           END-REWRITE.
           IF SALDO-A-FAVOR > ZERO
               MOVE SALDO-A-FAVOR TO VALOR-EDITADO
               DISPLAY "Saldo a favor do cliente: " VALOR-EDITADO
           END-IF.

       WRITE-CREDIT-DOCUMENT.
           OPEN EXTEND DOC-FILE.
           IF DOC-STATUS = "35"
               OPEN OUTPUT DOC-FILE
               CLOSE DOC-FILE
               OPEN EXTEND DOC-FILE
           END-IF.
           MOVE PEDIDO-CLIENTE-ID TO CUSTOMER-ID.
           READ FILE-CLIENTES
               INVALID KEY
                   MOVE "*** CLIENTE NAO CADASTRADO ***"
                       TO NOME-CLIENTE
                   MOVE SPACES TO ENDERECO-CLIENTE
           END-READ.
           MOVE CREDITO-NUMERO TO DOC-CREDITO-NUM.
           MOVE CREDITO-DATA TO DOC-EMISSAO.
           MOVE CREDITO-FATURA-NUM TO DOC-FATURA-NUM.
           WRITE DOC-LINE FROM DOC-HEADER-LINE.
           MOVE PEDIDO-CLIENTE-ID TO DOC-CLIENTE-ID.
           MOVE NOME-CLIENTE TO DOC-NOME.
           WRITE DOC-LINE FROM DOC-CLIENTE-LINE.
           MOVE ENDERECO-CLIENTE TO DOC-ENDERECO.
           WRITE DOC-LINE FROM DOC-ENDERECO-LINE.
           MOVE PEDIDO-ID TO DOC-PEDIDO-ID.
           MOVE LINHA-DESCRICAO TO DOC-DESCRICAO.
           MOVE TEMP-QUANTIDADE TO DOC-QUANTIDADE.
           MOVE LINHA-VALOR-UNITARIO TO DOC-VALOR.
           MOVE VALOR-CREDITO TO DOC-ITEM-TOTAL.
           WRITE DOC-LINE FROM DOC-ITEM-LINE.
           MOVE TEMP-MOTIVO TO DOC-MOTIVO.
           MOVE MOTIVO-DESCRICAO TO DOC-MOTIVO-DESC.
           MOVE TEMP-REVENDAVEL TO DOC-REVENDAVEL.
           WRITE DOC-LINE FROM DOC-MOTIVO-LINE.
           MOVE VALOR-CREDITO TO DOC-CREDITO-TOTAL.
           WRITE DOC-LINE FROM DOC-TOTAL-LINE.
           MOVE VALOR-APLICADO TO DOC-APLICADO.
           WRITE DOC-LINE FROM DOC-APLICADO-LINE.
           IF SALDO-A-FAVOR > ZERO
               MOVE SALDO-A-FAVOR TO DOC-FAVOR
               WRITE DOC-LINE FROM DOC-FAVOR-LINE
           END-IF.
           WRITE DOC-LINE FROM DOC-SEPARATOR-LINE.
           CLOSE DOC-FILE.
           DISPLAY "Documento gravado em notacreddoc.txt".

       REDUCE-UNBILLED-LINHA.
           SUBTRACT TEMP-QUANTIDADE FROM LINHA-QUANTIDADE.
           IF LINHA-QUANTIDADE = ZERO
               MOVE 'X' TO LINHA-STATUS
           END-IF.
           REWRITE RECORD-LINHA-PEDIDO
               INVALID KEY DISPLAY "Erro ao atualizar item!"
               NOT INVALID KEY
                   IF LINHA-CANCELADA
                       DISPLAY "Pedido ainda não faturado, "
                           "item devolvido por inteiro e cancelado!"
                   ELSE
                       DISPLAY "Pedido ainda não faturado, "
                           "quantidade do item reduzida para: "
                           LINHA-QUANTIDADE
                   END-IF
                   PERFORM RECALC-PEDIDO-STATUS
           END-REWRITE.

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
                   IF PEDIDO-CANCELADO
                       DISPLAY "Pedido cancelado, nenhum item "
                           "restante!"
                   END-IF
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

       APPEND-DEVOLUCAO-LINE.
           OPEN EXTEND DEVOL-FILE.
           IF DEVOL-STATUS = "35"
               OPEN OUTPUT DEVOL-FILE
               CLOSE DEVOL-FILE
               OPEN EXTEND DEVOL-FILE
           END-IF.
           ACCEPT DEV-DATA FROM DATE YYYYMMDD.
           ACCEPT DEV-TIME FROM TIME.
           MOVE PEDIDO-ID TO DEV-PEDIDO-ID.
           MOVE PEDIDO-CLIENTE-ID TO DEV-CLIENTE-ID.
           MOVE TEMP-PRODUTO-CODIGO TO DEV-PRODUTO-CODIGO.
           MOVE TEMP-QUANTIDADE TO DEV-QUANTIDADE.
           MOVE TEMP-MOTIVO TO DEV-MOTIVO.
           MOVE TEMP-REVENDAVEL TO DEV-REVENDAVEL.
           MOVE ESTOQUE-OK TO DEV-ESTOQUE.
           MOVE CREDITO-EMITIDO TO DEV-CREDITO-NUMERO.
           MOVE VALOR-CREDITO TO DEV-VALOR.
           MOVE OPERADOR-ATUAL TO DEV-OPERADOR.
           WRITE DEVOL-RECORD.
           CLOSE DEVOL-FILE.

       LIST-CREDITOS-CLIENTE.
           DISPLAY "Digite o ID do cliente: ".
           ACCEPT TEMP-CLIENTE-ID.
           MOVE ZERO TO LISTED-COUNT.
           MOVE 'N' TO EOF-SWITCH.
           MOVE TEMP-CLIENTE-ID TO CREDITO-CLIENTE-ID.
           START FILE-CREDITOS KEY IS EQUAL CREDITO-CLIENTE-ID
               INVALID KEY
                   DISPLAY "Nenhuma nota de crédito para esse "
                       "cliente!"
                   MOVE 'Y' TO EOF-SWITCH
           END-START.
           PERFORM READ-NEXT-CREDITO-CLIENTE UNTIL EOF-SWITCH = 'Y'.
           IF LISTED-COUNT > ZERO
               DISPLAY "NOTAS LISTADAS: " LISTED-COUNT
           END-IF.

       READ-NEXT-CREDITO-CLIENTE.
           READ FILE-CREDITOS NEXT RECORD
               AT END MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF CREDITO-CLIENTE-ID = TEMP-CLIENTE-ID
                       MOVE CREDITO-VALOR-TOTAL TO VALOR-EDITADO
                       MOVE CREDITO-VALOR-APLICADO TO APLICADO-EDITADO
                       DISPLAY CREDITO-NUMERO " " CREDITO-DATA
                           " PED " CREDITO-PEDIDO-ID
                           " FAT " CREDITO-FATURA-NUM
                           " QTD " CREDITO-QTDE
                           " MOT " CREDITO-MOTIVO
                       DISPLAY "    VALOR " VALOR-EDITADO
                           " ABATIDO " APLICADO-EDITADO
                       ADD 1 TO LISTED-COUNT
                   ELSE
                       MOVE 'Y' TO EOF-SWITCH
                   END-IF
           END-READ.
