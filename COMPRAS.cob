       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRAS-CRUD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-COMPRAS ASSIGN TO "compras.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMPRA-ID
               ALTERNATE RECORD KEY IS COMPRA-FORNECEDOR-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS COMPRA-PRODUTO-CODIGO
                   WITH DUPLICATES
               FILE STATUS IS COMPRAS-STATUS.
           SELECT FILE-FORNECEDORES ASSIGN TO "fornecedores.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORNECEDOR-ID
               FILE STATUS IS FORNECEDORES-STATUS.
           SELECT FILE-PRODUTOS ASSIGN TO "produtos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUTO-CODIGO
               FILE STATUS IS PRODUTOS-STATUS.
           SELECT FILE-OPERADORES ASSIGN TO "operadores.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERADOR-ID
               FILE STATUS IS OPERADORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-COMPRAS.
           COPY COMPRAREC.

       FD FILE-FORNECEDORES.
           COPY FORNECEDORREC.

       FD FILE-PRODUTOS.
           COPY PRODUTOREC.

       FD FILE-OPERADORES.
           COPY OPERADORREC.

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC X.
       01 CONFIRMA             PIC X.
       01 RECORD-FOUND         PIC X VALUE 'N'.
       01 FORNECEDOR-FOUND     PIC X VALUE 'N'.
       01 PRODUTO-FOUND        PIC X VALUE 'N'.
       01 ENTRY-VALID          PIC X VALUE 'S'.
       01 EOF-SWITCH           PIC X VALUE 'N'.
       01 COMPRAS-EOF          PIC X VALUE 'N'.
       01 COMPRAS-STATUS       PIC XX.
       01 FORNECEDORES-STATUS  PIC XX.
       01 PRODUTOS-STATUS      PIC XX.
       01 OPERADORES-STATUS    PIC XX.
       01 LISTED-COUNT         PIC 9(4) VALUE ZERO.
       01 GERADOS-COUNT        PIC 9(4) VALUE ZERO.
       01 SIGNON-OK            PIC X VALUE 'N'.
       01 SIGNON-TRIES         PIC 9 VALUE ZERO.
       01 OPERADOR-ATUAL       PIC X(8) VALUE SPACES.
       01 NIVEL-ATUAL          PIC 9 VALUE ZERO.
       01 TEMP-SIGNON.
           05 TEMP-OPERADOR-ID PIC X(8).
           05 TEMP-SENHA       PIC X(8).
       01 NEXT-COMPRA-NUM      PIC 9(6) VALUE 1.
       01 TODAY-DATE           PIC 9(8) VALUE ZERO.
       01 TEMP-COMPRA.
           05 TEMP-COMPRA-ID      PIC 9(6).
           05 TEMP-FORNECEDOR-ID  PIC 9(5).
           05 TEMP-PRODUTO-CODIGO PIC 9(5).
           05 TEMP-QUANTIDADE     PIC 9(5).
           05 TEMP-CUSTO          PIC 9(7)V99.
           05 TEMP-DATA-PREVISTA  PIC 9(8).
       01 EM-COMPRA            PIC 9(6) VALUE ZERO.
       01 FALTA-SUGERIDA       PIC S9(6) VALUE ZERO.
       01 QTDE-SUGERIDA        PIC 9(5) VALUE ZERO.
       01 SALDO-COMPRA         PIC 9(5) VALUE ZERO.
       01 CUSTO-EDITADO        PIC Z(6)9.99.
       01 WORK-DATE.
           05 WORK-YEAR     PIC 9(4).
           05 WORK-MONTH    PIC 9(2).
           05 WORK-DAY      PIC 9(2).
       01 DAYS-TO-ADD       PIC 9(3) VALUE ZERO.
       01 DAY-ACCUM         PIC 9(4) VALUE ZERO.
       01 DAYS-IN-MONTH     PIC 9(2) VALUE ZERO.
       01 LEAP-REMAINDER    PIC 9(4) VALUE ZERO.
       01 LEAP-QUOTIENT     PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM OPERATOR-SIGNON.
           IF SIGNON-OK NOT = 'S'
               DISPLAY "ACESSO NEGADO!"
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-COMPRAS-FILE.
           PERFORM OPEN-FORNECEDORES-FILE.
           PERFORM OPEN-PRODUTOS-FILE.
           PERFORM LOAD-NEXT-COMPRA-NUM.
           DISPLAY "PRÓXIMO PEDIDO DE COMPRA: " NEXT-COMPRA-NUM.
           MOVE SPACE TO CHOICE.
           PERFORM PROCESS-COMMAND UNTIL CHOICE = 'Q'.
           PERFORM QUIT-PARAGRAPH.

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

       OPEN-COMPRAS-FILE.
           OPEN I-O FILE-COMPRAS.
           IF COMPRAS-STATUS = "35"
               OPEN OUTPUT FILE-COMPRAS
               CLOSE FILE-COMPRAS
               OPEN I-O FILE-COMPRAS
           END-IF.

       OPEN-FORNECEDORES-FILE.
           OPEN INPUT FILE-FORNECEDORES.
           IF FORNECEDORES-STATUS = "35"
               OPEN OUTPUT FILE-FORNECEDORES
               CLOSE FILE-FORNECEDORES
               OPEN INPUT FILE-FORNECEDORES
           END-IF.

       OPEN-PRODUTOS-FILE.
           OPEN INPUT FILE-PRODUTOS.
           IF PRODUTOS-STATUS = "35"
               OPEN OUTPUT FILE-PRODUTOS
               CLOSE FILE-PRODUTOS
               OPEN INPUT FILE-PRODUTOS
           END-IF.

       LOAD-NEXT-COMPRA-NUM.
           MOVE 'N' TO COMPRAS-EOF.
           MOVE ZERO TO COMPRA-ID.
           START FILE-COMPRAS KEY IS NOT LESS THAN COMPRA-ID
               INVALID KEY MOVE 'Y' TO COMPRAS-EOF
           END-START.
           PERFORM SCAN-HIGHEST-COMPRA UNTIL COMPRAS-EOF = 'Y'.

       SCAN-HIGHEST-COMPRA.
           READ FILE-COMPRAS NEXT RECORD
               AT END MOVE 'Y' TO COMPRAS-EOF
               NOT AT END
                   IF COMPRA-ID >= NEXT-COMPRA-NUM
                       COMPUTE NEXT-COMPRA-NUM = COMPRA-ID + 1
                   END-IF
           END-READ.

       PROCESS-COMMAND.
           DISPLAY "Escolha uma operação (C/G/R/X/L/Q): ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 'C'
                   IF NIVEL-ATUAL < 2
                       DISPLAY "Permissão insuficiente!"
                   ELSE
                       PERFORM CREATE-COMPRA
                   END-IF
               WHEN 'G'
                   IF NIVEL-ATUAL < 2
                       DISPLAY "Permissão insuficiente!"
                   ELSE
                       PERFORM GENERATE-FROM-REORDER
                   END-IF
               WHEN 'R' PERFORM READ-COMPRA
               WHEN 'X'
                   IF NIVEL-ATUAL < 2
                       DISPLAY "Permissão insuficiente!"
                   ELSE
                       PERFORM CLOSE-COMPRA
                   END-IF
               WHEN 'L' PERFORM LIST-COMPRAS-FORNECEDOR
               WHEN 'Q' CONTINUE
               WHEN OTHER DISPLAY "Comando inválido!" END-EVALUATE.

       CREATE-COMPRA.
           DISPLAY "Digite o código do produto: ".
           ACCEPT TEMP-PRODUTO-CODIGO.
           MOVE TEMP-PRODUTO-CODIGO TO PRODUTO-CODIGO.
           READ FILE-PRODUTOS
               INVALID KEY MOVE 'N' TO PRODUTO-FOUND
               NOT INVALID KEY MOVE 'S' TO PRODUTO-FOUND
           END-READ.
           IF PRODUTO-FOUND = 'N'
               DISPLAY "Produto não cadastrado, compra recusada!"
           ELSE
               PERFORM SUM-OPEN-COMPRAS
               DISPLAY "Estoque atual: " ESTOQUE-PRODUTO
                   "  Em pedido de compra: " EM-COMPRA
               MOVE ZERO TO QTDE-SUGERIDA
               PERFORM ENTER-COMPRA-DETAIL
           END-IF.

       GENERATE-FROM-REORDER.
           MOVE ZERO TO GERADOS-COUNT.
           MOVE 'N' TO EOF-SWITCH.
           MOVE ZERO TO PRODUTO-CODIGO.
           START FILE-PRODUTOS KEY IS NOT LESS THAN PRODUTO-CODIGO
               INVALID KEY
                   DISPLAY "Nenhum produto cadastrado!"
                   MOVE 'Y' TO EOF-SWITCH
           END-START.
           PERFORM CHECK-REORDER-PRODUTO UNTIL EOF-SWITCH = 'Y'.
           DISPLAY "PEDIDOS DE COMPRA GERADOS: " GERADOS-COUNT.

       CHECK-REORDER-PRODUTO.
           READ FILE-PRODUTOS NEXT RECORD
               AT END MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF ESTOQUE-PRODUTO <= PONTO-REPOSICAO
                       PERFORM OFFER-REORDER-PRODUTO
                   END-IF
           END-READ.

       OFFER-REORDER-PRODUTO.
           PERFORM SUM-OPEN-COMPRAS.
           COMPUTE FALTA-SUGERIDA =
               (PONTO-REPOSICAO * 2) - ESTOQUE-PRODUTO - EM-COMPRA.
           DISPLAY "Produto " PRODUTO-CODIGO " " DESCRICAO-PRODUTO.
           DISPLAY "  Estoque: " ESTOQUE-PRODUTO
               "  Reposição: " PONTO-REPOSICAO
               "  Em pedido de compra: " EM-COMPRA.
           IF FALTA-SUGERIDA <= ZERO
               DISPLAY "  Já coberto por pedidos de compra em aberto."
           ELSE
               MOVE FALTA-SUGERIDA TO QTDE-SUGERIDA
               DISPLAY "  Quantidade sugerida: " QTDE-SUGERIDA
               DISPLAY "  Gerar pedido de compra? (S/N): "
               ACCEPT CONFIRMA
               IF CONFIRMA = 'S'
                   MOVE PRODUTO-CODIGO TO TEMP-PRODUTO-CODIGO
                   PERFORM ENTER-COMPRA-DETAIL
               END-IF
           END-IF.

       SUM-OPEN-COMPRAS.
           MOVE ZERO TO EM-COMPRA.
           MOVE 'N' TO COMPRAS-EOF.
           MOVE PRODUTO-CODIGO TO COMPRA-PRODUTO-CODIGO.
           START FILE-COMPRAS KEY IS EQUAL COMPRA-PRODUTO-CODIGO
               INVALID KEY MOVE 'Y' TO COMPRAS-EOF
           END-START.
           PERFORM ADD-NEXT-OPEN-COMPRA UNTIL COMPRAS-EOF = 'Y'.

       ADD-NEXT-OPEN-COMPRA.
           READ FILE-COMPRAS NEXT RECORD
               AT END MOVE 'Y' TO COMPRAS-EOF
               NOT AT END
                   IF COMPRA-PRODUTO-CODIGO NOT = PRODUTO-CODIGO
                       MOVE 'Y' TO COMPRAS-EOF
                   ELSE
                       IF COMPRA-ABERTA OR COMPRA-PARCIAL
                           COMPUTE EM-COMPRA = EM-COMPRA
                               + COMPRA-QTDE-PEDIDA
                               - COMPRA-QTDE-RECEBIDA
                       END-IF
                   END-IF
           END-READ.

       ENTER-COMPRA-DETAIL.
           DISPLAY "Digite o código do fornecedor: ".
           ACCEPT TEMP-FORNECEDOR-ID.
           MOVE TEMP-FORNECEDOR-ID TO FORNECEDOR-ID.
           READ FILE-FORNECEDORES
               INVALID KEY MOVE 'N' TO FORNECEDOR-FOUND
               NOT INVALID KEY MOVE 'S' TO FORNECEDOR-FOUND
           END-READ.
           IF FORNECEDOR-FOUND = 'N'
               DISPLAY "Fornecedor não cadastrado, compra recusada!"
           ELSE
               DISPLAY "Fornecedor: " NOME-FORNECEDOR
               IF QTDE-SUGERIDA > ZERO
                   DISPLAY "Digite a quantidade (0 = sugerida): "
               ELSE
                   DISPLAY "Digite a quantidade: "
               END-IF
               ACCEPT TEMP-QUANTIDADE
               IF TEMP-QUANTIDADE = ZERO
                   MOVE QTDE-SUGERIDA TO TEMP-QUANTIDADE
               END-IF
               DISPLAY "Digite o custo unitário acordado "
                   "(9999999.99): "
               ACCEPT TEMP-CUSTO
               DISPLAY "Digite a data prevista de entrega "
                   "(AAAAMMDD, 0 = prazo do fornecedor): "
               ACCEPT TEMP-DATA-PREVISTA
               IF TEMP-DATA-PREVISTA = ZERO
                   PERFORM SET-PREVISTA-DATE
               END-IF
               PERFORM VALIDATE-COMPRA
               IF ENTRY-VALID = 'S'
                   PERFORM WRITE-COMPRA
               END-IF
           END-IF.

       VALIDATE-COMPRA.
           MOVE 'S' TO ENTRY-VALID.
           IF TEMP-QUANTIDADE = ZERO
               DISPLAY "Quantidade deve ser maior que zero!"
               MOVE 'N' TO ENTRY-VALID
           END-IF.
           IF TEMP-CUSTO = ZERO
               DISPLAY "Custo unitário deve ser maior que zero!"
               MOVE 'N' TO ENTRY-VALID
           END-IF.
           IF TEMP-DATA-PREVISTA < TODAY-DATE
               DISPLAY "Data prevista anterior à data de hoje!"
               MOVE 'N' TO ENTRY-VALID
           END-IF.

       SET-PREVISTA-DATE.
           MOVE TODAY-DATE TO WORK-DATE.
           MOVE PRAZO-FORNECEDOR TO DAYS-TO-ADD.
           COMPUTE DAY-ACCUM = WORK-DAY + DAYS-TO-ADD.
           PERFORM SET-DAYS-IN-MONTH.
           PERFORM ROLL-MONTH-FORWARD
               UNTIL DAY-ACCUM <= DAYS-IN-MONTH.
           MOVE DAY-ACCUM TO WORK-DAY.
           MOVE WORK-DATE TO TEMP-DATA-PREVISTA.

       ROLL-MONTH-FORWARD.
           SUBTRACT DAYS-IN-MONTH FROM DAY-ACCUM.
           ADD 1 TO WORK-MONTH.
           IF WORK-MONTH > 12
               MOVE 1 TO WORK-MONTH
               ADD 1 TO WORK-YEAR
           END-IF.
           PERFORM SET-DAYS-IN-MONTH.

       SET-DAYS-IN-MONTH.
           EVALUATE WORK-MONTH
               WHEN 1 MOVE 31 TO DAYS-IN-MONTH
               WHEN 2 PERFORM SET-FEBRUARY-DAYS
               WHEN 3 MOVE 31 TO DAYS-IN-MONTH
               WHEN 4 MOVE 30 TO DAYS-IN-MONTH
               WHEN 5 MOVE 31 TO DAYS-IN-MONTH
               WHEN 6 MOVE 30 TO DAYS-IN-MONTH
               WHEN 7 MOVE 31 TO DAYS-IN-MONTH
               WHEN 8 MOVE 31 TO DAYS-IN-MONTH
               WHEN 9 MOVE 30 TO DAYS-IN-MONTH
               WHEN 10 MOVE 31 TO DAYS-IN-MONTH
               WHEN 11 MOVE 30 TO DAYS-IN-MONTH
               WHEN 12 MOVE 31 TO DAYS-IN-MONTH
           END-EVALUATE.

       SET-FEBRUARY-DAYS.
           DIVIDE WORK-YEAR BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = ZERO
               MOVE 29 TO DAYS-IN-MONTH
           ELSE
               MOVE 28 TO DAYS-IN-MONTH
           END-IF.

       WRITE-COMPRA.
           MOVE NEXT-COMPRA-NUM TO COMPRA-ID.
           MOVE TEMP-FORNECEDOR-ID TO COMPRA-FORNECEDOR-ID.
           MOVE TEMP-PRODUTO-CODIGO TO COMPRA-PRODUTO-CODIGO.
           MOVE TEMP-QUANTIDADE TO COMPRA-QTDE-PEDIDA.
           MOVE ZERO TO COMPRA-QTDE-RECEBIDA.
           MOVE TEMP-CUSTO TO COMPRA-CUSTO-UNITARIO.
           MOVE TODAY-DATE TO COMPRA-DATA.
           MOVE TEMP-DATA-PREVISTA TO COMPRA-DATA-PREVISTA.
           MOVE 'A' TO STATUS-COMPRA.
           MOVE ZERO TO COMPRA-DATA-RECEBIMENTO.
           WRITE RECORD-COMPRA
               INVALID KEY
                   DISPLAY "Número de pedido de compra já existe: "
                       COMPRA-ID
               NOT INVALID KEY
                   DISPLAY "Pedido de compra registrado: " COMPRA-ID
                   ADD 1 TO NEXT-COMPRA-NUM
                   ADD 1 TO GERADOS-COUNT
           END-WRITE.

       READ-COMPRA.
           DISPLAY "Digite o número do pedido de compra: ".
           ACCEPT TEMP-COMPRA-ID.
           MOVE TEMP-COMPRA-ID TO COMPRA-ID.
           READ FILE-COMPRAS
               INVALID KEY DISPLAY "Pedido de compra não encontrado!"
               NOT INVALID KEY PERFORM SHOW-COMPRA
           END-READ.

       SHOW-COMPRA.
           MOVE COMPRA-CUSTO-UNITARIO TO CUSTO-EDITADO.
           DISPLAY "Pedido de compra: " COMPRA-ID.
           DISPLAY "Fornecedor: " COMPRA-FORNECEDOR-ID.
           DISPLAY "Produto: " COMPRA-PRODUTO-CODIGO.
           DISPLAY "Quantidade pedida: " COMPRA-QTDE-PEDIDA.
           DISPLAY "Quantidade recebida: " COMPRA-QTDE-RECEBIDA.
           DISPLAY "Custo unitário: " CUSTO-EDITADO.
           DISPLAY "Data: " COMPRA-DATA.
           DISPLAY "Entrega prevista: " COMPRA-DATA-PREVISTA.
           DISPLAY "Situação: " STATUS-COMPRA.
           IF COMPRA-DATA-RECEBIMENTO NOT = ZERO
               DISPLAY "Último recebimento: " COMPRA-DATA-RECEBIMENTO
           END-IF.

       CLOSE-COMPRA.
           DISPLAY "Digite o número do pedido de compra a encerrar: ".
           ACCEPT TEMP-COMPRA-ID.
           MOVE TEMP-COMPRA-ID TO COMPRA-ID.
           READ FILE-COMPRAS
               INVALID KEY
                   MOVE 'N' TO RECORD-FOUND
                   DISPLAY "Pedido de compra não encontrado!"
               NOT INVALID KEY MOVE 'S' TO RECORD-FOUND
           END-READ.
           IF RECORD-FOUND = 'S'
               IF COMPRA-RECEBIDA OR COMPRA-CANCELADA
                   DISPLAY "Pedido de compra já encerrado!"
               ELSE
                   COMPUTE SALDO-COMPRA =
                       COMPRA-QTDE-PEDIDA - COMPRA-QTDE-RECEBIDA
                   DISPLAY "Saldo a receber: " SALDO-COMPRA
                   DISPLAY "Confirma o encerramento? (S/N): "
                   ACCEPT CONFIRMA
                   IF CONFIRMA = 'S'
                       PERFORM CLOSE-COMPRA-WRITE
                   END-IF
               END-IF
           END-IF.

       CLOSE-COMPRA-WRITE.
           IF COMPRA-QTDE-RECEBIDA = ZERO
               MOVE 'X' TO STATUS-COMPRA
           ELSE
               MOVE 'R' TO STATUS-COMPRA
           END-IF.
           REWRITE RECORD-COMPRA
               INVALID KEY DISPLAY "Erro ao encerrar pedido de compra!"
               NOT INVALID KEY DISPLAY "Pedido de compra encerrado!"
           END-REWRITE.

       LIST-COMPRAS-FORNECEDOR.
           DISPLAY "Digite o código do fornecedor: ".
           ACCEPT TEMP-FORNECEDOR-ID.
           MOVE ZERO TO LISTED-COUNT.
           MOVE 'N' TO EOF-SWITCH.
           MOVE TEMP-FORNECEDOR-ID TO COMPRA-FORNECEDOR-ID.
           START FILE-COMPRAS KEY IS EQUAL COMPRA-FORNECEDOR-ID
               INVALID KEY
                   DISPLAY "Nenhum pedido de compra para esse "
                       "fornecedor!"
                   MOVE 'Y' TO EOF-SWITCH
           END-START.
           PERFORM READ-NEXT-COMPRA-FORNECEDOR UNTIL EOF-SWITCH = 'Y'.
           IF LISTED-COUNT > ZERO
               DISPLAY "PEDIDOS DE COMPRA LISTADOS: " LISTED-COUNT
           END-IF.

       READ-NEXT-COMPRA-FORNECEDOR.
           READ FILE-COMPRAS NEXT RECORD
               AT END MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF COMPRA-FORNECEDOR-ID = TEMP-FORNECEDOR-ID
                       PERFORM SHOW-COMPRA
                       ADD 1 TO LISTED-COUNT
                   ELSE
                       MOVE 'Y' TO EOF-SWITCH
                   END-IF
           END-READ.

       QUIT-PARAGRAPH.
           CLOSE FILE-COMPRAS.
           CLOSE FILE-FORNECEDORES.
           CLOSE FILE-PRODUTOS.
           STOP RUN.
