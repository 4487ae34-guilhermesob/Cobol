       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEBIMENTO-ENTRY.

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
           SELECT FILE-PRODUTOS ASSIGN TO "produtos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUTO-CODIGO
               FILE STATUS IS PRODUTOS-STATUS.
           SELECT RECEB-FILE ASSIGN TO "recebimentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEB-STATUS.
           SELECT FILE-OPERADORES ASSIGN TO "operadores.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERADOR-ID
               FILE STATUS IS OPERADORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-COMPRAS.
           COPY COMPRAREC.

       FD FILE-PRODUTOS.
           COPY PRODUTOREC.

       FD RECEB-FILE.
       01 RECEB-RECORD.
           05 REC-DATA            PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 REC-TIME            PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 REC-COMPRA-ID       PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 REC-FORNECEDOR-ID   PIC 9(5).
           05 FILLER              PIC X VALUE SPACE.
           05 REC-PRODUTO-CODIGO  PIC 9(5).
           05 FILLER              PIC X VALUE SPACE.
           05 REC-QTDE-ENTREGUE   PIC 9(5).
           05 FILLER              PIC X VALUE SPACE.
           05 REC-QTDE-ACEITA     PIC 9(5).
           05 FILLER              PIC X VALUE SPACE.
           05 REC-QTDE-EXCEDENTE  PIC 9(5).
           05 FILLER              PIC X VALUE SPACE.
           05 REC-ESTOQUE-ANTES   PIC 9(5).
           05 FILLER              PIC X VALUE SPACE.
           05 REC-ESTOQUE-DEPOIS  PIC 9(5).
           05 FILLER              PIC X VALUE SPACE.
           05 REC-OPERADOR        PIC X(8).

       FD FILE-OPERADORES.
           COPY OPERADORREC.

       WORKING-STORAGE SECTION.
       01 COMPRAS-STATUS      PIC XX.
       01 PRODUTOS-STATUS     PIC XX.
       01 RECEB-STATUS        PIC XX.
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
       01 COMPRA-FOUND        PIC X VALUE 'N'.
       01 ESTOQUE-OK          PIC X VALUE 'N'.
       01 LISTED-COUNT        PIC 9(4) VALUE ZERO.
       01 SALDO-COMPRA        PIC 9(5) VALUE ZERO.
       01 QTDE-ACEITA         PIC 9(5) VALUE ZERO.
       01 QTDE-EXCEDENTE      PIC 9(5) VALUE ZERO.
       01 QTDE-DEVOLVER       PIC 9(5) VALUE ZERO.
       01 ESTOQUE-ANTES       PIC 9(5) VALUE ZERO.
       01 NOVO-ESTOQUE        PIC 9(6) VALUE ZERO.
       01 TEMP-RECEBIMENTO.
           05 TEMP-COMPRA-ID  PIC 9(6).
           05 TEMP-DATA       PIC 9(8).
           05 TEMP-QUANTIDADE PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM OPERATOR-SIGNON.
           IF SIGNON-OK NOT = 'S'
               DISPLAY "ACESSO NEGADO!"
               STOP RUN
           END-IF.
           PERFORM OPEN-COMPRAS-FILE.
           PERFORM OPEN-PRODUTOS-FILE.
           MOVE SPACE TO CHOICE.
           PERFORM PROCESS-COMMAND UNTIL CHOICE = 'Q'.
           CLOSE FILE-COMPRAS.
           CLOSE FILE-PRODUTOS.
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

       OPEN-COMPRAS-FILE.
           OPEN I-O FILE-COMPRAS.
           IF COMPRAS-STATUS = "35"
               OPEN OUTPUT FILE-COMPRAS
               CLOSE FILE-COMPRAS
               OPEN I-O FILE-COMPRAS
           END-IF.

       OPEN-PRODUTOS-FILE.
           OPEN I-O FILE-PRODUTOS.
           IF PRODUTOS-STATUS = "35"
               OPEN OUTPUT FILE-PRODUTOS
               CLOSE FILE-PRODUTOS
               OPEN I-O FILE-PRODUTOS
           END-IF.

       PROCESS-COMMAND.
           DISPLAY "Escolha uma operação (E/L/Q): ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 'E'
                   IF NIVEL-ATUAL < 2
                       DISPLAY "Permissão insuficiente!"
                   ELSE
                       PERFORM ENTER-RECEIPT
                   END-IF
               WHEN 'L' PERFORM LIST-RECEIPTS
               WHEN 'Q' CONTINUE
               WHEN OTHER DISPLAY "Comando inválido!" END-EVALUATE.

       ENTER-RECEIPT.
           DISPLAY "Digite o número do pedido de compra: ".
           ACCEPT TEMP-COMPRA-ID.
           MOVE TEMP-COMPRA-ID TO COMPRA-ID.
           READ FILE-COMPRAS
               INVALID KEY MOVE 'N' TO COMPRA-FOUND
               NOT INVALID KEY MOVE 'S' TO COMPRA-FOUND
           END-READ.
           IF COMPRA-FOUND = 'N'
               DISPLAY "Pedido de compra não encontrado!"
           ELSE
               IF COMPRA-RECEBIDA OR COMPRA-CANCELADA
                   DISPLAY "Pedido de compra encerrado, "
                       "recebimento recusado!"
               ELSE
                   PERFORM ENTER-RECEIPT-DETAIL
               END-IF
           END-IF.

       ENTER-RECEIPT-DETAIL.
           COMPUTE SALDO-COMPRA =
               COMPRA-QTDE-PEDIDA - COMPRA-QTDE-RECEBIDA.
           DISPLAY "Produto: " COMPRA-PRODUTO-CODIGO
               "  Pedida: " COMPRA-QTDE-PEDIDA
               "  Recebida: " COMPRA-QTDE-RECEBIDA
               "  Saldo: " SALDO-COMPRA.
           DISPLAY "Digite a data do recebimento (AAAAMMDD): ".
           ACCEPT TEMP-DATA.
           IF TEMP-DATA = ZERO
               ACCEPT TEMP-DATA FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "Digite a quantidade entregue: ".
           ACCEPT TEMP-QUANTIDADE.
           IF TEMP-QUANTIDADE = ZERO
               DISPLAY "Quantidade deve ser maior que zero!"
           ELSE
               PERFORM SET-ACCEPTED-QUANTITY
               IF QTDE-ACEITA > ZERO
                   PERFORM ADD-RECEIPT-TO-STOCK
                   IF ESTOQUE-OK = 'S'
                       PERFORM UPDATE-COMPRA-RECEIVED
                       PERFORM APPEND-RECEIPT-LINE
                   END-IF
               END-IF
           END-IF.

       SET-ACCEPTED-QUANTITY.
           MOVE ZERO TO QTDE-EXCEDENTE.
           MOVE ZERO TO QTDE-DEVOLVER.
           IF TEMP-QUANTIDADE <= SALDO-COMPRA
               MOVE TEMP-QUANTIDADE TO QTDE-ACEITA
           ELSE
               COMPUTE QTDE-DEVOLVER = TEMP-QUANTIDADE - SALDO-COMPRA
               MOVE SALDO-COMPRA TO QTDE-ACEITA
               DISPLAY "Entrega excede o saldo do pedido em "
                   QTDE-DEVOLVER " unidades!"
               IF NIVEL-ATUAL < 3
                   DISPLAY "Somente supervisores aceitam excedente."
               ELSE
                   DISPLAY "Aceitar o excedente? (S/N): "
                   ACCEPT CONFIRMA
                   IF CONFIRMA = 'S'
                       MOVE QTDE-DEVOLVER TO QTDE-EXCEDENTE
                       MOVE TEMP-QUANTIDADE TO QTDE-ACEITA
                       MOVE ZERO TO QTDE-DEVOLVER
                   END-IF
               END-IF
               IF QTDE-DEVOLVER > ZERO
                   DISPLAY "Devolver ao fornecedor: " QTDE-DEVOLVER
                       " unidades."
               END-IF
           END-IF.

       ADD-RECEIPT-TO-STOCK.
           MOVE 'N' TO ESTOQUE-OK.
           MOVE COMPRA-PRODUTO-CODIGO TO PRODUTO-CODIGO.
           READ FILE-PRODUTOS
               INVALID KEY
                   DISPLAY "Produto do pedido de compra não "
                       "cadastrado, recebimento recusado!"
               NOT INVALID KEY
                   PERFORM ADD-RECEIPT-WRITE
           END-READ.

       ADD-RECEIPT-WRITE.
           MOVE ESTOQUE-PRODUTO TO ESTOQUE-ANTES.
           COMPUTE NOVO-ESTOQUE = ESTOQUE-PRODUTO + QTDE-ACEITA.
           IF NOVO-ESTOQUE > 99999
               DISPLAY "Estoque resultante excede a capacidade do "
                   "cadastro, recebimento recusado!"
           ELSE
               MOVE NOVO-ESTOQUE TO ESTOQUE-PRODUTO
               REWRITE RECORD-PRODUTO
                   INVALID KEY
                       DISPLAY "Erro ao atualizar estoque!"
                   NOT INVALID KEY
                       MOVE 'S' TO ESTOQUE-OK
                       DISPLAY "Estoque atualizado, agora: "
                           ESTOQUE-PRODUTO
               END-REWRITE
           END-IF.

       UPDATE-COMPRA-RECEIVED.
           ADD QTDE-ACEITA TO COMPRA-QTDE-RECEBIDA.
           IF COMPRA-QTDE-RECEBIDA >= COMPRA-QTDE-PEDIDA
               MOVE 'R' TO STATUS-COMPRA
           ELSE
               MOVE 'P' TO STATUS-COMPRA
           END-IF.
           MOVE TEMP-DATA TO COMPRA-DATA-RECEBIMENTO.
           REWRITE RECORD-COMPRA
               INVALID KEY
                   DISPLAY "Erro ao atualizar pedido de compra!"
               NOT INVALID KEY
                   IF COMPRA-RECEBIDA
                       DISPLAY "Pedido de compra recebido por "
                           "completo!"
                   ELSE
                       COMPUTE SALDO-COMPRA = COMPRA-QTDE-PEDIDA
                           - COMPRA-QTDE-RECEBIDA
                       DISPLAY "Recebimento parcial, saldo: "
                           SALDO-COMPRA
                   END-IF
           END-REWRITE.

       APPEND-RECEIPT-LINE.
           OPEN EXTEND RECEB-FILE.
           IF RECEB-STATUS = "35"
               OPEN OUTPUT RECEB-FILE
               CLOSE RECEB-FILE
               OPEN EXTEND RECEB-FILE
           END-IF.
           MOVE TEMP-DATA TO REC-DATA.
           ACCEPT REC-TIME FROM TIME.
           MOVE COMPRA-ID TO REC-COMPRA-ID.
           MOVE COMPRA-FORNECEDOR-ID TO REC-FORNECEDOR-ID.
           MOVE COMPRA-PRODUTO-CODIGO TO REC-PRODUTO-CODIGO.
           MOVE TEMP-QUANTIDADE TO REC-QTDE-ENTREGUE.
           MOVE QTDE-ACEITA TO REC-QTDE-ACEITA.
           MOVE QTDE-EXCEDENTE TO REC-QTDE-EXCEDENTE.
           MOVE ESTOQUE-ANTES TO REC-ESTOQUE-ANTES.
           MOVE ESTOQUE-PRODUTO TO REC-ESTOQUE-DEPOIS.
           MOVE OPERADOR-ATUAL TO REC-OPERADOR.
           WRITE RECEB-RECORD.
           CLOSE RECEB-FILE.

       LIST-RECEIPTS.
           DISPLAY "Digite o número do pedido de compra: ".
           ACCEPT TEMP-COMPRA-ID.
           MOVE ZERO TO LISTED-COUNT.
           MOVE 'N' TO EOF-SWITCH.
           OPEN INPUT RECEB-FILE.
           IF RECEB-STATUS = "35"
               DISPLAY "Nenhum recebimento registrado."
           ELSE
               PERFORM LIST-NEXT-RECEIPT UNTIL EOF-SWITCH = 'Y'
               CLOSE RECEB-FILE
               DISPLAY "RECEBIMENTOS LISTADOS: " LISTED-COUNT
           END-IF.

       LIST-NEXT-RECEIPT.
           READ RECEB-FILE
               AT END MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF REC-COMPRA-ID = TEMP-COMPRA-ID
                       DISPLAY REC-DATA " ENTREGUE " REC-QTDE-ENTREGUE
                           " ACEITA " REC-QTDE-ACEITA
                           " EXCEDENTE " REC-QTDE-EXCEDENTE
                           " " REC-OPERADOR
                       ADD 1 TO LISTED-COUNT
                   END-IF
           END-READ.
