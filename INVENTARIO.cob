       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTARIO-CONTAGEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-INVENTARIO ASSIGN TO "inventario.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-PRODUTO-CODIGO
               FILE STATUS IS INVENTARIO-STATUS.
           SELECT INVCTL-FILE ASSIGN TO "invctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVCTL-STATUS.
           SELECT CONTAGEM-FILE ASSIGN TO "contagem.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTAGEM-STATUS.
           SELECT AJUSTE-FILE ASSIGN TO "ajustes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AJUSTE-STATUS.
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
       FD FILE-INVENTARIO.
           COPY INVENTARIOREC.

       FD INVCTL-FILE.
           COPY INVCTLREC.

       FD CONTAGEM-FILE.
       01 CONTAGEM-RECORD.
           05 CNT-PRODUTO-CODIGO  PIC 9(5).
           05 FILLER              PIC X.
           05 CNT-QUANTIDADE      PIC 9(5).

       FD AJUSTE-FILE.
       01 AJUSTE-LINE.
           05 ADJ-DATE            PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 ADJ-TIME            PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 ADJ-PRODUTO-CODIGO  PIC 9(5).
           05 FILLER              PIC X VALUE SPACE.
           05 ADJ-CONGELADO       PIC 9(5).
           05 FILLER              PIC X VALUE SPACE.
           05 ADJ-CONTADO         PIC 9(5).
           05 FILLER              PIC X VALUE SPACE.
           05 ADJ-AJUSTE          PIC -9(5).
           05 FILLER              PIC X VALUE SPACE.
           05 ADJ-ESTOQUE-ANTES   PIC 9(5).
           05 FILLER              PIC X VALUE SPACE.
           05 ADJ-ESTOQUE-DEPOIS  PIC 9(5).
           05 FILLER              PIC X VALUE SPACE.
           05 ADJ-DATA-CONGELAMENTO PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 ADJ-SUPERVISOR      PIC X(8).

       FD FILE-PRODUTOS.
           COPY PRODUTOREC.

       FD FILE-OPERADORES.
           COPY OPERADORREC.

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC X.
       01 CONFIRMA             PIC X.
       01 RECORD-FOUND         PIC X VALUE 'N'.
       01 EOF-SWITCH           PIC X VALUE 'N'.
       01 CICLO-ABERTO         PIC X VALUE 'N'.
       01 FIM-CONTAGEM         PIC X VALUE 'N'.
       01 INVENTARIO-STATUS    PIC XX.
       01 INVCTL-STATUS        PIC XX.
       01 CONTAGEM-STATUS      PIC XX.
       01 AJUSTE-STATUS        PIC XX.
       01 PRODUTOS-STATUS      PIC XX.
       01 OPERADORES-STATUS    PIC XX.
       01 SIGNON-OK            PIC X VALUE 'N'.
       01 SIGNON-TRIES         PIC 9 VALUE ZERO.
       01 OPERADOR-ATUAL       PIC X(8) VALUE SPACES.
       01 NIVEL-ATUAL          PIC 9 VALUE ZERO.
       01 TEMP-SIGNON.
           05 TEMP-OPERADOR-ID PIC X(8).
           05 TEMP-SENHA       PIC X(8).
       01 TODAY-DATE           PIC 9(8) VALUE ZERO.
       01 TEMP-CONTAGEM.
           05 TEMP-CODIGO-INICIAL PIC 9(5).
           05 TEMP-CODIGO-FINAL   PIC 9(5).
           05 TEMP-TOLERANCIA     PIC 9(3)V99.
           05 TEMP-CODIGO         PIC 9(5).
           05 TEMP-QUANTIDADE     PIC 9(5).
       01 CONGELADOS-COUNT     PIC 9(5) VALUE ZERO.
       01 CONTADOS-COUNT       PIC 9(5) VALUE ZERO.
       01 PENDENTES-COUNT      PIC 9(5) VALUE ZERO.
       01 LIDOS-COUNT          PIC 9(5) VALUE ZERO.
       01 CARREGADOS-COUNT     PIC 9(5) VALUE ZERO.
       01 REJEITADOS-COUNT     PIC 9(5) VALUE ZERO.
       01 AJUSTADOS-COUNT      PIC 9(5) VALUE ZERO.
       01 AJUSTE-QTDE          PIC S9(6) VALUE ZERO.
       01 NOVO-ESTOQUE         PIC S9(7) VALUE ZERO.
       01 ESTOQUE-ANTES        PIC 9(5) VALUE ZERO.
       01 TOLERANCIA-EDITADA   PIC ZZ9.99.
       01 DATA-CONGELAMENTO    PIC 9(8) VALUE ZERO.
       01 CONTROL-SAVE         PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM OPERATOR-SIGNON.
           IF SIGNON-OK NOT = 'S'
               DISPLAY "ACESSO NEGADO!"
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-PRODUTOS-FILE.
           PERFORM LOAD-CONTROL-RECORD.
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

       OPEN-PRODUTOS-FILE.
           OPEN I-O FILE-PRODUTOS.
           IF PRODUTOS-STATUS = "35"
               OPEN OUTPUT FILE-PRODUTOS
               CLOSE FILE-PRODUTOS
               OPEN I-O FILE-PRODUTOS
           END-IF.

       OPEN-INVENTARIO-FILE.
           OPEN I-O FILE-INVENTARIO.
           IF INVENTARIO-STATUS = "35"
               OPEN OUTPUT FILE-INVENTARIO
               CLOSE FILE-INVENTARIO
               OPEN I-O FILE-INVENTARIO
           END-IF.

       LOAD-CONTROL-RECORD.
           MOVE 'N' TO CICLO-ABERTO.
           OPEN INPUT INVCTL-FILE.
           IF INVCTL-STATUS = "35"
               DISPLAY "Nenhuma contagem de inventário registrada."
           ELSE
               READ INVCTL-FILE
                   AT END
                       DISPLAY "Nenhuma contagem de inventário "
                           "registrada."
                   NOT AT END
                       MOVE INVCTL-RECORD TO CONTROL-SAVE
                       MOVE CTL-DATA-CONGELAMENTO TO DATA-CONGELAMENTO
                       PERFORM SHOW-CONTROL-RECORD
                       IF CTL-EM-CONTAGEM
                           MOVE 'S' TO CICLO-ABERTO
                       END-IF
               END-READ
               CLOSE INVCTL-FILE
           END-IF.

       SHOW-CONTROL-RECORD.
           MOVE CTL-TOLERANCIA-PCT TO TOLERANCIA-EDITADA.
           DISPLAY "Congelamento em: " CTL-DATA-CONGELAMENTO
               "  Produtos " CTL-CODIGO-INICIAL " a "
               CTL-CODIGO-FINAL.
           DISPLAY "Itens congelados: " CTL-QTDE-ITENS
               "  Tolerância (%): " TOLERANCIA-EDITADA.
           IF CTL-POSTADO
               DISPLAY "Situação: POSTADO em " CTL-DATA-POSTAGEM
                   " por " CTL-SUPERVISOR
           ELSE
               DISPLAY "Situação: EM CONTAGEM"
           END-IF.

       WRITE-CONTROL-RECORD.
           WRITE INVCTL-RECORD.
           MOVE INVCTL-RECORD TO CONTROL-SAVE.
           MOVE CTL-DATA-CONGELAMENTO TO DATA-CONGELAMENTO.
           CLOSE INVCTL-FILE.

       PROCESS-COMMAND.
           DISPLAY "Escolha uma operação (F/E/I/S/P/Q): ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 'F'
                   IF NIVEL-ATUAL < 2
                       DISPLAY "Permissão insuficiente!"
                   ELSE
                       PERFORM FREEZE-SNAPSHOT
                   END-IF
               WHEN 'E'
                   IF NIVEL-ATUAL < 2
                       DISPLAY "Permissão insuficiente!"
                   ELSE
                       PERFORM KEY-IN-COUNTS
                   END-IF
               WHEN 'I'
                   IF NIVEL-ATUAL < 2
                       DISPLAY "Permissão insuficiente!"
                   ELSE
                       PERFORM LOAD-COUNT-SHEET
                   END-IF
               WHEN 'S' PERFORM SHOW-COUNT-STATUS
               WHEN 'P'
                   IF NIVEL-ATUAL < 3
                       DISPLAY "Somente supervisores aprovam o "
                           "ajuste de inventário!"
                   ELSE
                       PERFORM POST-ADJUSTMENTS
                   END-IF
               WHEN 'Q' CONTINUE
               WHEN OTHER DISPLAY "Comando inválido!" END-EVALUATE.

       FREEZE-SNAPSHOT.
           MOVE 'S' TO CONFIRMA.
           IF CICLO-ABERTO = 'S'
               IF NIVEL-ATUAL < 3
                   DISPLAY "Contagem em andamento, somente "
                       "supervisores podem descartá-la!"
                   MOVE 'N' TO CONFIRMA
               ELSE
                   DISPLAY "Descartar a contagem em andamento? (S/N): "
                   ACCEPT CONFIRMA
               END-IF
           END-IF.
           IF CONFIRMA = 'S'
               PERFORM FREEZE-SNAPSHOT-RANGE
           END-IF.

       FREEZE-SNAPSHOT-RANGE.
           DISPLAY "Digite o código inicial (0 = todos): ".
           ACCEPT TEMP-CODIGO-INICIAL.
           DISPLAY "Digite o código final (0 = todos): ".
           ACCEPT TEMP-CODIGO-FINAL.
           IF TEMP-CODIGO-FINAL = ZERO
               MOVE 99999 TO TEMP-CODIGO-FINAL
           END-IF.
           DISPLAY "Digite a tolerância de divergência em % "
               "(999.99, 0 = 5%): ".
           ACCEPT TEMP-TOLERANCIA.
           IF TEMP-TOLERANCIA = ZERO
               MOVE 5 TO TEMP-TOLERANCIA
           END-IF.
           IF TEMP-CODIGO-FINAL < TEMP-CODIGO-INICIAL
               DISPLAY "Faixa de códigos inválida!"
           ELSE
               PERFORM BUILD-SNAPSHOT
           END-IF.

       BUILD-SNAPSHOT.
           MOVE ZERO TO CONGELADOS-COUNT.
           OPEN OUTPUT FILE-INVENTARIO.
           MOVE 'N' TO EOF-SWITCH.
           MOVE TEMP-CODIGO-INICIAL TO PRODUTO-CODIGO.
           START FILE-PRODUTOS KEY IS NOT LESS THAN PRODUTO-CODIGO
               INVALID KEY MOVE 'Y' TO EOF-SWITCH
           END-START.
           PERFORM FREEZE-NEXT-PRODUTO UNTIL EOF-SWITCH = 'Y'.
           CLOSE FILE-INVENTARIO.
           OPEN OUTPUT INVCTL-FILE.
           MOVE 'C' TO CTL-SITUACAO.
           MOVE TODAY-DATE TO CTL-DATA-CONGELAMENTO.
           MOVE TEMP-CODIGO-INICIAL TO CTL-CODIGO-INICIAL.
           MOVE TEMP-CODIGO-FINAL TO CTL-CODIGO-FINAL.
           MOVE TEMP-TOLERANCIA TO CTL-TOLERANCIA-PCT.
           MOVE CONGELADOS-COUNT TO CTL-QTDE-ITENS.
           MOVE OPERADOR-ATUAL TO CTL-OPERADOR.
           MOVE ZERO TO CTL-DATA-POSTAGEM.
           MOVE SPACES TO CTL-SUPERVISOR.
           PERFORM WRITE-CONTROL-RECORD.
           MOVE 'S' TO CICLO-ABERTO.
           DISPLAY "Estoque congelado para " CONGELADOS-COUNT
               " produtos.".

       FREEZE-NEXT-PRODUTO.
           READ FILE-PRODUTOS NEXT RECORD
               AT END MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF PRODUTO-CODIGO > TEMP-CODIGO-FINAL
                       MOVE 'Y' TO EOF-SWITCH
                   ELSE
                       PERFORM WRITE-SNAPSHOT-RECORD
                   END-IF
           END-READ.

       WRITE-SNAPSHOT-RECORD.
           MOVE PRODUTO-CODIGO TO INV-PRODUTO-CODIGO.
           MOVE ESTOQUE-PRODUTO TO INV-ESTOQUE-CONGELADO.
           MOVE ZERO TO INV-QTDE-CONTADA.
           MOVE 'N' TO INV-CONTADO.
           MOVE ZERO TO INV-DATA-CONTAGEM.
           MOVE SPACES TO INV-OPERADOR.
           WRITE RECORD-INVENTARIO
               INVALID KEY
                   DISPLAY "Erro ao congelar produto: " PRODUTO-CODIGO
               NOT INVALID KEY ADD 1 TO CONGELADOS-COUNT
           END-WRITE.

       KEY-IN-COUNTS.
           IF CICLO-ABERTO NOT = 'S'
               DISPLAY "Nenhuma contagem em andamento, congele o "
                   "estoque primeiro!"
           ELSE
               PERFORM OPEN-INVENTARIO-FILE
               MOVE 'N' TO FIM-CONTAGEM
               PERFORM KEY-IN-ONE-COUNT UNTIL FIM-CONTAGEM = 'S'
               CLOSE FILE-INVENTARIO
           END-IF.

       KEY-IN-ONE-COUNT.
           DISPLAY "Digite o código do produto (0 = encerrar): ".
           ACCEPT TEMP-CODIGO.
           IF TEMP-CODIGO = ZERO
               MOVE 'S' TO FIM-CONTAGEM
           ELSE
               MOVE TEMP-CODIGO TO INV-PRODUTO-CODIGO
               READ FILE-INVENTARIO
                   INVALID KEY
                       DISPLAY "Produto fora do inventário congelado!"
                   NOT INVALID KEY
                       PERFORM KEY-IN-COUNT-DETAIL
               END-READ
           END-IF.

       KEY-IN-COUNT-DETAIL.
           MOVE 'S' TO CONFIRMA.
           IF INV-JA-CONTADO
               DISPLAY "Produto já contado: " INV-QTDE-CONTADA
                   " em " INV-DATA-CONTAGEM
               DISPLAY "Substituir a contagem? (S/N): "
               ACCEPT CONFIRMA
           END-IF.
           IF CONFIRMA = 'S'
               DISPLAY "Digite a quantidade contada: "
               ACCEPT TEMP-QUANTIDADE
               PERFORM RECORD-COUNT
               IF RECORD-FOUND = 'S'
                   DISPLAY "Contagem registrada!"
               END-IF
           END-IF.

       RECORD-COUNT.
           MOVE TEMP-QUANTIDADE TO INV-QTDE-CONTADA.
           MOVE 'S' TO INV-CONTADO.
           MOVE TODAY-DATE TO INV-DATA-CONTAGEM.
           MOVE OPERADOR-ATUAL TO INV-OPERADOR.
           REWRITE RECORD-INVENTARIO
               INVALID KEY
                   MOVE 'N' TO RECORD-FOUND
                   DISPLAY "Erro ao gravar contagem: "
                       INV-PRODUTO-CODIGO
               NOT INVALID KEY MOVE 'S' TO RECORD-FOUND
           END-REWRITE.

       LOAD-COUNT-SHEET.
           IF CICLO-ABERTO NOT = 'S'
               DISPLAY "Nenhuma contagem em andamento, congele o "
                   "estoque primeiro!"
           ELSE
               OPEN INPUT CONTAGEM-FILE
               IF CONTAGEM-STATUS = "35"
                   DISPLAY "CONTAGEM.TXT NÃO ENCONTRADO"
               ELSE
                   PERFORM OPEN-INVENTARIO-FILE
                   MOVE ZERO TO LIDOS-COUNT
                   MOVE ZERO TO CARREGADOS-COUNT
                   MOVE ZERO TO REJEITADOS-COUNT
                   MOVE 'N' TO EOF-SWITCH
                   PERFORM LOAD-ONE-COUNT-LINE UNTIL EOF-SWITCH = 'Y'
                   CLOSE FILE-INVENTARIO
                   CLOSE CONTAGEM-FILE
                   DISPLAY "LINHAS LIDAS      : " LIDOS-COUNT
                   DISPLAY "CONTAGENS GRAVADAS: " CARREGADOS-COUNT
                   DISPLAY "LINHAS REJEITADAS : " REJEITADOS-COUNT
               END-IF
           END-IF.

       LOAD-ONE-COUNT-LINE.
           READ CONTAGEM-FILE
               AT END MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO LIDOS-COUNT
                   PERFORM APPLY-COUNT-LINE
           END-READ.

       APPLY-COUNT-LINE.
           IF CNT-PRODUTO-CODIGO NOT NUMERIC
               OR CNT-QUANTIDADE NOT NUMERIC
               DISPLAY "LINHA " LIDOS-COUNT " REJEITADA: "
                   "CAMPO NAO NUMERICO"
               ADD 1 TO REJEITADOS-COUNT
           ELSE
               MOVE CNT-PRODUTO-CODIGO TO INV-PRODUTO-CODIGO
               READ FILE-INVENTARIO
                   INVALID KEY
                       DISPLAY "LINHA " LIDOS-COUNT " REJEITADA: "
                           "PRODUTO FORA DO INVENTARIO "
                           CNT-PRODUTO-CODIGO
                       ADD 1 TO REJEITADOS-COUNT
                   NOT INVALID KEY
                       MOVE CNT-QUANTIDADE TO TEMP-QUANTIDADE
                       PERFORM RECORD-COUNT
                       IF RECORD-FOUND = 'S'
                           ADD 1 TO CARREGADOS-COUNT
                       ELSE
                           ADD 1 TO REJEITADOS-COUNT
                       END-IF
               END-READ
           END-IF.

       SHOW-COUNT-STATUS.
           PERFORM LOAD-CONTROL-RECORD.
           IF CICLO-ABERTO = 'S'
               PERFORM TALLY-COUNTED-ITEMS
               DISPLAY "Contados: " CONTADOS-COUNT
                   "  Pendentes: " PENDENTES-COUNT
           END-IF.

       TALLY-COUNTED-ITEMS.
           MOVE ZERO TO CONTADOS-COUNT.
           MOVE ZERO TO PENDENTES-COUNT.
           PERFORM OPEN-INVENTARIO-FILE.
           MOVE 'N' TO EOF-SWITCH.
           MOVE ZERO TO INV-PRODUTO-CODIGO.
           START FILE-INVENTARIO
               KEY IS NOT LESS THAN INV-PRODUTO-CODIGO
               INVALID KEY MOVE 'Y' TO EOF-SWITCH
           END-START.
           PERFORM TALLY-NEXT-ITEM UNTIL EOF-SWITCH = 'Y'.
           CLOSE FILE-INVENTARIO.

       TALLY-NEXT-ITEM.
           READ FILE-INVENTARIO NEXT RECORD
               AT END MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF INV-JA-CONTADO
                       ADD 1 TO CONTADOS-COUNT
                   ELSE
                       ADD 1 TO PENDENTES-COUNT
                   END-IF
           END-READ.

       POST-ADJUSTMENTS.
           IF CICLO-ABERTO NOT = 'S'
               DISPLAY "Nenhuma contagem em andamento para postar!"
           ELSE
               PERFORM TALLY-COUNTED-ITEMS
               DISPLAY "Contados: " CONTADOS-COUNT
                   "  Pendentes: " PENDENTES-COUNT
               IF PENDENTES-COUNT > ZERO
                   DISPLAY "Itens não contados ficam sem ajuste."
               END-IF
               DISPLAY "Confira o relatório de divergências "
                   "(INVENTARIO-REPORT) antes de aprovar."
               DISPLAY "Aprova e posta os ajustes? (S/N): "
               ACCEPT CONFIRMA
               IF CONFIRMA = 'S'
                   PERFORM POST-ALL-ADJUSTMENTS
               END-IF
           END-IF.

       POST-ALL-ADJUSTMENTS.
           MOVE ZERO TO AJUSTADOS-COUNT.
           PERFORM OPEN-INVENTARIO-FILE.
           OPEN EXTEND AJUSTE-FILE.
           IF AJUSTE-STATUS = "35"
               OPEN OUTPUT AJUSTE-FILE
               CLOSE AJUSTE-FILE
               OPEN EXTEND AJUSTE-FILE
           END-IF.
           MOVE 'N' TO EOF-SWITCH.
           MOVE ZERO TO INV-PRODUTO-CODIGO.
           START FILE-INVENTARIO
               KEY IS NOT LESS THAN INV-PRODUTO-CODIGO
               INVALID KEY MOVE 'Y' TO EOF-SWITCH
           END-START.
           PERFORM POST-NEXT-ITEM UNTIL EOF-SWITCH = 'Y'.
           CLOSE AJUSTE-FILE.
           CLOSE FILE-INVENTARIO.
           OPEN OUTPUT INVCTL-FILE.
           MOVE CONTROL-SAVE TO INVCTL-RECORD.
           MOVE 'P' TO CTL-SITUACAO.
           MOVE TODAY-DATE TO CTL-DATA-POSTAGEM.
           MOVE OPERADOR-ATUAL TO CTL-SUPERVISOR.
           PERFORM WRITE-CONTROL-RECORD.
           MOVE 'N' TO CICLO-ABERTO.
           DISPLAY "Produtos ajustados: " AJUSTADOS-COUNT.
           DISPLAY "GERADO: ajustes.txt".

       POST-NEXT-ITEM.
           READ FILE-INVENTARIO NEXT RECORD
               AT END MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF INV-JA-CONTADO
                       AND INV-QTDE-CONTADA NOT = INV-ESTOQUE-CONGELADO
                       PERFORM POST-ONE-ADJUSTMENT
                   END-IF
           END-READ.

       POST-ONE-ADJUSTMENT.
           MOVE INV-PRODUTO-CODIGO TO PRODUTO-CODIGO.
           READ FILE-PRODUTOS
               INVALID KEY
                   DISPLAY "Produto não cadastrado, ajuste "
                       "ignorado: " INV-PRODUTO-CODIGO
               NOT INVALID KEY
                   PERFORM POST-ADJUSTMENT-WRITE
           END-READ.

       POST-ADJUSTMENT-WRITE.
           MOVE ESTOQUE-PRODUTO TO ESTOQUE-ANTES.
           COMPUTE AJUSTE-QTDE =
               INV-QTDE-CONTADA - INV-ESTOQUE-CONGELADO.
           COMPUTE NOVO-ESTOQUE = ESTOQUE-PRODUTO + AJUSTE-QTDE.
           IF NOVO-ESTOQUE < ZERO
               DISPLAY "Estoque negativo após ajuste, zerado: "
                   PRODUTO-CODIGO
               MOVE ZERO TO NOVO-ESTOQUE
           END-IF.
           IF NOVO-ESTOQUE > 99999
               DISPLAY "Estoque excede a capacidade do cadastro, "
                   "ajuste ignorado: " PRODUTO-CODIGO
           ELSE
               MOVE NOVO-ESTOQUE TO ESTOQUE-PRODUTO
               REWRITE RECORD-PRODUTO
                   INVALID KEY
                       DISPLAY "Erro ao ajustar estoque: "
                           PRODUTO-CODIGO
                   NOT INVALID KEY
                       ADD 1 TO AJUSTADOS-COUNT
                       PERFORM APPEND-AJUSTE-LINE
               END-REWRITE
           END-IF.

       APPEND-AJUSTE-LINE.
           MOVE TODAY-DATE TO ADJ-DATE.
           ACCEPT ADJ-TIME FROM TIME.
           MOVE PRODUTO-CODIGO TO ADJ-PRODUTO-CODIGO.
           MOVE INV-ESTOQUE-CONGELADO TO ADJ-CONGELADO.
           MOVE INV-QTDE-CONTADA TO ADJ-CONTADO.
           MOVE AJUSTE-QTDE TO ADJ-AJUSTE.
           MOVE ESTOQUE-ANTES TO ADJ-ESTOQUE-ANTES.
           MOVE ESTOQUE-PRODUTO TO ADJ-ESTOQUE-DEPOIS.
           MOVE DATA-CONGELAMENTO TO ADJ-DATA-CONGELAMENTO.
           MOVE OPERADOR-ATUAL TO ADJ-SUPERVISOR.
           WRITE AJUSTE-LINE.

       QUIT-PARAGRAPH.
           CLOSE FILE-PRODUTOS.
           STOP RUN.
