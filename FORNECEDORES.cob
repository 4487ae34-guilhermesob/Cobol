       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORNECEDORES-CRUD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-FORNECEDORES ASSIGN TO "fornecedores.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORNECEDOR-ID
               FILE STATUS IS FORNECEDORES-STATUS.
           SELECT FILE-OPERADORES ASSIGN TO "operadores.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERADOR-ID
               FILE STATUS IS OPERADORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-FORNECEDORES.
           COPY FORNECEDORREC.

       FD FILE-OPERADORES.
           COPY OPERADORREC.

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC X.
       01 RECORD-FOUND         PIC X VALUE 'N'.
       01 EOF-SWITCH           PIC X VALUE 'N'.
       01 FORNECEDORES-STATUS  PIC XX.
       01 OPERADORES-STATUS    PIC XX.
       01 LISTED-COUNT         PIC 9(4) VALUE ZERO.
       01 SIGNON-OK            PIC X VALUE 'N'.
       01 SIGNON-TRIES         PIC 9 VALUE ZERO.
       01 OPERADOR-ATUAL       PIC X(8) VALUE SPACES.
       01 NIVEL-ATUAL          PIC 9 VALUE ZERO.
       01 TEMP-SIGNON.
           05 TEMP-OPERADOR-ID PIC X(8).
           05 TEMP-SENHA       PIC X(8).
       01 TEMP-FORNECEDOR.
           05 TEMP-ID             PIC 9(5).
           05 TEMP-NOME           PIC X(50).
           05 TEMP-ENDERECO       PIC X(100).
           05 TEMP-TELEFONE       PIC X(15).
           05 TEMP-EMAIL          PIC X(50).
           05 TEMP-PRAZO          PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM OPERATOR-SIGNON.
           IF SIGNON-OK NOT = 'S'
               DISPLAY "ACESSO NEGADO!"
               STOP RUN
           END-IF.
           PERFORM OPEN-FORNECEDORES-FILE.
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

       OPEN-FORNECEDORES-FILE.
           OPEN I-O FILE-FORNECEDORES.
           IF FORNECEDORES-STATUS = "35"
               OPEN OUTPUT FILE-FORNECEDORES
               CLOSE FILE-FORNECEDORES
               OPEN I-O FILE-FORNECEDORES
           END-IF.

       PROCESS-COMMAND.
           DISPLAY "Escolha uma operação (C/R/U/L/Q): ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 'C'
                   IF NIVEL-ATUAL < 2
                       DISPLAY "Permissão insuficiente!"
                   ELSE
                       PERFORM CREATE-FORNECEDOR
                   END-IF
               WHEN 'R' PERFORM READ-FORNECEDOR
               WHEN 'U'
                   IF NIVEL-ATUAL < 2
                       DISPLAY "Permissão insuficiente!"
                   ELSE
                       PERFORM UPDATE-FORNECEDOR
                   END-IF
               WHEN 'L' PERFORM LIST-FORNECEDORES
               WHEN 'Q' CONTINUE
               WHEN OTHER DISPLAY "Comando inválido!" END-EVALUATE.

       CREATE-FORNECEDOR.
           DISPLAY "Digite o código do fornecedor: ".
           ACCEPT TEMP-ID.
           PERFORM ACCEPT-FORNECEDOR-DATA.
           IF TEMP-NOME = SPACES
               DISPLAY "Nome não pode ficar em branco!"
           ELSE
               MOVE TEMP-ID TO FORNECEDOR-ID
               PERFORM MOVE-FORNECEDOR-DATA
               WRITE RECORD-FORNECEDOR
                   INVALID KEY
                       DISPLAY "Código de fornecedor já existe!"
                   NOT INVALID KEY
                       DISPLAY "Fornecedor cadastrado!"
               END-WRITE
           END-IF.

       ACCEPT-FORNECEDOR-DATA.
           DISPLAY "Digite o nome: ".
           ACCEPT TEMP-NOME.
           DISPLAY "Digite o endereço: ".
           ACCEPT TEMP-ENDERECO.
           DISPLAY "Digite o telefone: ".
           ACCEPT TEMP-TELEFONE.
           DISPLAY "Digite o e-mail: ".
           ACCEPT TEMP-EMAIL.
           DISPLAY "Digite o prazo de entrega em dias: ".
           ACCEPT TEMP-PRAZO.

       MOVE-FORNECEDOR-DATA.
           MOVE TEMP-NOME TO NOME-FORNECEDOR.
           MOVE TEMP-ENDERECO TO ENDERECO-FORNECEDOR.
           MOVE TEMP-TELEFONE TO TELEFONE-FORNECEDOR.
           MOVE TEMP-EMAIL TO EMAIL-FORNECEDOR.
           MOVE TEMP-PRAZO TO PRAZO-FORNECEDOR.

       READ-FORNECEDOR.
           DISPLAY "Digite o código do fornecedor a ser lido: ".
           ACCEPT TEMP-ID.
           MOVE TEMP-ID TO FORNECEDOR-ID.
           READ FILE-FORNECEDORES
               INVALID KEY DISPLAY "Fornecedor não encontrado!"
               NOT INVALID KEY PERFORM SHOW-FORNECEDOR
           END-READ.

       SHOW-FORNECEDOR.
           DISPLAY "Código: " FORNECEDOR-ID.
           DISPLAY "Nome: " NOME-FORNECEDOR.
           DISPLAY "Endereço: " ENDERECO-FORNECEDOR.
           DISPLAY "Telefone: " TELEFONE-FORNECEDOR.
           DISPLAY "E-mail: " EMAIL-FORNECEDOR.
           DISPLAY "Prazo de entrega (dias): " PRAZO-FORNECEDOR.

       UPDATE-FORNECEDOR.
           DISPLAY "Digite o código do fornecedor a ser atualizado: ".
           ACCEPT TEMP-ID.
           MOVE TEMP-ID TO FORNECEDOR-ID.
           READ FILE-FORNECEDORES
               INVALID KEY
                   MOVE 'N' TO RECORD-FOUND
                   DISPLAY "Fornecedor não encontrado!"
               NOT INVALID KEY MOVE 'S' TO RECORD-FOUND
           END-READ.
           IF RECORD-FOUND = 'S'
               PERFORM ACCEPT-FORNECEDOR-DATA
               IF TEMP-NOME = SPACES
                   DISPLAY "Nome não pode ficar em branco!"
               ELSE
                   PERFORM MOVE-FORNECEDOR-DATA
                   REWRITE RECORD-FORNECEDOR
                       INVALID KEY
                           DISPLAY "Erro ao atualizar fornecedor!"
                       NOT INVALID KEY
                           DISPLAY "Fornecedor atualizado!"
                   END-REWRITE
               END-IF
           END-IF.

       LIST-FORNECEDORES.
           MOVE ZERO TO LISTED-COUNT.
           MOVE 'N' TO EOF-SWITCH.
           MOVE ZERO TO FORNECEDOR-ID.
           START FILE-FORNECEDORES
               KEY IS NOT LESS THAN FORNECEDOR-ID
               INVALID KEY
                   DISPLAY "Nenhum fornecedor cadastrado!"
                   MOVE 'Y' TO EOF-SWITCH
           END-START.
           PERFORM READ-NEXT-FORNECEDOR UNTIL EOF-SWITCH = 'Y'.
           IF LISTED-COUNT > ZERO
               DISPLAY "FORNECEDORES LISTADOS: " LISTED-COUNT
           END-IF.

       READ-NEXT-FORNECEDOR.
           READ FILE-FORNECEDORES NEXT RECORD
               AT END MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   PERFORM SHOW-FORNECEDOR
                   ADD 1 TO LISTED-COUNT
           END-READ.

       QUIT-PARAGRAPH.
           CLOSE FILE-FORNECEDORES.
           STOP RUN.
