               10 TEMP-ENDERECO-2  PIC X(50).
           05 TEMP-TELEFONE        PIC X(15).
           05 TEMP-EMAIL           PIC X(50).
           05 TEMP-LIMITE          PIC 9(9)V99.
           05 TEMP-BLOQUEIO        PIC X.
       01 LIMITE-EDITADO       PIC Z(8)9.99.

       SCREEN SECTION.
       01 CREATE-CLIENT-PANEL.
           05 PNL-UPD-CONF LINE 14 COLUMN 20 PIC X
               USING CONFIRM-FLAG.

       01 CREDIT-CLIENT-PANEL.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 10 VALUE "CREDITO DO CLIENTE".
           05 LINE 3 COLUMN 3 VALUE "ID:".
           05 PNL-CRD-ID LINE 3 COLUMN 13 PIC 9(5)
               FROM TEMP-CUSTOMER-ID.
           05 LINE 5 COLUMN 3 VALUE "NOME:".
           05 PNL-CRD-NOME LINE 5 COLUMN 13 PIC X(50)
               FROM TEMP-NOME.
           05 LINE 7 COLUMN 3 VALUE "LIMITE:".
           05 PNL-CRD-LIMITE LINE 7 COLUMN 13 PIC Z(8)9.99
               USING TEMP-LIMITE.
           05 LINE 8 COLUMN 3 VALUE "(ZERO = SEM LIMITE)".
           05 LINE 10 COLUMN 3 VALUE "BLOQUEADO (S/N):".
           05 PNL-CRD-BLOQ LINE 10 COLUMN 20 PIC X
               USING TEMP-BLOQUEIO.
           05 LINE 14 COLUMN 3 VALUE "CONFIRMA (S/N):".
           05 PNL-CRD-CONF LINE 14 COLUMN 20 PIC X
               USING CONFIRM-FLAG.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM OPERATOR-SIGNON.
           END-IF.

       PROCESS-COMMAND.
           DISPLAY "Escolha uma operação (C/R/U/D/K/Q): ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 'C'
                   ELSE
                       PERFORM DELETE-CUSTOMER
                   END-IF
               WHEN 'K'
                   IF NIVEL-ATUAL < 3
                       DISPLAY "Somente supervisores alteram crédito!"
                   ELSE
                       PERFORM CREDIT-CUSTOMER
                   END-IF
               WHEN 'Q' CONTINUE
               WHEN OTHER DISPLAY "Comando inválido!" END-EVALUATE.

               MOVE TEMP-ENDERECO TO ENDERECO-CLIENTE
               MOVE TEMP-TELEFONE TO TELEFONE-CLIENTE
               MOVE TEMP-EMAIL TO EMAIL-CLIENTE
               MOVE ZERO TO LIMITE-CREDITO
               MOVE 'N' TO BLOQUEIO-CLIENTE
               WRITE RECORD-CLIENTE
                   INVALID KEY DISPLAY "ID já existe!"
                   NOT INVALID KEY
                   DISPLAY "Endereço: " ENDERECO-CLIENTE
                   DISPLAY "Telefone: " TELEFONE-CLIENTE
                   DISPLAY "E-mail: " EMAIL-CLIENTE
                   PERFORM SHOW-CUSTOMER-CREDIT
           END-READ.

       SHOW-CUSTOMER-CREDIT.
           IF LIMITE-CREDITO NUMERIC AND LIMITE-CREDITO > ZERO
               MOVE LIMITE-CREDITO TO LIMITE-EDITADO
               DISPLAY "Limite de crédito: " LIMITE-EDITADO
           ELSE
               DISPLAY "Limite de crédito: SEM LIMITE"
           END-IF.
           IF CLIENTE-BLOQUEADO
               DISPLAY "Situação de crédito: BLOQUEADO"
           ELSE
               DISPLAY "Situação de crédito: LIBERADO"
           END-IF.

       UPDATE-CUSTOMER.
           DISPLAY "Digite o ID do cliente a ser atualizado: ".
           ACCEPT TEMP-CUSTOMER-ID.
               NOT INVALID KEY DISPLAY "Cliente atualizado!"
           END-REWRITE.

       CREDIT-CUSTOMER.
           DISPLAY "Digite o ID do cliente: ".
           ACCEPT TEMP-CUSTOMER-ID.
           MOVE TEMP-CUSTOMER-ID TO CUSTOMER-ID.
           READ FILE-CLIENTES
               INVALID KEY
                   MOVE 'N' TO RECORD-FOUND
                   DISPLAY "Cliente não encontrado!"
               NOT INVALID KEY MOVE 'S' TO RECORD-FOUND
           END-READ.
           IF RECORD-FOUND = 'S'
               MOVE NOME-CLIENTE TO TEMP-NOME
               IF LIMITE-CREDITO NUMERIC
                   MOVE LIMITE-CREDITO TO TEMP-LIMITE
               ELSE
                   MOVE ZERO TO TEMP-LIMITE
               END-IF
               IF CLIENTE-BLOQUEADO
                   MOVE 'S' TO TEMP-BLOQUEIO
               ELSE
                   MOVE 'N' TO TEMP-BLOQUEIO
               END-IF
               MOVE 'N' TO CONFIRM-FLAG
               DISPLAY CREDIT-CLIENT-PANEL
               ACCEPT CREDIT-CLIENT-PANEL
               IF CONFIRM-FLAG NOT = 'S'
                   DISPLAY "Operação cancelada!"
               ELSE
                   IF TEMP-BLOQUEIO NOT = 'S'
                       AND TEMP-BLOQUEIO NOT = 'N'
                       DISPLAY "Bloqueio inválido, use S ou N!"
                   ELSE
                       PERFORM CREDIT-CUSTOMER-WRITE
                   END-IF
               END-IF
           END-IF.

       CREDIT-CUSTOMER-WRITE.
           MOVE TEMP-LIMITE TO LIMITE-CREDITO.
           MOVE TEMP-BLOQUEIO TO BLOQUEIO-CLIENTE.
           REWRITE RECORD-CLIENTE
               INVALID KEY DISPLAY "Erro ao atualizar crédito!"
               NOT INVALID KEY DISPLAY "Crédito atualizado!"
           END-REWRITE.

       DELETE-CUSTOMER.
           DISPLAY "Digite o ID do cliente a ser excluído: ".
           ACCEPT TEMP-CUSTOMER-ID.
               AT END MOVE 'Y' TO PEDIDOS-EOF
               NOT AT END
                   IF PEDIDO-CLIENTE-ID = TEMP-CUSTOMER-ID
                       IF PEDIDO-ABERTO OR PEDIDO-PARCIAL
                           MOVE 'S' TO OPEN-ORDER-FOUND
                           MOVE 'Y' TO PEDIDOS-EOF
                       END-IF
