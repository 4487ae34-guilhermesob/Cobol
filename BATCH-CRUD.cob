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
           SELECT AUDIT-FILE ASSIGN TO "audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
       FD FILE-CLIENTES.
           COPY CLIENTEREC.

       FD FILE-PEDIDOS.
           COPY PEDIDOREC.

       FD FILE-FATURAS.
           COPY FATURAREC.

       FD FILE-COMISSOES.
           COPY COMISSAOREC.

       FD AUDIT-FILE.
           COPY AUDITREC.

       01 CKPT-STATUS            PIC XX.
       01 CLIENTES-STATUS        PIC XX.
       01 AUDIT-STATUS           PIC XX.
       01 PEDIDOS-STATUS         PIC XX.
       01 FATURAS-STATUS         PIC XX.
       01 COMISSOES-STATUS       PIC XX.
       01 PEDIDOS-EOF            PIC X VALUE 'N'.
       01 PEDIDOS-ABERTOS        PIC 9(5) VALUE ZERO.
       01 COMISSOES-A-PAGAR      PIC 9(5) VALUE ZERO.
       01 EOF-SWITCH             PIC X VALUE 'N'.
       01 RECORD-FOUND           PIC X VALUE 'N'.
       01 CUSTOMER-LINKED        PIC X VALUE 'N'.
       01 MAX-AGE                PIC 9(3) VALUE 120.
       01 OLD-NAME               PIC X(30).
       01 OLD-AGE                PIC 9(3).
       01 OLD-COMISSAO           PIC 9(2)V99.
       01 LAST-SEQ-APPLIED       PIC 9(6) VALUE ZERO.
       01 CHECKPOINT-INTERVAL    PIC 9(3) VALUE 10.
       01 TRANS-SINCE-CHECKPOINT PIC 9(3) VALUE ZERO.
           OPEN INPUT TRANS-FILE.
           OPEN I-O FILE-NAME.
           PERFORM OPEN-CLIENTES-FILE.
           PERFORM OPEN-VENDAS-FILES.
           PERFORM OPEN-AUDIT-FILE.
           PERFORM PROCESS-TRANSACTION UNTIL EOF-SWITCH = 'Y'.
           PERFORM SAVE-CHECKPOINT.
           CLOSE TRANS-FILE.
           CLOSE FILE-NAME.
           CLOSE FILE-CLIENTES.
           CLOSE FILE-PEDIDOS.
           CLOSE FILE-FATURAS.
           CLOSE FILE-COMISSOES.
           CLOSE AUDIT-FILE.
           DISPLAY "TRANSAÇÕES APLICADAS: " TRANS-APPLIED-COUNT.
           DISPLAY "TRANSAÇÕES JÁ POSTADAS: " TRANS-SKIPPED-COUNT.
               OPEN INPUT FILE-CLIENTES
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

       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS = "35"
               MOVE TRANS-ID TO ID-NUMBER
               MOVE TRANS-NAME TO NAME
               MOVE TRANS-AGE TO AGE
               MOVE ZERO TO COMISSAO-PCT
               WRITE FILE-RECORD
                   INVALID KEY
                       DISPLAY "TRANS " TRANS-SEQ ": ID JÁ EXISTE"
                       MOVE ZERO TO AUD-AGE-BEFORE
                       MOVE TRANS-NAME TO AUD-NAME-AFTER
                       MOVE TRANS-AGE TO AUD-AGE-AFTER
                       MOVE ZERO TO AUD-COMISSAO-BEFORE
                       MOVE ZERO TO AUD-COMISSAO-AFTER
                       PERFORM APPEND-AUDIT-RECORD
               END-WRITE
           END-IF.
               ELSE
                   MOVE NAME TO OLD-NAME
                   MOVE AGE TO OLD-AGE
                   IF COMISSAO-PCT NOT NUMERIC
                       MOVE ZERO TO COMISSAO-PCT
                   END-IF
                   MOVE COMISSAO-PCT TO OLD-COMISSAO
                   MOVE TRANS-NAME TO NAME
                   MOVE TRANS-AGE TO AGE
                   REWRITE FILE-RECORD
                           MOVE OLD-AGE TO AUD-AGE-BEFORE
                           MOVE TRANS-NAME TO AUD-NAME-AFTER
                           MOVE TRANS-AGE TO AUD-AGE-AFTER
                           MOVE OLD-COMISSAO TO AUD-COMISSAO-BEFORE
                           MOVE OLD-COMISSAO TO AUD-COMISSAO-AFTER
                           PERFORM APPEND-AUDIT-RECORD
                   END-REWRITE
               END-IF
                   INVALID KEY MOVE 'N' TO CUSTOMER-LINKED
                   NOT INVALID KEY MOVE 'S' TO CUSTOMER-LINKED
               END-READ
               IF CUSTOMER-LINKED = 'N'
                   PERFORM CHECK-VENDEDOR-PENDENTE
               END-IF
               EVALUATE TRUE
                   WHEN CUSTOMER-LINKED = 'S'
                       DISPLAY "TRANS " TRANS-SEQ ": CLIENTE VINCULADO"
                   WHEN PEDIDOS-ABERTOS > ZERO
                       DISPLAY "TRANS " TRANS-SEQ
                           ": VENDEDOR COM PEDIDOS EM ABERTO"
                   WHEN COMISSOES-A-PAGAR > ZERO
                       DISPLAY "TRANS " TRANS-SEQ
                           ": VENDEDOR COM COMISSÃO A PAGAR"
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
                               DISPLAY "TRANS " TRANS-SEQ ": ERRO"
                           NOT INVALID KEY
                               MOVE 'DELETE' TO AUD-OPERATION
                               MOVE TRANS-ID TO AUD-ID-NUMBER
                               MOVE OLD-NAME TO AUD-NAME-BEFORE
                               MOVE OLD-AGE TO AUD-AGE-BEFORE
                               MOVE SPACES TO AUD-NAME-AFTER
                               MOVE ZERO TO AUD-AGE-AFTER
                               MOVE OLD-COMISSAO TO AUD-COMISSAO-BEFORE
                               MOVE ZERO TO AUD-COMISSAO-AFTER
                               PERFORM APPEND-AUDIT-RECORD
                       END-DELETE
               END-EVALUATE
           END-IF.

       CHECK-VENDEDOR-PENDENTE.
           MOVE ZERO TO PEDIDOS-ABERTOS.
           MOVE ZERO TO COMISSOES-A-PAGAR.
           MOVE 'N' TO PEDIDOS-EOF.
           MOVE ZERO TO PEDIDO-ID.
           START FILE-PEDIDOS KEY IS NOT LESS THAN PEDIDO-ID
               INVALID KEY MOVE 'Y' TO PEDIDOS-EOF
           END-START.
           PERFORM CHECK-NEXT-PEDIDO-VENDEDOR
               UNTIL PEDIDOS-EOF = 'Y'.

       CHECK-NEXT-PEDIDO-VENDEDOR.
           READ FILE-PEDIDOS NEXT RECORD
               AT END MOVE 'Y' TO PEDIDOS-EOF
               NOT AT END
                   IF PEDIDO-VENDEDOR-ID = TRANS-ID
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
