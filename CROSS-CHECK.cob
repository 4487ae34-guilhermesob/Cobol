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
       FD FILE-PEDIDOS.
           COPY PEDIDOREC.

       FD FILE-LINHAS.
           COPY LINHAPEDREC.

       FD FILE-CLIENTES.
           COPY CLIENTEREC.


       WORKING-STORAGE SECTION.
       01 PEDIDOS-STATUS    PIC XX.
       01 LINHAS-STATUS     PIC XX.
       01 CLIENTES-STATUS   PIC XX.
       01 DADOS-STATUS      PIC XX.
       01 PRODUTOS-STATUS   PIC XX.
       01 PAGE-COUNT        PIC 9(3) VALUE ZERO.
       01 LINES-PER-PAGE    PIC 9(3) VALUE 50.
       01 TOTAL-PEDIDOS     PIC 9(6) VALUE ZERO.
       01 TOTAL-LINHAS      PIC 9(6) VALUE ZERO.
       01 TOTAL-CLIENTES    PIC 9(6) VALUE ZERO.
       01 TOTAL-DADOS       PIC 9(6) VALUE ZERO.
       01 TOTAL-EXCEPTIONS  PIC 9(6) VALUE ZERO.
       01 EXCEPTION-LINE.
           05 EXC-ARQUIVO     PIC X(12).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 EXC-CHAVE       PIC X(9).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 EXC-CODE        PIC 9(2).
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 EXC-MOTIVO      PIC X(30).
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-HEADINGS.
           PERFORM SCAN-PEDIDOS.
           PERFORM SCAN-LINHAS.
           PERFORM SCAN-CLIENTES.
           PERFORM SCAN-DADOS-NOMES.
           PERFORM WRITE-TOTAL-LINES.
           PERFORM CLOSE-ALL-FILES.
           DISPLAY "===== VERIFICAÇÃO CRUZADA =====".
           DISPLAY "PEDIDOS EXAMINADOS : " TOTAL-PEDIDOS.
           DISPLAY "ITENS EXAMINADOS   : " TOTAL-LINHAS.
           DISPLAY "CLIENTES EXAMINADOS: " TOTAL-CLIENTES.
           DISPLAY "PESSOAS EXAMINADAS : " TOTAL-DADOS.
           DISPLAY "EXCEÇÕES APONTADAS : " TOTAL-EXCEPTIONS.
               CLOSE FILE-PEDIDOS
               OPEN INPUT FILE-PEDIDOS
           END-IF.
           OPEN INPUT FILE-LINHAS.
           IF LINHAS-STATUS = "35"
               OPEN OUTPUT FILE-LINHAS
               CLOSE FILE-LINHAS
               OPEN INPUT FILE-LINHAS
           END-IF.
           OPEN INPUT FILE-CLIENTES.
           IF CLIENTES-STATUS = "35"
               OPEN OUTPUT FILE-CLIENTES

       CLOSE-ALL-FILES.
           CLOSE FILE-PEDIDOS.
           CLOSE FILE-LINHAS.
           CLOSE FILE-CLIENTES.
           CLOSE FILE-DADOS.
           CLOSE FILE-PRODUTOS.
               MOVE "CLIENTE DO PEDIDO INEXISTENTE" TO EXC-MOTIVO
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF PEDIDO-VENDEDOR-ID NOT = ZERO
               MOVE PEDIDO-VENDEDOR-ID TO ID-NUMBER
               READ FILE-DADOS
                   INVALID KEY MOVE 'N' TO LOOKUP-FOUND
                   NOT INVALID KEY MOVE 'S' TO LOOKUP-FOUND
               END-READ
               IF LOOKUP-FOUND = 'N'
                   MOVE "pedidos.txt" TO EXC-ARQUIVO
                   MOVE PEDIDO-ID TO EXC-CHAVE
                   MOVE 11 TO EXC-CODE
                   MOVE "VENDEDOR DO PEDIDO INEXISTENTE" TO EXC-MOTIVO
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

       SCAN-LINHAS.
           MOVE 'N' TO EOF-SWITCH.
           MOVE LOW-VALUES TO LINHA-CHAVE.
           START FILE-LINHAS KEY IS NOT LESS THAN LINHA-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-SWITCH
           END-START.
           PERFORM CHECK-ONE-LINHA UNTIL EOF-SWITCH = 'Y'.

       CHECK-ONE-LINHA.
           READ FILE-LINHAS NEXT RECORD
               AT END MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO TOTAL-LINHAS
                   PERFORM CHECK-LINHA-RULES
           END-READ.

       CHECK-LINHA-RULES.
           MOVE LINHA-PEDIDO-ID TO PEDIDO-ID.
           READ FILE-PEDIDOS
               INVALID KEY MOVE 'N' TO LOOKUP-FOUND
               NOT INVALID KEY MOVE 'S' TO LOOKUP-FOUND
           END-READ.
           IF LOOKUP-FOUND = 'N'
               MOVE "pedidoitens" TO EXC-ARQUIVO
               MOVE LINHA-CHAVE TO EXC-CHAVE
               MOVE 10 TO EXC-CODE
               MOVE "ITEM SEM PEDIDO" TO EXC-MOTIVO
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF LINHA-PRODUTO-CODIGO NOT = ZERO
               MOVE LINHA-PRODUTO-CODIGO TO PRODUTO-CODIGO
               READ FILE-PRODUTOS
                   INVALID KEY MOVE 'N' TO LOOKUP-FOUND
                   NOT INVALID KEY MOVE 'S' TO LOOKUP-FOUND
               END-READ
               IF LOOKUP-FOUND = 'N'
                   MOVE "pedidoitens" TO EXC-ARQUIVO
                   MOVE LINHA-CHAVE TO EXC-CHAVE
                   MOVE 06 TO EXC-CODE
                   MOVE "PRODUTO DO PEDIDO INEXISTENTE"
                       TO EXC-MOTIVO

       WRITE-TOTAL-LINES.
           COMPUTE TOTAL-EXAMINADOS =
               TOTAL-PEDIDOS + TOTAL-LINHAS + TOTAL-CLIENTES
               + TOTAL-DADOS.
           MOVE TOTAL-EXAMINADOS TO TOT-EXAMINADOS-OUT.
           WRITE REPORT-LINE FROM TOTAL-LINE-1.
           MOVE TOTAL-EXCEPTIONS TO TOT-EXCECOES-OUT.
