       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDIDO-CONVERTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-ANTIGO ASSIGN TO "pedidosant.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-PEDIDO-ID
               ALTERNATE RECORD KEY IS ANT-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS ANTIGO-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD FILE-ANTIGO.
       01 RECORD-ANTIGO.
           05 ANT-PEDIDO-ID        PIC 9(6).
           05 ANT-CLIENTE-ID       PIC 9(5).
           05 ANT-DESCRICAO        PIC X(50).
           05 ANT-QUANTIDADE       PIC 9(4).
           05 ANT-VALOR            PIC 9(7)V99.
           05 ANT-DATA             PIC 9(8).
           05 ANT-STATUS           PIC X.
           05 ANT-FATURADO         PIC X.
           05 ANT-FATURA-NUM       PIC 9(6).
           05 ANT-PRODUTO-CODIGO   PIC 9(5).

       FD FILE-PEDIDOS.
           COPY PEDIDOREC.

       FD FILE-LINHAS.
           COPY LINHAPEDREC.

       WORKING-STORAGE SECTION.
       01 ANTIGO-STATUS       PIC XX.
       01 PEDIDOS-STATUS      PIC XX.
       01 LINHAS-STATUS       PIC XX.
       01 EOF-SWITCH          PIC X VALUE 'N'.
       01 DESTINO-VAZIO       PIC X VALUE 'S'.
       01 LIDOS-COUNT         PIC 9(6) VALUE ZERO.
       01 CONVERTIDOS-COUNT   PIC 9(6) VALUE ZERO.
       01 ERROS-COUNT         PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN INPUT FILE-ANTIGO.
           IF ANTIGO-STATUS = "35"
               DISPLAY "PEDIDOSANT.TXT NÃO ENCONTRADO, RENOMEIE O "
                   "PEDIDOS.TXT ANTIGO PARA PEDIDOSANT.TXT"
           ELSE
               PERFORM OPEN-PEDIDOS-FILE
               PERFORM OPEN-LINHAS-FILE
               PERFORM CHECK-DESTINO-VAZIO
               IF DESTINO-VAZIO = 'N'
                   DISPLAY "PEDIDOS.TXT OU PEDIDOITENS.TXT JÁ "
                       "POSSUEM REGISTROS, CONVERSÃO NÃO EXECUTADA"
               ELSE
                   PERFORM CONVERT-NEXT-PEDIDO UNTIL EOF-SWITCH = 'Y'
               END-IF
               CLOSE FILE-ANTIGO
               CLOSE FILE-PEDIDOS
               CLOSE FILE-LINHAS
               DISPLAY "===== CONVERSÃO DE PEDIDOS ====="
               DISPLAY "PEDIDOS LIDOS      : " LIDOS-COUNT
               DISPLAY "PEDIDOS CONVERTIDOS: " CONVERTIDOS-COUNT
               DISPLAY "ERROS DE GRAVAÇÃO  : " ERROS-COUNT
           END-IF.
           STOP RUN.

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

       CHECK-DESTINO-VAZIO.
           MOVE ZERO TO PEDIDO-ID.
           START FILE-PEDIDOS KEY IS NOT LESS THAN PEDIDO-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'N' TO DESTINO-VAZIO
           END-START.
           MOVE LOW-VALUES TO LINHA-CHAVE.
           START FILE-LINHAS KEY IS NOT LESS THAN LINHA-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'N' TO DESTINO-VAZIO
           END-START.

       CONVERT-NEXT-PEDIDO.
           READ FILE-ANTIGO NEXT RECORD
               AT END MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO LIDOS-COUNT
                   PERFORM WRITE-PEDIDO-HEADER
           END-READ.

       WRITE-PEDIDO-HEADER.
           MOVE ANT-PEDIDO-ID TO PEDIDO-ID.
           MOVE ANT-CLIENTE-ID TO PEDIDO-CLIENTE-ID.
           MOVE ANT-DATA TO DATA-PEDIDO.
           MOVE ANT-STATUS TO STATUS-PEDIDO.
           MOVE ANT-FATURADO TO PEDIDO-FATURADO.
           MOVE ANT-FATURA-NUM TO PEDIDO-FATURA-NUM.
           MOVE 1 TO PEDIDO-ULTIMA-LINHA.
           MOVE ZERO TO PEDIDO-VENDEDOR-ID.
           WRITE RECORD-PEDIDO
               INVALID KEY
                   ADD 1 TO ERROS-COUNT
                   DISPLAY "ERRO AO GRAVAR PEDIDO: " ANT-PEDIDO-ID
               NOT INVALID KEY
                   PERFORM WRITE-PEDIDO-LINHA
           END-WRITE.

       WRITE-PEDIDO-LINHA.
           MOVE ANT-PEDIDO-ID TO LINHA-PEDIDO-ID.
           MOVE 1 TO LINHA-NUMERO.
           IF ANT-PRODUTO-CODIGO NUMERIC
               MOVE ANT-PRODUTO-CODIGO TO LINHA-PRODUTO-CODIGO
           ELSE
               MOVE ZERO TO LINHA-PRODUTO-CODIGO
           END-IF.
           MOVE ANT-DESCRICAO TO LINHA-DESCRICAO.
           MOVE ANT-QUANTIDADE TO LINHA-QUANTIDADE.
           MOVE ANT-VALOR TO LINHA-VALOR-UNITARIO.
           MOVE ANT-STATUS TO LINHA-STATUS.
           MOVE ZERO TO LINHA-DATA-ENTREGA.
           WRITE RECORD-LINHA-PEDIDO
               INVALID KEY
                   ADD 1 TO ERROS-COUNT
                   DISPLAY "ERRO AO GRAVAR ITEM DO PEDIDO: "
                       ANT-PEDIDO-ID
               NOT INVALID KEY
                   ADD 1 TO CONVERTIDOS-COUNT
           END-WRITE.
