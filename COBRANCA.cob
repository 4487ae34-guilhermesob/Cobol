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

           05 FILLER            PIC X VALUE SPACE.
           05 JRN-DIAS          PIC 9(5).
           05 FILLER            PIC X VALUE SPACE.
           05 JRN-MOTIVO        PIC X(26).

       FD REPORT-FILE.
       01 REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01 PEDIDOS-STATUS    PIC XX.
       01 LINHAS-STATUS     PIC XX.
       01 LINHAS-EOF        PIC X VALUE 'N'.
       01 LINHAS-ENTREGUES  PIC 9(3) VALUE ZERO.
       01 CLIENTES-STATUS   PIC XX.
       01 PARAM-STATUS      PIC XX.
       01 JOURNAL-STATUS    PIC XX.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DET-VALOR       PIC Z(10)9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-SITUACAO    PIC X(26).

       01 TOTAL-LINE-1.
           05 FILLER          PIC X(21)
           PERFORM CONVERT-DATE-TO-DAYS.
           MOVE WORK-DAYS TO TODAY-DAYS.
           PERFORM OPEN-PEDIDOS-FILE.
           PERFORM OPEN-LINHAS-FILE.
           PERFORM OPEN-CLIENTES-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-HEADINGS.
           PERFORM WRITE-TOTAL-LINES.
           CLOSE REPORT-FILE.
           CLOSE FILE-PEDIDOS.
           CLOSE FILE-LINHAS.
           CLOSE FILE-CLIENTES.
           DISPLAY "===== COBRANÇA DE PEDIDOS =====".
           DISPLAY "PEDIDOS EM COBRANÇA: " AVISADOS-COUNT.
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
           READ FILE-PEDIDOS NEXT RECORD
               AT END MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF PEDIDO-ABERTO OR PEDIDO-PARCIAL
                       PERFORM CHECK-OPEN-PEDIDO
                   END-IF
           END-READ.
           MOVE PEDIDO-ID TO DET-PEDIDO-ID.
           MOVE DATA-PEDIDO TO DET-DATA.
           MOVE DIAS-ABERTO TO DET-DIAS.
           PERFORM SUM-OPEN-LINHAS.
           MOVE PEDIDO-VALOR TO DET-VALOR.
           IF DIAS-ABERTO > DIAS-CANCELA
               IF LINHAS-ENTREGUES > ZERO
                   MOVE "ITENS EM ABERTO CANCELADOS" TO DET-SITUACAO
               ELSE
                   MOVE "CANCELADO" TO DET-SITUACAO
               END-IF
           ELSE
               MOVE "EM ABERTO" TO DET-SITUACAO
           END-IF.
           WRITE REPORT-LINE FROM DETAIL-HEADING-LINE.
           ADD 1 TO LINE-COUNT.

       SUM-OPEN-LINHAS.
           MOVE ZERO TO PEDIDO-VALOR.
           MOVE ZERO TO LINHAS-ENTREGUES.
           PERFORM START-PEDIDO-LINHAS.
           PERFORM ADD-OPEN-LINHA UNTIL LINHAS-EOF = 'Y'.

       ADD-OPEN-LINHA.
           PERFORM READ-NEXT-LINHA.
           IF LINHAS-EOF = 'N' AND LINHA-ABERTA
               COMPUTE PEDIDO-VALOR = PEDIDO-VALOR
                   + LINHA-QUANTIDADE * LINHA-VALOR-UNITARIO
           END-IF.
           IF LINHAS-EOF = 'N' AND LINHA-ENTREGUE
               ADD 1 TO LINHAS-ENTREGUES
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

       CANCEL-STALE-PEDIDO.
           MOVE ZERO TO LINHAS-ENTREGUES.
           PERFORM START-PEDIDO-LINHAS.
           PERFORM CANCEL-OPEN-LINHA UNTIL LINHAS-EOF = 'Y'.
           IF LINHAS-ENTREGUES > ZERO
               MOVE 'E' TO STATUS-PEDIDO
           ELSE
               MOVE 'X' TO STATUS-PEDIDO
           END-IF.
           REWRITE RECORD-PEDIDO
               INVALID KEY
                   DISPLAY "ERRO AO CANCELAR PEDIDO: " PEDIDO-ID
                   PERFORM APPEND-JOURNAL-LINE
           END-REWRITE.

       CANCEL-OPEN-LINHA.
           PERFORM READ-NEXT-LINHA.
           IF LINHAS-EOF = 'N'
               IF LINHA-ABERTA
                   MOVE 'X' TO LINHA-STATUS
                   REWRITE RECORD-LINHA-PEDIDO
                       INVALID KEY
                           DISPLAY "ERRO AO CANCELAR ITEM: "
                               LINHA-PEDIDO-ID " " LINHA-NUMERO
                   END-REWRITE
               END-IF
               IF LINHA-ENTREGUE
                   ADD 1 TO LINHAS-ENTREGUES
               END-IF
           END-IF.

       APPEND-JOURNAL-LINE.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS = "35"
           MOVE PEDIDO-CLIENTE-ID TO JRN-CLIENTE-ID.
           MOVE DATA-PEDIDO TO JRN-DATA-PEDIDO.
           MOVE DIAS-ABERTO TO JRN-DIAS.
           IF PEDIDO-ENTREGUE
               MOVE "ITENS EM ABERTO CANCELADOS" TO JRN-MOTIVO
           ELSE
               MOVE "CANCELAMENTO AUTO" TO JRN-MOTIVO
           END-IF.
           WRITE JOURNAL-LINE.
           CLOSE JOURNAL-FILE.

