       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMISSAO-REPORT.

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
           SELECT FILE-DADOS ASSIGN TO "dados.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-NUMBER
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS DADOS-STATUS.
           SELECT FILE-CLIENTES ASSIGN TO "clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS CLIENTES-STATUS.
           SELECT FILE-COMISSOES ASSIGN TO "comissoes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COM-CHAVE
               FILE STATUS IS COMISSOES-STATUS.
           SELECT SORT-FILE ASSIGN TO "comissao.srt".
           SELECT REPORT-FILE ASSIGN TO "comissao.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-PEDIDOS.
           COPY PEDIDOREC.

       FD FILE-LINHAS.
           COPY LINHAPEDREC.

       FD FILE-FATURAS.
           COPY FATURAREC.

       FD FILE-CREDITOS.
           COPY CREDITOREC.

       FD FILE-DADOS.
           COPY DADOSREC.

       FD FILE-CLIENTES.
           COPY CLIENTEREC.

       FD FILE-COMISSOES.
           COPY COMISSAOREC.

       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-VENDEDOR-ID   PIC 9(5).
           05 SORT-CLIENTE-ID    PIC 9(5).
           05 SORT-PEDIDO-ID     PIC 9(6).
           05 SORT-SEQ           PIC 9(3).
           05 SORT-FATURA-NUM    PIC 9(6).
           05 SORT-DATA          PIC 9(8).
           05 SORT-TIPO          PIC X.
               88 SORT-ESTORNO      VALUE 'E'.
           05 SORT-BASE          PIC 9(11)V99.
           05 SORT-PCT           PIC 9(2)V99.
           05 SORT-VALOR         PIC 9(9)V99.

       FD REPORT-FILE.
       01 REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01 PEDIDOS-STATUS    PIC XX.
       01 LINHAS-STATUS     PIC XX.
       01 FATURAS-STATUS    PIC XX.
       01 CREDITOS-STATUS   PIC XX.
       01 DADOS-STATUS      PIC XX.
       01 CLIENTES-STATUS   PIC XX.
       01 COMISSOES-STATUS  PIC XX.
       01 EOF-SWITCH        PIC X VALUE 'N'.
       01 PEDIDOS-EOF       PIC X VALUE 'N'.
       01 LINHAS-EOF        PIC X VALUE 'N'.
       01 CREDITOS-EOF      PIC X VALUE 'N'.
       01 COMISSOES-EOF     PIC X VALUE 'N'.
       01 PERIODO-FECHADO   PIC X VALUE 'N'.
       01 PEDIDO-ELEGIVEL   PIC X VALUE 'N'.
       01 LEDGER-EXISTE     PIC X VALUE 'N'.
       01 FIRST-RECORD      PIC X VALUE 'S'.
       01 PREVIOUS-VENDEDOR PIC 9(5) VALUE ZERO.
       01 PREVIOUS-CLIENTE  PIC 9(5) VALUE ZERO.
       01 TODAY-DATE        PIC 9(8) VALUE ZERO.
       01 TODAY-SPLIT REDEFINES TODAY-DATE.
           05 TODAY-ANO-MES  PIC 9(6).
           05 FILLER         PIC 9(2).
       01 PERIODO-ENTRADA   PIC 9(6) VALUE ZERO.
       01 PERIODO-SPLIT REDEFINES PERIODO-ENTRADA.
           05 PERIODO-ANO    PIC 9(4).
           05 PERIODO-MES    PIC 9(2).
       01 ULTIMO-MES        PIC 9(6) VALUE ZERO.
       01 LINE-COUNT        PIC 9(3) VALUE ZERO.
       01 PAGE-COUNT        PIC 9(3) VALUE ZERO.
       01 LINES-PER-PAGE    PIC 9(3) VALUE 50.
       01 ITEM-VALOR        PIC 9(11)V99 VALUE ZERO.
       01 BASE-ATUAL        PIC S9(11)V99 VALUE ZERO.
       01 BASE-PAGA         PIC S9(11)V99 VALUE ZERO.
       01 BASE-DIFERENCA    PIC S9(11)V99 VALUE ZERO.
       01 COMISSAO-DEVIDA   PIC S9(9)V99 VALUE ZERO.
       01 COMISSAO-PAGA     PIC S9(9)V99 VALUE ZERO.
       01 COMISSAO-DIFERENCA PIC S9(9)V99 VALUE ZERO.
       01 TAXA-APLICADA     PIC 9(2)V99 VALUE ZERO.
       01 ULTIMA-SEQ        PIC 9(3) VALUE ZERO.
       01 VALOR-ASSINADO    PIC S9(9)V99 VALUE ZERO.
       01 PEDIDOS-LIDOS     PIC 9(6) VALUE ZERO.
       01 LANCAMENTOS-COUNT PIC 9(6) VALUE ZERO.
       01 ESTORNOS-COUNT    PIC 9(6) VALUE ZERO.
       01 SEM-VENDEDOR-COUNT PIC 9(6) VALUE ZERO.
       01 IMPRESSOS-COUNT   PIC 9(6) VALUE ZERO.
       01 CLIENTE-TOTAL     PIC S9(11)V99 VALUE ZERO.
       01 VENDEDOR-TOTAL    PIC S9(11)V99 VALUE ZERO.
       01 GRAND-TOTALS.
           05 GER-COMISSAO   PIC 9(11)V99 VALUE ZERO.
           05 GER-ESTORNO    PIC 9(11)V99 VALUE ZERO.
           05 GER-LIQUIDO    PIC S9(11)V99 VALUE ZERO.

       01 HEADING-LINE-1.
           05 FILLER          PIC X(35)
               VALUE "RELATORIO MENSAL DE COMISSOES".
           05 FILLER          PIC X(10) VALUE "PAGINA:".
           05 HDG-PAGE-NUMBER PIC ZZ9.

       01 HEADING-LINE-2.
           05 FILLER          PIC X(5)  VALUE "MES: ".
           05 HDG-MES         PIC 9(6).
           05 FILLER          PIC X(12) VALUE "   EMISSAO: ".
           05 HDG-TODAY       PIC 9(8).

       01 VENDEDOR-HEADING-LINE.
           05 FILLER          PIC X(9)  VALUE "VENDEDOR ".
           05 VHD-VENDEDOR-ID PIC ZZZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 VHD-NOME        PIC X(30).
           05 FILLER          PIC X(15) VALUE "  TAXA ATUAL: ".
           05 VHD-PCT         PIC Z9.99.

       01 CLIENTE-HEADING-LINE.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 FILLER          PIC X(8)  VALUE "CLIENTE ".
           05 CHD-CLIENTE-ID  PIC ZZZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CHD-NOME        PIC X(50).

       01 DETAIL-HEADING-LINE.
           05 FILLER          PIC X(8)  VALUE SPACES.
           05 FILLER          PIC X(8)  VALUE "PEDIDO".
           05 FILLER          PIC X(8)  VALUE "FATURA".
           05 FILLER          PIC X(10) VALUE "DATA".
           05 FILLER          PIC X(10) VALUE "TIPO".
           05 FILLER          PIC X(15) VALUE "           BASE".
           05 FILLER          PIC X(7)  VALUE "    PCT".
           05 FILLER          PIC X(15) VALUE "       COMISSAO".

       01 DETAIL-LINE.
           05 FILLER          PIC X(8)  VALUE SPACES.
           05 DET-PEDIDO      PIC ZZZZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-FATURA      PIC ZZZZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-DATA        PIC 9(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-TIPO        PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-BASE        PIC Z(10)9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-PCT         PIC Z9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-VALOR       PIC Z(8)9.99-.

       01 TOTAL-LINE.
           05 FILLER          PIC X(8)  VALUE SPACES.
           05 TOT-LABEL       PIC X(67).
           05 TOT-VALOR       PIC Z(10)9.99-.

       01 SUMMARY-LINE.
           05 SUM-LABEL       PIC X(30).
           05 SUM-VALOR       PIC Z(10)9.99-.

       01 COUNT-LINE.
           05 CNT-LABEL       PIC X(30).
           05 CNT-VALOR       PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "Digite o mês de pagamento (AAAAMM, 0 = atual): ".
           ACCEPT PERIODO-ENTRADA.
           IF PERIODO-ENTRADA = ZERO
               MOVE TODAY-ANO-MES TO PERIODO-ENTRADA
           END-IF.
           IF PERIODO-MES < 1 OR PERIODO-MES > 12
               OR PERIODO-ENTRADA > TODAY-ANO-MES
               DISPLAY "Período inválido!"
           ELSE
               PERFORM OPEN-INPUT-FILES
               PERFORM OPEN-COMISSOES-FILE
               PERFORM FIND-ULTIMO-MES
               IF PERIODO-ENTRADA < ULTIMO-MES
                   MOVE 'S' TO PERIODO-FECHADO
                   DISPLAY "Mês anterior ao último pagamento ("
                       ULTIMO-MES "), apenas reimpressão"
               ELSE
                   PERFORM GENERATE-COMISSOES
               END-IF
               OPEN OUTPUT REPORT-FILE
               SORT SORT-FILE
                   ON ASCENDING KEY SORT-VENDEDOR-ID
                   ON ASCENDING KEY SORT-CLIENTE-ID
                   ON ASCENDING KEY SORT-PEDIDO-ID
                   ON ASCENDING KEY SORT-SEQ
                   INPUT PROCEDURE IS RELEASE-COMISSOES
                   OUTPUT PROCEDURE IS PRINT-COMISSOES
               PERFORM WRITE-GRAND-TOTALS
               CLOSE REPORT-FILE
               CLOSE FILE-PEDIDOS
               CLOSE FILE-LINHAS
               CLOSE FILE-FATURAS
               CLOSE FILE-CREDITOS
               CLOSE FILE-DADOS
               CLOSE FILE-CLIENTES
               CLOSE FILE-COMISSOES
               DISPLAY "===== COMISSOES DO MES " PERIODO-ENTRADA
                   " ====="
               DISPLAY "PEDIDOS ANALISADOS   : " PEDIDOS-LIDOS
               DISPLAY "COMISSOES LANCADAS   : " LANCAMENTOS-COUNT
               DISPLAY "ESTORNOS LANCADOS    : " ESTORNOS-COUNT
               IF SEM-VENDEDOR-COUNT > ZERO
                   DISPLAY "VENDEDOR NAO CADASTR.: " SEM-VENDEDOR-COUNT
               END-IF
               DISPLAY "RELATÓRIO GERADO: comissao.txt"
           END-IF.
           STOP RUN.

       OPEN-INPUT-FILES.
           OPEN INPUT FILE-PEDIDOS.
           IF PEDIDOS-STATUS = "35"
               OPEN OUTPUT FILE-PEDIDOS
               CLOSE FILE-PEDIDOS
               OPEN INPUT FILE-PEDIDOS
           END-IF.
           OPEN INPUT FILE-LINHAS.
           IF LINHAS-STATUS = "35"
               OPEN OUTPUT FILE-LINHAS
               CLOSE FILE-LINHAS
               OPEN INPUT FILE-LINHAS
           END-IF.
           OPEN INPUT FILE-FATURAS.
           IF FATURAS-STATUS = "35"
               OPEN OUTPUT FILE-FATURAS
               CLOSE FILE-FATURAS
               OPEN INPUT FILE-FATURAS
           END-IF.
           OPEN INPUT FILE-CREDITOS.
           IF CREDITOS-STATUS = "35"
               OPEN OUTPUT FILE-CREDITOS
               CLOSE FILE-CREDITOS
               OPEN INPUT FILE-CREDITOS
           END-IF.
           OPEN INPUT FILE-DADOS.
           IF DADOS-STATUS = "35"
               OPEN OUTPUT FILE-DADOS
               CLOSE FILE-DADOS
               OPEN INPUT FILE-DADOS
           END-IF.
           OPEN INPUT FILE-CLIENTES.
           IF CLIENTES-STATUS = "35"
               OPEN OUTPUT FILE-CLIENTES
               CLOSE FILE-CLIENTES
               OPEN INPUT FILE-CLIENTES
           END-IF.

       OPEN-COMISSOES-FILE.
           OPEN I-O FILE-COMISSOES.
           IF COMISSOES-STATUS = "35"
               OPEN OUTPUT FILE-COMISSOES
               CLOSE FILE-COMISSOES
               OPEN I-O FILE-COMISSOES
           END-IF.

       FIND-ULTIMO-MES.
           MOVE ZERO TO ULTIMO-MES.
           MOVE 'N' TO COMISSOES-EOF.
           MOVE LOW-VALUES TO COM-CHAVE.
           START FILE-COMISSOES KEY IS NOT LESS THAN COM-CHAVE
               INVALID KEY MOVE 'Y' TO COMISSOES-EOF
           END-START.
           PERFORM CHECK-NEXT-COMISSAO-MES UNTIL COMISSOES-EOF = 'Y'.

       CHECK-NEXT-COMISSAO-MES.
           READ FILE-COMISSOES NEXT RECORD
               AT END MOVE 'Y' TO COMISSOES-EOF
               NOT AT END
                   IF COM-MES > ULTIMO-MES
                       MOVE COM-MES TO ULTIMO-MES
                   END-IF
           END-READ.

       GENERATE-COMISSOES.
           MOVE 'N' TO PEDIDOS-EOF.
           MOVE ZERO TO PEDIDO-ID.
           START FILE-PEDIDOS KEY IS NOT LESS THAN PEDIDO-ID
               INVALID KEY MOVE 'Y' TO PEDIDOS-EOF
           END-START.
           PERFORM PROCESS-NEXT-PEDIDO UNTIL PEDIDOS-EOF = 'Y'.

       PROCESS-NEXT-PEDIDO.
           READ FILE-PEDIDOS NEXT RECORD
               AT END MOVE 'Y' TO PEDIDOS-EOF
               NOT AT END
                   IF PEDIDO-VENDEDOR-ID NOT = ZERO
                       ADD 1 TO PEDIDOS-LIDOS
                       PERFORM PROCESS-PEDIDO-COMISSAO
                   END-IF
           END-READ.

       PROCESS-PEDIDO-COMISSAO.
           MOVE 'N' TO PEDIDO-ELEGIVEL.
           MOVE ZERO TO BASE-ATUAL.
           IF PEDIDO-CANCELADO
               MOVE 'S' TO PEDIDO-ELEGIVEL
           ELSE
               IF PEDIDO-JA-FATURADO
                   MOVE PEDIDO-FATURA-NUM TO FATURA-NUMERO
                   READ FILE-FATURAS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF FATURA-QUITADA
                               MOVE 'S' TO PEDIDO-ELEGIVEL
                               PERFORM COMPUTE-BASE-PEDIDO
                           END-IF
                   END-READ
               END-IF
           END-IF.
           IF PEDIDO-ELEGIVEL = 'S'
               PERFORM LOAD-LEDGER-PEDIDO
               PERFORM SET-TAXA-APLICADA
               IF LEDGER-EXISTE = 'S' OR BASE-ATUAL > ZERO
                   PERFORM POST-COMISSAO-DIFERENCA
               END-IF
           END-IF.

       COMPUTE-BASE-PEDIDO.
           MOVE 'N' TO LINHAS-EOF.
           MOVE PEDIDO-ID TO LINHA-PEDIDO-ID.
           MOVE ZERO TO LINHA-NUMERO.
           START FILE-LINHAS KEY IS NOT LESS THAN LINHA-CHAVE
               INVALID KEY MOVE 'Y' TO LINHAS-EOF
           END-START.
           PERFORM ADD-NEXT-LINHA UNTIL LINHAS-EOF = 'Y'.
           MOVE 'N' TO CREDITOS-EOF.
           MOVE PEDIDO-ID TO CREDITO-PEDIDO-ID.
           START FILE-CREDITOS KEY IS EQUAL TO CREDITO-PEDIDO-ID
               INVALID KEY MOVE 'Y' TO CREDITOS-EOF
           END-START.
           PERFORM SUBTRACT-NEXT-CREDITO UNTIL CREDITOS-EOF = 'Y'.
           IF BASE-ATUAL < ZERO
               MOVE ZERO TO BASE-ATUAL
           END-IF.

       ADD-NEXT-LINHA.
           READ FILE-LINHAS NEXT RECORD
               AT END MOVE 'Y' TO LINHAS-EOF
               NOT AT END
                   IF LINHA-PEDIDO-ID NOT = PEDIDO-ID
                       MOVE 'Y' TO LINHAS-EOF
                   ELSE
                       IF LINHA-ENTREGUE
                           COMPUTE ITEM-VALOR = LINHA-QUANTIDADE
                               * LINHA-VALOR-UNITARIO
                           ADD ITEM-VALOR TO BASE-ATUAL
                       END-IF
                   END-IF
           END-READ.

       SUBTRACT-NEXT-CREDITO.
           READ FILE-CREDITOS NEXT RECORD
               AT END MOVE 'Y' TO CREDITOS-EOF
               NOT AT END
                   IF CREDITO-PEDIDO-ID NOT = PEDIDO-ID
                       MOVE 'Y' TO CREDITOS-EOF
                   ELSE
                       SUBTRACT CREDITO-VALOR-TOTAL FROM BASE-ATUAL
                   END-IF
           END-READ.

       LOAD-LEDGER-PEDIDO.
           MOVE 'N' TO LEDGER-EXISTE.
           MOVE ZERO TO BASE-PAGA.
           MOVE ZERO TO COMISSAO-PAGA.
           MOVE ZERO TO ULTIMA-SEQ.
           MOVE ZERO TO TAXA-APLICADA.
           MOVE 'N' TO COMISSOES-EOF.
           MOVE PEDIDO-ID TO COM-PEDIDO-ID.
           MOVE ZERO TO COM-SEQ.
           START FILE-COMISSOES KEY IS NOT LESS THAN COM-CHAVE
               INVALID KEY MOVE 'Y' TO COMISSOES-EOF
           END-START.
           PERFORM ADD-NEXT-LEDGER-ENTRY UNTIL COMISSOES-EOF = 'Y'.

       ADD-NEXT-LEDGER-ENTRY.
           READ FILE-COMISSOES NEXT RECORD
               AT END MOVE 'Y' TO COMISSOES-EOF
               NOT AT END
                   IF COM-PEDIDO-ID NOT = PEDIDO-ID
                       MOVE 'Y' TO COMISSOES-EOF
                   ELSE
                       PERFORM ADD-LEDGER-ENTRY
                   END-IF
           END-READ.

       ADD-LEDGER-ENTRY.
           IF LEDGER-EXISTE = 'N'
               MOVE COM-PCT TO TAXA-APLICADA
               MOVE 'S' TO LEDGER-EXISTE
           END-IF.
           MOVE COM-SEQ TO ULTIMA-SEQ.
           IF COM-ESTORNO
               SUBTRACT COM-BASE FROM BASE-PAGA
               SUBTRACT COM-VALOR FROM COMISSAO-PAGA
           ELSE
               ADD COM-BASE TO BASE-PAGA
               ADD COM-VALOR TO COMISSAO-PAGA
           END-IF.

       SET-TAXA-APLICADA.
           IF LEDGER-EXISTE = 'N'
               MOVE PEDIDO-VENDEDOR-ID TO ID-NUMBER
               READ FILE-DADOS
                   INVALID KEY
                       MOVE ZERO TO TAXA-APLICADA
                       IF BASE-ATUAL > ZERO
                           ADD 1 TO SEM-VENDEDOR-COUNT
                           MOVE ZERO TO BASE-ATUAL
                       END-IF
                   NOT INVALID KEY
                       IF COMISSAO-PCT NUMERIC
                           MOVE COMISSAO-PCT TO TAXA-APLICADA
                       END-IF
               END-READ
           END-IF.

       POST-COMISSAO-DIFERENCA.
           COMPUTE COMISSAO-DEVIDA ROUNDED =
               BASE-ATUAL * TAXA-APLICADA / 100.
           COMPUTE COMISSAO-DIFERENCA = COMISSAO-DEVIDA - COMISSAO-PAGA.
           COMPUTE BASE-DIFERENCA = BASE-ATUAL - BASE-PAGA.
           IF COMISSAO-DIFERENCA NOT = ZERO
               MOVE PEDIDO-ID TO COM-PEDIDO-ID
               COMPUTE COM-SEQ = ULTIMA-SEQ + 1
               MOVE PEDIDO-VENDEDOR-ID TO COM-VENDEDOR-ID
               MOVE PEDIDO-CLIENTE-ID TO COM-CLIENTE-ID
               MOVE PEDIDO-FATURA-NUM TO COM-FATURA-NUM
               MOVE PERIODO-ENTRADA TO COM-MES
               MOVE TODAY-DATE TO COM-DATA
               MOVE TAXA-APLICADA TO COM-PCT
               IF COMISSAO-DIFERENCA > ZERO
                   MOVE 'C' TO COM-TIPO
               ELSE
                   MOVE 'E' TO COM-TIPO
               END-IF
               IF BASE-DIFERENCA < ZERO
                   COMPUTE COM-BASE = ZERO - BASE-DIFERENCA
               ELSE
                   MOVE BASE-DIFERENCA TO COM-BASE
               END-IF
               IF COMISSAO-DIFERENCA < ZERO
                   COMPUTE COM-VALOR = ZERO - COMISSAO-DIFERENCA
               ELSE
                   MOVE COMISSAO-DIFERENCA TO COM-VALOR
               END-IF
               WRITE RECORD-COMISSAO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR COMISSAO DO PEDIDO: "
                           PEDIDO-ID
                   NOT INVALID KEY
                       IF COM-ESTORNO
                           ADD 1 TO ESTORNOS-COUNT
                       ELSE
                           ADD 1 TO LANCAMENTOS-COUNT
                       END-IF
               END-WRITE
           END-IF.

       RELEASE-COMISSOES.
           MOVE 'N' TO COMISSOES-EOF.
           MOVE LOW-VALUES TO COM-CHAVE.
           START FILE-COMISSOES KEY IS NOT LESS THAN COM-CHAVE
               INVALID KEY MOVE 'Y' TO COMISSOES-EOF
           END-START.
           PERFORM RELEASE-NEXT-COMISSAO UNTIL COMISSOES-EOF = 'Y'.

       RELEASE-NEXT-COMISSAO.
           READ FILE-COMISSOES NEXT RECORD
               AT END MOVE 'Y' TO COMISSOES-EOF
               NOT AT END
                   IF COM-MES = PERIODO-ENTRADA
                       PERFORM RELEASE-COMISSAO-RECORD
                   END-IF
           END-READ.

       RELEASE-COMISSAO-RECORD.
           MOVE COM-VENDEDOR-ID TO SORT-VENDEDOR-ID.
           MOVE COM-CLIENTE-ID TO SORT-CLIENTE-ID.
           MOVE COM-PEDIDO-ID TO SORT-PEDIDO-ID.
           MOVE COM-SEQ TO SORT-SEQ.
           MOVE COM-FATURA-NUM TO SORT-FATURA-NUM.
           MOVE COM-DATA TO SORT-DATA.
           MOVE COM-TIPO TO SORT-TIPO.
           MOVE COM-BASE TO SORT-BASE.
           MOVE COM-PCT TO SORT-PCT.
           MOVE COM-VALOR TO SORT-VALOR.
           RELEASE SORT-RECORD.

       PRINT-COMISSOES.
           PERFORM WRITE-HEADINGS.
           PERFORM RETURN-SORT-RECORD.
           PERFORM PRINT-DETAIL-LINE UNTIL EOF-SWITCH = 'Y'.
           IF FIRST-RECORD = 'N'
               PERFORM WRITE-CLIENTE-SUBTOTAL
               PERFORM WRITE-VENDEDOR-SUBTOTAL
           END-IF.

       RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO EOF-SWITCH
           END-RETURN.

       PRINT-DETAIL-LINE.
           IF FIRST-RECORD = 'S'
               OR SORT-VENDEDOR-ID NOT = PREVIOUS-VENDEDOR
               IF FIRST-RECORD = 'N'
                   PERFORM WRITE-CLIENTE-SUBTOTAL
                   PERFORM WRITE-VENDEDOR-SUBTOTAL
               END-IF
               PERFORM WRITE-VENDEDOR-HEADING
               PERFORM WRITE-CLIENTE-HEADING
               MOVE SORT-VENDEDOR-ID TO PREVIOUS-VENDEDOR
               MOVE SORT-CLIENTE-ID TO PREVIOUS-CLIENTE
               MOVE 'N' TO FIRST-RECORD
           ELSE
               IF SORT-CLIENTE-ID NOT = PREVIOUS-CLIENTE
                   PERFORM WRITE-CLIENTE-SUBTOTAL
                   PERFORM WRITE-CLIENTE-HEADING
                   MOVE SORT-CLIENTE-ID TO PREVIOUS-CLIENTE
               END-IF
           END-IF.
           IF SORT-ESTORNO
               COMPUTE VALOR-ASSINADO = ZERO - SORT-VALOR
               ADD SORT-VALOR TO GER-ESTORNO
               MOVE "ESTORNO" TO DET-TIPO
           ELSE
               MOVE SORT-VALOR TO VALOR-ASSINADO
               ADD SORT-VALOR TO GER-COMISSAO
               MOVE "COMISSAO" TO DET-TIPO
           END-IF.
           ADD VALOR-ASSINADO TO CLIENTE-TOTAL.
           ADD VALOR-ASSINADO TO VENDEDOR-TOTAL.
           ADD VALOR-ASSINADO TO GER-LIQUIDO.
           ADD 1 TO IMPRESSOS-COUNT.
           PERFORM CHECK-PAGE-BREAK.
           MOVE SORT-PEDIDO-ID TO DET-PEDIDO.
           MOVE SORT-FATURA-NUM TO DET-FATURA.
           MOVE SORT-DATA TO DET-DATA.
           MOVE SORT-BASE TO DET-BASE.
           MOVE SORT-PCT TO DET-PCT.
           MOVE VALOR-ASSINADO TO DET-VALOR.
           WRITE REPORT-LINE FROM DETAIL-LINE.
           ADD 1 TO LINE-COUNT.
           PERFORM RETURN-SORT-RECORD.

       WRITE-VENDEDOR-HEADING.
           MOVE ZERO TO VENDEDOR-TOTAL.
           MOVE SORT-VENDEDOR-ID TO ID-NUMBER.
           READ FILE-DADOS
               INVALID KEY
                   MOVE "*** NAO CADASTRADO ***" TO NAME
                   MOVE ZERO TO COMISSAO-PCT
           END-READ.
           IF COMISSAO-PCT NOT NUMERIC
               MOVE ZERO TO COMISSAO-PCT
           END-IF.
           PERFORM CHECK-PAGE-BREAK.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           PERFORM CHECK-PAGE-BREAK.
           MOVE SORT-VENDEDOR-ID TO VHD-VENDEDOR-ID.
           MOVE NAME TO VHD-NOME.
           MOVE COMISSAO-PCT TO VHD-PCT.
           WRITE REPORT-LINE FROM VENDEDOR-HEADING-LINE.
           ADD 1 TO LINE-COUNT.

       WRITE-CLIENTE-HEADING.
           MOVE ZERO TO CLIENTE-TOTAL.
           MOVE SORT-CLIENTE-ID TO CUSTOMER-ID.
           READ FILE-CLIENTES
               INVALID KEY
                   MOVE "*** CLIENTE NAO CADASTRADO ***"
                       TO NOME-CLIENTE
           END-READ.
           PERFORM CHECK-PAGE-BREAK.
           MOVE SORT-CLIENTE-ID TO CHD-CLIENTE-ID.
           MOVE NOME-CLIENTE TO CHD-NOME.
           WRITE REPORT-LINE FROM CLIENTE-HEADING-LINE.
           ADD 1 TO LINE-COUNT.
           PERFORM CHECK-PAGE-BREAK.
           WRITE REPORT-LINE FROM DETAIL-HEADING-LINE.
           ADD 1 TO LINE-COUNT.

       WRITE-CLIENTE-SUBTOTAL.
           PERFORM CHECK-PAGE-BREAK.
           MOVE "SUBTOTAL CLIENTE" TO TOT-LABEL.
           MOVE CLIENTE-TOTAL TO TOT-VALOR.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           ADD 1 TO LINE-COUNT.

       WRITE-VENDEDOR-SUBTOTAL.
           PERFORM CHECK-PAGE-BREAK.
           MOVE "TOTAL A PAGAR AO VENDEDOR" TO TOT-LABEL.
           MOVE VENDEDOR-TOTAL TO TOT-VALOR.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           ADD 1 TO LINE-COUNT.

       WRITE-GRAND-TOTALS.
           PERFORM CHECK-PAGE-BREAK.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           PERFORM CHECK-PAGE-BREAK.
           MOVE "COMISSOES DO MES" TO SUM-LABEL.
           MOVE GER-COMISSAO TO SUM-VALOR.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           ADD 1 TO LINE-COUNT.
           PERFORM CHECK-PAGE-BREAK.
           MOVE "ESTORNOS DO MES" TO SUM-LABEL.
           COMPUTE SUM-VALOR = ZERO - GER-ESTORNO.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           ADD 1 TO LINE-COUNT.
           PERFORM CHECK-PAGE-BREAK.
           MOVE "TOTAL LIQUIDO A PAGAR" TO SUM-LABEL.
           MOVE GER-LIQUIDO TO SUM-VALOR.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           ADD 1 TO LINE-COUNT.
           PERFORM CHECK-PAGE-BREAK.
           MOVE "LANCAMENTOS IMPRESSOS" TO CNT-LABEL.
           MOVE IMPRESSOS-COUNT TO CNT-VALOR.
           WRITE REPORT-LINE FROM COUNT-LINE.
           ADD 1 TO LINE-COUNT.
           IF PERIODO-FECHADO = 'S'
               PERFORM CHECK-PAGE-BREAK
               MOVE "*** REIMPRESSAO ***" TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO LINE-COUNT
           END-IF.

       CHECK-PAGE-BREAK.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM WRITE-HEADINGS
           END-IF.

       WRITE-HEADINGS.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HDG-PAGE-NUMBER.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE PERIODO-ENTRADA TO HDG-MES.
           MOVE TODAY-DATE TO HDG-TODAY.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           MOVE ZERO TO LINE-COUNT.
