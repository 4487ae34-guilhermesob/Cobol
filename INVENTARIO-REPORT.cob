       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTARIO-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-INVENTARIO ASSIGN TO "inventario.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-PRODUTO-CODIGO
               FILE STATUS IS INVENTARIO-STATUS.
           SELECT INVCTL-FILE ASSIGN TO "invctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVCTL-STATUS.
           SELECT FILE-PRODUTOS ASSIGN TO "produtos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUTO-CODIGO
               FILE STATUS IS PRODUTOS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "inventdif.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-INVENTARIO.
           COPY INVENTARIOREC.

       FD INVCTL-FILE.
           COPY INVCTLREC.

       FD FILE-PRODUTOS.
           COPY PRODUTOREC.

       FD REPORT-FILE.
       01 REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01 INVENTARIO-STATUS PIC XX.
       01 INVCTL-STATUS     PIC XX.
       01 PRODUTOS-STATUS   PIC XX.
       01 EOF-SWITCH        PIC X VALUE 'N'.
       01 CONTROL-OK        PIC X VALUE 'N'.
       01 LINE-COUNT        PIC 9(3) VALUE ZERO.
       01 PAGE-COUNT        PIC 9(3) VALUE ZERO.
       01 LINES-PER-PAGE    PIC 9(3) VALUE 50.
       01 TODAY-DATE        PIC 9(8) VALUE ZERO.
       01 TOLERANCIA-PCT    PIC 9(3)V99 VALUE ZERO.
       01 DIFERENCA         PIC S9(6) VALUE ZERO.
       01 DIFERENCA-ABS     PIC 9(6) VALUE ZERO.
       01 MOVIMENTO         PIC S9(6) VALUE ZERO.
       01 VALOR-DIFERENCA   PIC S9(13)V99 VALUE ZERO.
       01 LIMITE-TOLERANCIA PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-ITENS       PIC 9(5) VALUE ZERO.
       01 TOTAL-CONTADOS    PIC 9(5) VALUE ZERO.
       01 TOTAL-PENDENTES   PIC 9(5) VALUE ZERO.
       01 TOTAL-DIVERGENTES PIC 9(5) VALUE ZERO.
       01 TOTAL-FORA-TOL    PIC 9(5) VALUE ZERO.
       01 TOTAL-FALTA       PIC S9(13)V99 VALUE ZERO.
       01 TOTAL-SOBRA       PIC S9(13)V99 VALUE ZERO.
       01 TOTAL-LIQUIDO     PIC S9(13)V99 VALUE ZERO.

       01 HEADING-LINE-1.
           05 FILLER          PIC X(40)
               VALUE "INVENTARIO FISICO - DIVERGENCIAS".
           05 FILLER          PIC X(10) VALUE "PAGINA:".
           05 HDG-PAGE-NUMBER PIC ZZ9.

       01 HEADING-LINE-2.
           05 FILLER          PIC X(14) VALUE "CONGELADO EM: ".
           05 HDG-CONGELAMENTO PIC 9(8).
           05 FILLER          PIC X(12) VALUE "  PRODUTOS: ".
           05 HDG-INICIAL     PIC 9(5).
           05 FILLER          PIC X(3)  VALUE " A ".
           05 HDG-FINAL       PIC 9(5).
           05 FILLER          PIC X(16) VALUE "  TOLERANCIA %: ".
           05 HDG-TOLERANCIA  PIC ZZ9.99.
           05 FILLER          PIC X(13) VALUE "  EMITIDO EM ".
           05 HDG-TODAY       PIC 9(8).

       01 HEADING-LINE-3.
           05 FILLER          PIC X(8)  VALUE "CODIGO".
           05 FILLER          PIC X(32) VALUE "DESCRICAO".
           05 FILLER          PIC X(8)  VALUE " CONGEL.".
           05 FILLER          PIC X(8)  VALUE " CONTADO".
           05 FILLER          PIC X(9)  VALUE "     DIF.".
           05 FILLER          PIC X(12) VALUE "       PRECO".
           05 FILLER          PIC X(18) VALUE "      VALOR DIF.".
           05 FILLER          PIC X(9)  VALUE "  MOVIM.".
           05 FILLER          PIC X(10) VALUE " SITUACAO".

       01 DETAIL-LINE.
           05 DET-CODIGO      PIC ZZZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 DET-DESCRICAO   PIC X(30).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-CONGELADO   PIC ZZZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 DET-CONTADO     PIC ZZZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-DIFERENCA   PIC ZZZZZ9-.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-PRECO       PIC Z(6)9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-VALOR       PIC Z(12)9.99-.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-MOVIMENTO   PIC ZZZZZ9-.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-SITUACAO    PIC X(12).

       01 COUNT-LINE.
           05 CNT-LABEL       PIC X(30).
           05 CNT-VALUE       PIC ZZZZ9.

       01 VALUE-LINE.
           05 VAL-LABEL       PIC X(30).
           05 VAL-VALUE       PIC Z(12)9.99-.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-CONTROL-RECORD.
           IF CONTROL-OK NOT = 'S'
               DISPLAY "NENHUMA CONTAGEM DE INVENTARIO CONGELADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FILE-INVENTARIO.
           IF INVENTARIO-STATUS = "35"
               DISPLAY "INVENTARIO.TXT NÃO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-PRODUTOS-FILE
               OPEN OUTPUT REPORT-FILE
               PERFORM WRITE-HEADINGS
               PERFORM CHECK-ONE-ITEM UNTIL EOF-SWITCH = 'Y'
               PERFORM WRITE-TOTAL-LINES
               CLOSE REPORT-FILE
               CLOSE FILE-PRODUTOS
               CLOSE FILE-INVENTARIO
               DISPLAY "RELATÓRIO GERADO: inventdif.txt"
           END-IF.
           STOP RUN.

       LOAD-CONTROL-RECORD.
           OPEN INPUT INVCTL-FILE.
           IF INVCTL-STATUS NOT = "35"
               READ INVCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE 'S' TO CONTROL-OK
                       MOVE CTL-TOLERANCIA-PCT TO TOLERANCIA-PCT
                       MOVE CTL-DATA-CONGELAMENTO TO HDG-CONGELAMENTO
                       MOVE CTL-CODIGO-INICIAL TO HDG-INICIAL
                       MOVE CTL-CODIGO-FINAL TO HDG-FINAL
                       MOVE CTL-TOLERANCIA-PCT TO HDG-TOLERANCIA
                       IF CTL-POSTADO
                           DISPLAY "ATENCAO: CONTAGEM JA POSTADA EM "
                               CTL-DATA-POSTAGEM
                       END-IF
               END-READ
               CLOSE INVCTL-FILE
           END-IF.

       OPEN-PRODUTOS-FILE.
           OPEN INPUT FILE-PRODUTOS.
           IF PRODUTOS-STATUS = "35"
               OPEN OUTPUT FILE-PRODUTOS
               CLOSE FILE-PRODUTOS
               OPEN INPUT FILE-PRODUTOS
           END-IF.

       CHECK-ONE-ITEM.
           READ FILE-INVENTARIO
               AT END MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO TOTAL-ITENS
                   PERFORM WRITE-DETAIL-LINE
           END-READ.

       WRITE-DETAIL-LINE.
           MOVE INV-PRODUTO-CODIGO TO PRODUTO-CODIGO.
           READ FILE-PRODUTOS
               INVALID KEY
                   MOVE "*** PRODUTO NAO CADASTRADO ***"
                       TO DESCRICAO-PRODUTO
                   MOVE ZERO TO PRECO-PRODUTO
                   MOVE INV-ESTOQUE-CONGELADO TO ESTOQUE-PRODUTO
           END-READ.
           COMPUTE MOVIMENTO =
               ESTOQUE-PRODUTO - INV-ESTOQUE-CONGELADO.
           IF INV-JA-CONTADO
               ADD 1 TO TOTAL-CONTADOS
               COMPUTE DIFERENCA =
                   INV-QTDE-CONTADA - INV-ESTOQUE-CONGELADO
               COMPUTE VALOR-DIFERENCA = DIFERENCA * PRECO-PRODUTO
               PERFORM SET-SITUACAO
               MOVE INV-QTDE-CONTADA TO DET-CONTADO
           ELSE
               ADD 1 TO TOTAL-PENDENTES
               MOVE ZERO TO DIFERENCA
               MOVE ZERO TO VALOR-DIFERENCA
               MOVE ZERO TO DET-CONTADO
               MOVE "NAO CONTADO" TO DET-SITUACAO
           END-IF.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM WRITE-HEADINGS
           END-IF.
           MOVE INV-PRODUTO-CODIGO TO DET-CODIGO.
           MOVE DESCRICAO-PRODUTO TO DET-DESCRICAO.
           MOVE INV-ESTOQUE-CONGELADO TO DET-CONGELADO.
           MOVE DIFERENCA TO DET-DIFERENCA.
           MOVE PRECO-PRODUTO TO DET-PRECO.
           MOVE VALOR-DIFERENCA TO DET-VALOR.
           MOVE MOVIMENTO TO DET-MOVIMENTO.
           WRITE REPORT-LINE FROM DETAIL-LINE.
           ADD 1 TO LINE-COUNT.

       SET-SITUACAO.
           MOVE SPACES TO DET-SITUACAO.
           IF DIFERENCA NOT = ZERO
               ADD 1 TO TOTAL-DIVERGENTES
               IF DIFERENCA < ZERO
                   ADD VALOR-DIFERENCA TO TOTAL-FALTA
                   COMPUTE DIFERENCA-ABS = ZERO - DIFERENCA
               ELSE
                   ADD VALOR-DIFERENCA TO TOTAL-SOBRA
                   MOVE DIFERENCA TO DIFERENCA-ABS
               END-IF
               ADD VALOR-DIFERENCA TO TOTAL-LIQUIDO
               COMPUTE LIMITE-TOLERANCIA =
                   INV-ESTOQUE-CONGELADO * TOLERANCIA-PCT / 100
               IF DIFERENCA-ABS > LIMITE-TOLERANCIA
                   MOVE "*FORA TOL.*" TO DET-SITUACAO
                   ADD 1 TO TOTAL-FORA-TOL
               END-IF
           END-IF.

       WRITE-HEADINGS.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HDG-PAGE-NUMBER.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE TODAY-DATE TO HDG-TODAY.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           WRITE REPORT-LINE FROM HEADING-LINE-3.
           MOVE ZERO TO LINE-COUNT.

       WRITE-TOTAL-LINES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PRODUTOS CONGELADOS:" TO CNT-LABEL.
           MOVE TOTAL-ITENS TO CNT-VALUE.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "PRODUTOS CONTADOS:" TO CNT-LABEL.
           MOVE TOTAL-CONTADOS TO CNT-VALUE.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "PRODUTOS NAO CONTADOS:" TO CNT-LABEL.
           MOVE TOTAL-PENDENTES TO CNT-VALUE.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "PRODUTOS COM DIVERGENCIA:" TO CNT-LABEL.
           MOVE TOTAL-DIVERGENTES TO CNT-VALUE.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "FORA DA TOLERANCIA:" TO CNT-LABEL.
           MOVE TOTAL-FORA-TOL TO CNT-VALUE.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "VALOR DAS FALTAS:" TO VAL-LABEL.
           MOVE TOTAL-FALTA TO VAL-VALUE.
           WRITE REPORT-LINE FROM VALUE-LINE.
           MOVE "VALOR DAS SOBRAS:" TO VAL-LABEL.
           MOVE TOTAL-SOBRA TO VAL-VALUE.
           WRITE REPORT-LINE FROM VALUE-LINE.
           MOVE "DIFERENCA LIQUIDA:" TO VAL-LABEL.
           MOVE TOTAL-LIQUIDO TO VAL-VALUE.
           WRITE REPORT-LINE FROM VALUE-LINE.
