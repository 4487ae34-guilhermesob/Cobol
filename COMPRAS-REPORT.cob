       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRAS-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-COMPRAS ASSIGN TO "compras.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COMPRA-ID
               ALTERNATE RECORD KEY IS COMPRA-FORNECEDOR-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS COMPRA-PRODUTO-CODIGO
                   WITH DUPLICATES
               FILE STATUS IS COMPRAS-STATUS.
           SELECT FILE-FORNECEDORES ASSIGN TO "fornecedores.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORNECEDOR-ID
               FILE STATUS IS FORNECEDORES-STATUS.
           SELECT FILE-PRODUTOS ASSIGN TO "produtos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUTO-CODIGO
               FILE STATUS IS PRODUTOS-STATUS.
           SELECT SORT-FILE ASSIGN TO "compras.srt".
           SELECT REPORT-FILE ASSIGN TO "comprasabertas.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-COMPRAS.
           COPY COMPRAREC.

       FD FILE-FORNECEDORES.
           COPY FORNECEDORREC.

       FD FILE-PRODUTOS.
           COPY PRODUTOREC.

       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-COMPRA-ID      PIC 9(6).
           05 SORT-FORNECEDOR-ID  PIC 9(5).
           05 SORT-PRODUTO-CODIGO PIC 9(5).
           05 SORT-QTDE-PEDIDA    PIC 9(5).
           05 SORT-QTDE-RECEBIDA  PIC 9(5).
           05 SORT-CUSTO          PIC 9(7)V99.
           05 SORT-DATA           PIC 9(8).
           05 SORT-DATA-PREVISTA  PIC 9(8).
           05 SORT-STATUS         PIC X.
               88 SORT-COMPRA-EM-ABERTO VALUE 'A' 'P'.
           05 SORT-DATA-RECEBIMENTO PIC 9(8).

       FD REPORT-FILE.
       01 REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01 COMPRAS-STATUS      PIC XX.
       01 FORNECEDORES-STATUS PIC XX.
       01 PRODUTOS-STATUS     PIC XX.
       01 EOF-SWITCH          PIC X VALUE 'N'.
       01 FIRST-RECORD        PIC X VALUE 'S'.
       01 PREVIOUS-FORNECEDOR PIC 9(5) VALUE ZERO.
       01 LINE-COUNT          PIC 9(3) VALUE ZERO.
       01 PAGE-COUNT          PIC 9(3) VALUE ZERO.
       01 LINES-PER-PAGE      PIC 9(3) VALUE 50.
       01 TODAY-DATE          PIC 9(8) VALUE ZERO.
       01 SALDO-COMPRA        PIC 9(5) VALUE ZERO.
       01 VALOR-SALDO         PIC 9(11)V99 VALUE ZERO.
       01 FORN-COMPRAS        PIC 9(5) VALUE ZERO.
       01 FORN-ATRASADAS      PIC 9(5) VALUE ZERO.
       01 FORN-VALOR          PIC 9(13)V99 VALUE ZERO.
       01 TOTAL-COMPRAS       PIC 9(6) VALUE ZERO.
       01 TOTAL-ATRASADAS     PIC 9(6) VALUE ZERO.
       01 TOTAL-VALOR         PIC 9(13)V99 VALUE ZERO.

       01 HEADING-LINE-1.
           05 FILLER          PIC X(40)
               VALUE "PEDIDOS DE COMPRA EM ABERTO - FORNECEDOR".
           05 FILLER          PIC X(10) VALUE "PAGINA:".
           05 HDG-PAGE-NUMBER PIC ZZ9.

       01 HEADING-LINE-2.
           05 FILLER          PIC X(12) VALUE "POSICAO EM: ".
           05 HDG-TODAY       PIC 9(8).

       01 FORNECEDOR-HEADING-LINE.
           05 FILLER          PIC X(11) VALUE "FORNECEDOR ".
           05 FHD-FORNECEDOR-ID PIC ZZZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 FHD-NOME        PIC X(50).

       01 DETAIL-HEADING-LINE.
           05 FILLER          PIC X(9)  VALUE "  COMPRA".
           05 FILLER          PIC X(8)  VALUE "PRODUTO".
           05 FILLER          PIC X(32) VALUE "DESCRICAO".
           05 FILLER          PIC X(7)  VALUE " PEDIDA".
           05 FILLER          PIC X(7)  VALUE "  RECEB".
           05 FILLER          PIC X(7)  VALUE "  SALDO".
           05 FILLER          PIC X(12) VALUE "       CUSTO".
           05 FILLER          PIC X(16) VALUE "     VALOR SALDO".
           05 FILLER          PIC X(10) VALUE "  PREVISTA".
           05 FILLER          PIC X(9)  VALUE SPACES.

       01 DETAIL-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-COMPRA-ID   PIC ZZZZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DET-PRODUTO     PIC ZZZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 DET-DESCRICAO   PIC X(30).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-PEDIDA      PIC ZZZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-RECEBIDA    PIC ZZZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-SALDO       PIC ZZZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-CUSTO       PIC Z(6)9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-VALOR       PIC Z(10)9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-PREVISTA    PIC 9(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-ATRASO      PIC X(8).

       01 FORNECEDOR-TOTAL-LINE.
           05 FILLER          PIC X(22)
               VALUE "  TOTAL FORNECEDOR   ".
           05 FTL-COMPRAS     PIC ZZZZ9.
           05 FILLER          PIC X(12) VALUE " PEDIDOS    ".
           05 FTL-ATRASADAS   PIC ZZZZ9.
           05 FILLER          PIC X(12) VALUE " ATRASADOS  ".
           05 FILLER          PIC X(13) VALUE "VALOR SALDO: ".
           05 FTL-VALOR       PIC Z(12)9.99.

       01 TOTAL-LINE-1.
           05 FILLER          PIC X(25)
               VALUE "PEDIDOS EM ABERTO:       ".
           05 TOT-COMPRAS-OUT PIC ZZZZZ9.

       01 TOTAL-LINE-2.
           05 FILLER          PIC X(25)
               VALUE "PEDIDOS ATRASADOS:       ".
           05 TOT-ATRASADAS-OUT PIC ZZZZZ9.

       01 TOTAL-LINE-3.
           05 FILLER          PIC X(25)
               VALUE "VALOR TOTAL A RECEBER:   ".
           05 TOT-VALOR-OUT   PIC Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FORNECEDORES-FILE.
           PERFORM OPEN-PRODUTOS-FILE.
           OPEN OUTPUT REPORT-FILE.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-FORNECEDOR-ID
               ON ASCENDING KEY SORT-DATA-PREVISTA
               ON ASCENDING KEY SORT-COMPRA-ID
               USING FILE-COMPRAS
               OUTPUT PROCEDURE IS PRINT-OPEN-COMPRAS.
           IF COMPRAS-STATUS = "35"
               DISPLAY "COMPRAS.TXT NÃO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-TOTAL-LINES
               DISPLAY "RELATÓRIO GERADO: comprasabertas.txt"
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE FILE-FORNECEDORES.
           CLOSE FILE-PRODUTOS.
           STOP RUN.

       OPEN-FORNECEDORES-FILE.
           OPEN INPUT FILE-FORNECEDORES.
           IF FORNECEDORES-STATUS = "35"
               OPEN OUTPUT FILE-FORNECEDORES
               CLOSE FILE-FORNECEDORES
               OPEN INPUT FILE-FORNECEDORES
           END-IF.

       OPEN-PRODUTOS-FILE.
           OPEN INPUT FILE-PRODUTOS.
           IF PRODUTOS-STATUS = "35"
               OPEN OUTPUT FILE-PRODUTOS
               CLOSE FILE-PRODUTOS
               OPEN INPUT FILE-PRODUTOS
           END-IF.

       PRINT-OPEN-COMPRAS.
           PERFORM WRITE-HEADINGS.
           PERFORM RETURN-SORT-RECORD.
           PERFORM PRINT-DETAIL-LINE UNTIL EOF-SWITCH = 'Y'.
           IF FIRST-RECORD = 'N'
               PERFORM WRITE-FORNECEDOR-TOTAL
           END-IF.

       RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO EOF-SWITCH
           END-RETURN.

       PRINT-DETAIL-LINE.
           IF SORT-COMPRA-EM-ABERTO
               PERFORM PRINT-OPEN-COMPRA
           END-IF.
           PERFORM RETURN-SORT-RECORD.

       PRINT-OPEN-COMPRA.
           IF FIRST-RECORD = 'S'
               OR SORT-FORNECEDOR-ID NOT = PREVIOUS-FORNECEDOR
               IF FIRST-RECORD = 'N'
                   PERFORM WRITE-FORNECEDOR-TOTAL
               END-IF
               PERFORM WRITE-FORNECEDOR-HEADING
               MOVE SORT-FORNECEDOR-ID TO PREVIOUS-FORNECEDOR
               MOVE 'N' TO FIRST-RECORD
           END-IF.
           COMPUTE SALDO-COMPRA =
               SORT-QTDE-PEDIDA - SORT-QTDE-RECEBIDA.
           COMPUTE VALOR-SALDO = SALDO-COMPRA * SORT-CUSTO.
           MOVE SORT-PRODUTO-CODIGO TO PRODUTO-CODIGO.
           READ FILE-PRODUTOS
               INVALID KEY
                   MOVE "*** PRODUTO NAO CADASTRADO ***"
                       TO DESCRICAO-PRODUTO
           END-READ.
           PERFORM CHECK-PAGE-BREAK.
           MOVE SORT-COMPRA-ID TO DET-COMPRA-ID.
           MOVE SORT-PRODUTO-CODIGO TO DET-PRODUTO.
           MOVE DESCRICAO-PRODUTO TO DET-DESCRICAO.
           MOVE SORT-QTDE-PEDIDA TO DET-PEDIDA.
           MOVE SORT-QTDE-RECEBIDA TO DET-RECEBIDA.
           MOVE SALDO-COMPRA TO DET-SALDO.
           MOVE SORT-CUSTO TO DET-CUSTO.
           MOVE VALOR-SALDO TO DET-VALOR.
           MOVE SORT-DATA-PREVISTA TO DET-PREVISTA.
           IF SORT-DATA-PREVISTA < TODAY-DATE
               MOVE "ATRASADO" TO DET-ATRASO
               ADD 1 TO FORN-ATRASADAS
               ADD 1 TO TOTAL-ATRASADAS
           ELSE
               MOVE SPACES TO DET-ATRASO
           END-IF.
           WRITE REPORT-LINE FROM DETAIL-LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO FORN-COMPRAS.
           ADD 1 TO TOTAL-COMPRAS.
           ADD VALOR-SALDO TO FORN-VALOR.
           ADD VALOR-SALDO TO TOTAL-VALOR.

       WRITE-FORNECEDOR-HEADING.
           MOVE ZERO TO FORN-COMPRAS.
           MOVE ZERO TO FORN-ATRASADAS.
           MOVE ZERO TO FORN-VALOR.
           MOVE SORT-FORNECEDOR-ID TO FORNECEDOR-ID.
           READ FILE-FORNECEDORES
               INVALID KEY
                   MOVE "*** FORNECEDOR NAO CADASTRADO ***"
                       TO NOME-FORNECEDOR
           END-READ.
           PERFORM CHECK-PAGE-BREAK.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           PERFORM CHECK-PAGE-BREAK.
           MOVE SORT-FORNECEDOR-ID TO FHD-FORNECEDOR-ID.
           MOVE NOME-FORNECEDOR TO FHD-NOME.
           WRITE REPORT-LINE FROM FORNECEDOR-HEADING-LINE.
           ADD 1 TO LINE-COUNT.
           PERFORM CHECK-PAGE-BREAK.
           WRITE REPORT-LINE FROM DETAIL-HEADING-LINE.
           ADD 1 TO LINE-COUNT.

       WRITE-FORNECEDOR-TOTAL.
           PERFORM CHECK-PAGE-BREAK.
           MOVE FORN-COMPRAS TO FTL-COMPRAS.
           MOVE FORN-ATRASADAS TO FTL-ATRASADAS.
           MOVE FORN-VALOR TO FTL-VALOR.
           WRITE REPORT-LINE FROM FORNECEDOR-TOTAL-LINE.
           ADD 1 TO LINE-COUNT.

       WRITE-TOTAL-LINES.
           PERFORM CHECK-PAGE-BREAK.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TOTAL-COMPRAS TO TOT-COMPRAS-OUT.
           WRITE REPORT-LINE FROM TOTAL-LINE-1.
           MOVE TOTAL-ATRASADAS TO TOT-ATRASADAS-OUT.
           WRITE REPORT-LINE FROM TOTAL-LINE-2.
           MOVE TOTAL-VALOR TO TOT-VALOR-OUT.
           WRITE REPORT-LINE FROM TOTAL-LINE-3.

       CHECK-PAGE-BREAK.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM WRITE-HEADINGS
           END-IF.

       WRITE-HEADINGS.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HDG-PAGE-NUMBER.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE TODAY-DATE TO HDG-TODAY.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           MOVE ZERO TO LINE-COUNT.
