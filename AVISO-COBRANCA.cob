       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISO-COBRANCA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-FATURAS ASSIGN TO "faturas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FATURA-NUMERO
               ALTERNATE RECORD KEY IS FATURA-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS FATURAS-STATUS.
           SELECT FILE-CLIENTES ASSIGN TO "clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS CLIENTES-STATUS.
           SELECT PARAM-FILE ASSIGN TO "avisoparam.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.
           SELECT SORT-FILE ASSIGN TO "aviso.srt".
           SELECT CARTA-FILE ASSIGN TO "cartas.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "avisos.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-FATURAS.
           COPY FATURAREC.

       FD FILE-CLIENTES.
           COPY CLIENTEREC.

       FD PARAM-FILE.
       01 PARAM-RECORD.
           05 PRM-NIVEL         PIC 9.
           05 FILLER            PIC X.
           05 PRM-TIPO          PIC X.
               88 PRM-E-PRAZO       VALUE 'D'.
               88 PRM-E-TEXTO       VALUE 'T'.
               88 PRM-E-INTERVALO   VALUE 'I'.
           05 FILLER            PIC X.
           05 PRM-DIAS          PIC 9(3).
           05 FILLER            PIC X.
           05 PRM-TEXTO         PIC X(70).

       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-CLIENTE-ID    PIC 9(5).
           05 SORT-NIVEL         PIC 9.
           05 SORT-FATURA-NUM    PIC 9(6).
           05 SORT-VENCIMENTO    PIC 9(8).
           05 SORT-DIAS          PIC 9(5).
           05 SORT-SALDO         PIC 9(11)V99.

       FD CARTA-FILE.
       01 CARTA-LINE      PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01 FATURAS-STATUS    PIC XX.
       01 CLIENTES-STATUS   PIC XX.
       01 PARAM-STATUS      PIC XX.
       01 EOF-SWITCH        PIC X VALUE 'N'.
       01 FATURAS-EOF       PIC X VALUE 'N'.
       01 PARAM-EOF         PIC X VALUE 'N'.
       01 PARAMETROS-OK     PIC X VALUE 'S'.
       01 FIRST-RECORD      PIC X VALUE 'S'.
       01 CARTA-SUPRIMIDA   PIC X VALUE 'N'.
       01 PREVIOUS-CLIENTE  PIC 9(5) VALUE ZERO.
       01 PREVIOUS-NIVEL    PIC 9 VALUE ZERO.
       01 MAX-NIVEIS        PIC 9 VALUE 5.
       01 MAX-LINHAS        PIC 9(2) VALUE 10.
       01 QTDE-NIVEIS       PIC 9 VALUE ZERO.
       01 DIAS-INTERVALO    PIC 9(3) VALUE 10.
       01 NIVEL-INDEX       PIC 9 COMP VALUE ZERO.
       01 LINHA-INDEX       PIC 9(2) COMP VALUE ZERO.
       01 NIVEL-ATUAL       PIC 9 VALUE ZERO.
       01 NIVEL-DEVIDO      PIC 9 VALUE ZERO.
       01 DATA-AVISO-ATUAL  PIC 9(8) VALUE ZERO.
       01 TODAY-DATE        PIC 9(8) VALUE ZERO.
       01 TODAY-DAYS        PIC 9(7) VALUE ZERO.
       01 VENCTO-DAYS       PIC 9(7) VALUE ZERO.
       01 AVISO-DAYS        PIC 9(7) VALUE ZERO.
       01 DIAS-ATRASO       PIC S9(5) VALUE ZERO.
       01 DIAS-DESDE-AVISO  PIC S9(5) VALUE ZERO.
       01 SALDO-FATURA      PIC S9(11)V99 VALUE ZERO.
       01 CARTA-TOTAL       PIC 9(13)V99 VALUE ZERO.
       01 CARTA-FATURAS     PIC 9(3) VALUE ZERO.
       01 CARTAS-COUNT      PIC 9(6) VALUE ZERO.
       01 FATURAS-AVISADAS  PIC 9(6) VALUE ZERO.
       01 AGUARDANDO-COUNT  PIC 9(6) VALUE ZERO.
       01 ULTIMO-NIVEL-COUNT PIC 9(6) VALUE ZERO.
       01 SEM-ENDERECO-COUNT PIC 9(6) VALUE ZERO.
       01 IGNORADAS-COUNT   PIC 9(6) VALUE ZERO.
       01 LINE-COUNT        PIC 9(3) VALUE ZERO.
       01 PAGE-COUNT        PIC 9(3) VALUE ZERO.
       01 LINES-PER-PAGE    PIC 9(3) VALUE 50.
       01 MAIL-ENDERECO     PIC X(100) VALUE SPACES.
       01 MAIL-ENDERECO-SPLIT REDEFINES MAIL-ENDERECO.
           05 MAIL-ENDERECO-1 PIC X(50).
           05 MAIL-ENDERECO-2 PIC X(50).
       01 WORK-DATE.
           05 WORK-YEAR     PIC 9(4).
           05 WORK-MONTH    PIC 9(2).
           05 WORK-DAY      PIC 9(2).
       01 WORK-DAYS         PIC 9(7) VALUE ZERO.
       01 DATE-TERM-1       PIC 9(4) VALUE ZERO.
       01 DATE-TERM-2       PIC 9(7) VALUE ZERO.
       01 DATE-TERM-3       PIC 9(4) VALUE ZERO.
       01 NIVEL-TABLE.
           05 NIVEL-SLOT OCCURS 5 TIMES.
               10 NIV-DIAS         PIC 9(3).
               10 NIV-TITULO       PIC X(70).
               10 NIV-QTDE-LINHAS  PIC 9(2).
               10 NIV-LINHA OCCURS 10 TIMES PIC X(70).
               10 NIV-CARTAS       PIC 9(6).
               10 NIV-FATURAS      PIC 9(6).
               10 NIV-VALOR        PIC 9(13)V99.

       01 LTR-EMISSAO-LINE.
           05 FILLER          PIC X(9)  VALUE "EMISSAO: ".
           05 LTR-EMISSAO     PIC 9(8).
           05 FILLER          PIC X(10) VALUE "   CARTA: ".
           05 LTR-NUMERO      PIC ZZZZZ9.
           05 FILLER          PIC X(10) VALUE "   NIVEL: ".
           05 LTR-NIVEL       PIC 9.

       01 LTR-MAIL-LINE.
           05 FILLER          PIC X(5)  VALUE SPACES.
           05 LTR-MAIL-TEXT   PIC X(50).

       01 LTR-CLIENTE-LINE.
           05 FILLER          PIC X(9)  VALUE "CLIENTE: ".
           05 LTR-CLIENTE-ID  PIC ZZZZ9.

       01 LTR-TEXT-LINE.
           05 FILLER          PIC X(5)  VALUE SPACES.
           05 LTR-TEXT        PIC X(70).

       01 LTR-COLUMN-LINE.
           05 FILLER          PIC X(5)  VALUE SPACES.
           05 FILLER          PIC X(10) VALUE "FATURA".
           05 FILLER          PIC X(12) VALUE "VENCIMENTO".
           05 FILLER          PIC X(12) VALUE "DIAS ATRASO".
           05 FILLER          PIC X(16) VALUE "           SALDO".

       01 LTR-DETAIL-LINE.
           05 FILLER          PIC X(5)  VALUE SPACES.
           05 LTD-FATURA      PIC ZZZZZ9.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 LTD-VENCIMENTO  PIC 9(8).
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 LTD-DIAS        PIC ZZZZ9.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 LTD-SALDO       PIC Z(10)9.99.

       01 LTR-TOTAL-LINE.
           05 FILLER          PIC X(5)  VALUE SPACES.
           05 FILLER          PIC X(36)
               VALUE "TOTAL EM ATRASO".
           05 LTT-TOTAL       PIC Z(12)9.99.

       01 LTR-SEPARATOR-LINE  PIC X(80) VALUE ALL "=".

       01 HEADING-LINE-1.
           05 FILLER          PIC X(35)
               VALUE "AVISOS DE COBRANCA EMITIDOS".
           05 FILLER          PIC X(10) VALUE "PAGINA:".
           05 HDG-PAGE-NUMBER PIC ZZ9.

       01 HEADING-LINE-2.
           05 FILLER          PIC X(12) VALUE "POSICAO EM: ".
           05 HDG-TODAY       PIC 9(8).
           05 FILLER          PIC X(22)
               VALUE "  INTERVALO MINIMO:  ".
           05 HDG-INTERVALO   PIC ZZ9.
           05 FILLER          PIC X(5)  VALUE " DIAS".

       01 DETAIL-HEADING-LINE.
           05 FILLER          PIC X(8)  VALUE "   CARTA".
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 FILLER          PIC X(8)  VALUE "CLIENTE".
           05 FILLER          PIC X(32) VALUE "NOME".
           05 FILLER          PIC X(6)  VALUE "NIVEL".
           05 FILLER          PIC X(8)  VALUE "FATURAS".
           05 FILLER          PIC X(16) VALUE "           TOTAL".
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 FILLER          PIC X(12) VALUE "SITUACAO".

       01 DETAIL-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-CARTA       PIC ZZZZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-CLIENTE-ID  PIC ZZZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 DET-NOME        PIC X(30).
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 DET-NIVEL       PIC 9.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 DET-FATURAS     PIC ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-TOTAL       PIC Z(12)9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-SITUACAO    PIC X(12).

       01 SUMMARY-HEADING-LINE.
           05 FILLER          PIC X(8)  VALUE "  NIVEL".
           05 FILLER          PIC X(42) VALUE "CARTA".
           05 FILLER          PIC X(8)  VALUE "  CARTAS".
           05 FILLER          PIC X(9)  VALUE "  FATURAS".
           05 FILLER          PIC X(18) VALUE "             VALOR".

       01 SUMMARY-LINE.
           05 FILLER          PIC X(6)  VALUE SPACES.
           05 SUM-NIVEL       PIC 9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 SUM-TITULO      PIC X(40).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 SUM-CARTAS      PIC ZZZZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 SUM-FATURAS     PIC ZZZZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 SUM-VALOR       PIC Z(12)9.99.

       01 COUNT-LINE.
           05 CNT-LABEL       PIC X(40).
           05 CNT-VALOR       PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM LOAD-PARAMETERS.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE TO WORK-DATE.
           PERFORM CONVERT-DATE-TO-DAYS.
           MOVE WORK-DAYS TO TODAY-DAYS.
           PERFORM OPEN-FATURAS-FILE.
           PERFORM OPEN-CLIENTES-FILE.
           OPEN OUTPUT CARTA-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-HEADINGS.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-CLIENTE-ID
               ON ASCENDING KEY SORT-NIVEL
               ON ASCENDING KEY SORT-FATURA-NUM
               INPUT PROCEDURE IS SELECT-FATURAS
               OUTPUT PROCEDURE IS WRITE-LETTERS.
           PERFORM WRITE-LEVEL-SUMMARY.
           CLOSE REPORT-FILE.
           CLOSE CARTA-FILE.
           CLOSE FILE-CLIENTES.
           CLOSE FILE-FATURAS.
           DISPLAY "===== AVISOS DE COBRANÇA =====".
           MOVE 1 TO NIVEL-INDEX.
           PERFORM DISPLAY-LEVEL-COUNT
               UNTIL NIVEL-INDEX > QTDE-NIVEIS.
           DISPLAY "CARTAS EMITIDAS    : " CARTAS-COUNT.
           DISPLAY "FATURAS AVISADAS   : " FATURAS-AVISADAS.
           DISPLAY "AGUARDANDO PRAZO   : " AGUARDANDO-COUNT.
           IF SEM-ENDERECO-COUNT > ZERO
               DISPLAY "SEM ENDEREÇO       : " SEM-ENDERECO-COUNT
           END-IF.
           DISPLAY "CARTAS GERADAS: cartas.txt".
           DISPLAY "RELATÓRIO GERADO: avisos.txt".
           STOP RUN.

       DISPLAY-LEVEL-COUNT.
           DISPLAY "CARTAS NIVEL " NIVEL-INDEX "     : "
               NIV-CARTAS(NIVEL-INDEX).
           ADD 1 TO NIVEL-INDEX.

       LOAD-PARAMETERS.
           PERFORM CLEAR-PARAMETERS.
           OPEN INPUT PARAM-FILE.
           IF PARAM-STATUS = "35"
               DISPLAY "AVISOPARAM.TXT AUSENTE, USANDO NÍVEIS PADRÃO"
               PERFORM SET-DEFAULT-PARAMETERS
           ELSE
               MOVE 'N' TO PARAM-EOF
               PERFORM LOAD-PARAM-LINE UNTIL PARAM-EOF = 'Y'
               CLOSE PARAM-FILE
               IF IGNORADAS-COUNT > ZERO
                   DISPLAY "LINHAS IGNORADAS EM AVISOPARAM.TXT: "
                       IGNORADAS-COUNT
               END-IF
               PERFORM VALIDATE-PARAMETERS
               IF PARAMETROS-OK = 'N'
                   DISPLAY "PARAMETROS DE AVISO INVÁLIDOS, USANDO "
                       "NÍVEIS PADRÃO"
                   PERFORM CLEAR-PARAMETERS
                   PERFORM SET-DEFAULT-PARAMETERS
               END-IF
           END-IF.

       CLEAR-PARAMETERS.
           MOVE ZERO TO QTDE-NIVEIS.
           MOVE 10 TO DIAS-INTERVALO.
           MOVE 1 TO NIVEL-INDEX.
           PERFORM CLEAR-NIVEL-SLOT UNTIL NIVEL-INDEX > MAX-NIVEIS.

       CLEAR-NIVEL-SLOT.
           MOVE ZERO TO NIV-DIAS(NIVEL-INDEX).
           MOVE SPACES TO NIV-TITULO(NIVEL-INDEX).
           MOVE ZERO TO NIV-QTDE-LINHAS(NIVEL-INDEX).
           MOVE ZERO TO NIV-CARTAS(NIVEL-INDEX).
           MOVE ZERO TO NIV-FATURAS(NIVEL-INDEX).
           MOVE ZERO TO NIV-VALOR(NIVEL-INDEX).
           ADD 1 TO NIVEL-INDEX.

       LOAD-PARAM-LINE.
           READ PARAM-FILE
               AT END MOVE 'Y' TO PARAM-EOF
               NOT AT END PERFORM STORE-PARAM-LINE
           END-READ.

       STORE-PARAM-LINE.
           IF PRM-NIVEL NOT NUMERIC
               ADD 1 TO IGNORADAS-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN PRM-E-INTERVALO AND PRM-DIAS NUMERIC
                       MOVE PRM-DIAS TO DIAS-INTERVALO
                   WHEN PRM-NIVEL < 1 OR PRM-NIVEL > MAX-NIVEIS
                       ADD 1 TO IGNORADAS-COUNT
                   WHEN PRM-E-PRAZO AND PRM-DIAS NUMERIC
                       MOVE PRM-NIVEL TO NIVEL-INDEX
                       MOVE PRM-DIAS TO NIV-DIAS(NIVEL-INDEX)
                       MOVE PRM-TEXTO TO NIV-TITULO(NIVEL-INDEX)
                       IF PRM-NIVEL > QTDE-NIVEIS
                           MOVE PRM-NIVEL TO QTDE-NIVEIS
                       END-IF
                   WHEN PRM-E-TEXTO
                       MOVE PRM-NIVEL TO NIVEL-INDEX
                       PERFORM STORE-TEXT-LINE
                   WHEN OTHER
                       ADD 1 TO IGNORADAS-COUNT
               END-EVALUATE
           END-IF.

       STORE-TEXT-LINE.
           IF NIV-QTDE-LINHAS(NIVEL-INDEX) < MAX-LINHAS
               ADD 1 TO NIV-QTDE-LINHAS(NIVEL-INDEX)
               MOVE NIV-QTDE-LINHAS(NIVEL-INDEX) TO LINHA-INDEX
               MOVE PRM-TEXTO TO NIV-LINHA(NIVEL-INDEX, LINHA-INDEX)
           ELSE
               ADD 1 TO IGNORADAS-COUNT
           END-IF.

       VALIDATE-PARAMETERS.
           MOVE 'S' TO PARAMETROS-OK.
           IF QTDE-NIVEIS = ZERO
               MOVE 'N' TO PARAMETROS-OK
           END-IF.
           MOVE 1 TO NIVEL-INDEX.
           PERFORM VALIDATE-NIVEL-SLOT
               UNTIL NIVEL-INDEX > QTDE-NIVEIS.

       VALIDATE-NIVEL-SLOT.
           IF NIV-TITULO(NIVEL-INDEX) = SPACES
               MOVE 'N' TO PARAMETROS-OK
           END-IF.
           IF NIVEL-INDEX > 1
               IF NIV-DIAS(NIVEL-INDEX)
                   NOT > NIV-DIAS(NIVEL-INDEX - 1)
                   MOVE 'N' TO PARAMETROS-OK
               END-IF
           END-IF.
           ADD 1 TO NIVEL-INDEX.

       SET-DEFAULT-PARAMETERS.
           MOVE 3 TO QTDE-NIVEIS.
           MOVE 10 TO DIAS-INTERVALO.
           MOVE 15 TO NIV-DIAS(1).
           MOVE "LEMBRETE DE PAGAMENTO" TO NIV-TITULO(1).
           MOVE 3 TO NIV-QTDE-LINHAS(1).
           MOVE "CONSTA EM NOSSOS REGISTROS QUE A(S) FATURA(S) ABAIXO"
               TO NIV-LINHA(1, 1).
           MOVE "AINDA NAO FOI(RAM) PAGA(S). CASO O PAGAMENTO JA TENHA"
               TO NIV-LINHA(1, 2).
           MOVE "SIDO FEITO, PEDIMOS DESCONSIDERAR ESTE AVISO."
               TO NIV-LINHA(1, 3).
           MOVE 30 TO NIV-DIAS(2).
           MOVE "NOTIFICACAO DE DEBITO EM ATRASO" TO NIV-TITULO(2).
           MOVE 3 TO NIV-QTDE-LINHAS(2).
           MOVE "APESAR DE NOSSO LEMBRETE ANTERIOR, A(S) FATURA(S)"
               TO NIV-LINHA(2, 1).
           MOVE "ABAIXO CONTINUA(M) EM ABERTO. SOLICITAMOS A"
               TO NIV-LINHA(2, 2).
           MOVE "REGULARIZACAO EM ATE 10 DIAS DO RECEBIMENTO DESTA."
               TO NIV-LINHA(2, 3).
           MOVE 60 TO NIV-DIAS(3).
           MOVE "ULTIMO AVISO DE COBRANCA" TO NIV-TITULO(3).
           MOVE 3 TO NIV-QTDE-LINHAS(3).
           MOVE "ESTE E O ULTIMO AVISO SOBRE A(S) FATURA(S) ABAIXO."
               TO NIV-LINHA(3, 1).
           MOVE "SEM A QUITACAO EM 5 DIAS O DEBITO SERA ENCAMINHADO"
               TO NIV-LINHA(3, 2).
           MOVE "PARA COBRANCA E NOVOS PEDIDOS PODERAO SER BLOQUEADOS."
               TO NIV-LINHA(3, 3).

       OPEN-FATURAS-FILE.
           OPEN I-O FILE-FATURAS.
           IF FATURAS-STATUS = "35"
               OPEN OUTPUT FILE-FATURAS
               CLOSE FILE-FATURAS
               OPEN I-O FILE-FATURAS
           END-IF.

       OPEN-CLIENTES-FILE.
           OPEN INPUT FILE-CLIENTES.
           IF CLIENTES-STATUS = "35"
               OPEN OUTPUT FILE-CLIENTES
               CLOSE FILE-CLIENTES
               OPEN INPUT FILE-CLIENTES
           END-IF.

       SELECT-FATURAS.
           MOVE 'N' TO FATURAS-EOF.
           MOVE ZERO TO FATURA-CLIENTE-ID.
           START FILE-FATURAS KEY IS NOT LESS THAN FATURA-CLIENTE-ID
               INVALID KEY MOVE 'Y' TO FATURAS-EOF
           END-START.
           PERFORM CHECK-NEXT-FATURA UNTIL FATURAS-EOF = 'Y'.

       CHECK-NEXT-FATURA.
           READ FILE-FATURAS NEXT RECORD
               AT END MOVE 'Y' TO FATURAS-EOF
               NOT AT END
                   IF NOT FATURA-QUITADA
                       PERFORM CHECK-OVERDUE-FATURA
                   END-IF
           END-READ.

       CHECK-OVERDUE-FATURA.
           IF FATURA-VALOR-CREDITO NOT NUMERIC
               MOVE ZERO TO FATURA-VALOR-CREDITO
           END-IF.
           COMPUTE SALDO-FATURA = FATURA-VALOR-TOTAL
               - FATURA-VALOR-PAGO - FATURA-VALOR-CREDITO.
           IF SALDO-FATURA > ZERO
               MOVE FATURA-VENCIMENTO TO WORK-DATE
               PERFORM CONVERT-DATE-TO-DAYS
               MOVE WORK-DAYS TO VENCTO-DAYS
               COMPUTE DIAS-ATRASO = TODAY-DAYS - VENCTO-DAYS
               PERFORM SET-NIVEL-DEVIDO
               PERFORM SET-NIVEL-ATUAL
               IF NIVEL-DEVIDO > NIVEL-ATUAL
                   PERFORM CHECK-INTERVALO-AVISO
               ELSE
                   IF NIVEL-ATUAL > ZERO
                       AND NIVEL-ATUAL NOT < QTDE-NIVEIS
                       ADD 1 TO ULTIMO-NIVEL-COUNT
                   END-IF
               END-IF
           END-IF.

       SET-NIVEL-DEVIDO.
           MOVE ZERO TO NIVEL-DEVIDO.
           MOVE 1 TO NIVEL-INDEX.
           PERFORM CHECK-NIVEL-PRAZO UNTIL NIVEL-INDEX > QTDE-NIVEIS.

       CHECK-NIVEL-PRAZO.
           IF DIAS-ATRASO > NIV-DIAS(NIVEL-INDEX)
               MOVE NIVEL-INDEX TO NIVEL-DEVIDO
           END-IF.
           ADD 1 TO NIVEL-INDEX.

       SET-NIVEL-ATUAL.
           IF FATURA-NIVEL-AVISO NUMERIC
               MOVE FATURA-NIVEL-AVISO TO NIVEL-ATUAL
           ELSE
               MOVE ZERO TO NIVEL-ATUAL
           END-IF.
           IF FATURA-DATA-AVISO NUMERIC
               MOVE FATURA-DATA-AVISO TO DATA-AVISO-ATUAL
           ELSE
               MOVE ZERO TO DATA-AVISO-ATUAL
           END-IF.

       CHECK-INTERVALO-AVISO.
           IF NIVEL-ATUAL = ZERO OR DATA-AVISO-ATUAL = ZERO
               PERFORM RELEASE-FATURA-AVISO
           ELSE
               MOVE DATA-AVISO-ATUAL TO WORK-DATE
               PERFORM CONVERT-DATE-TO-DAYS
               MOVE WORK-DAYS TO AVISO-DAYS
               COMPUTE DIAS-DESDE-AVISO = TODAY-DAYS - AVISO-DAYS
               IF DIAS-DESDE-AVISO < DIAS-INTERVALO
                   ADD 1 TO AGUARDANDO-COUNT
               ELSE
                   PERFORM RELEASE-FATURA-AVISO
               END-IF
           END-IF.

       RELEASE-FATURA-AVISO.
           MOVE FATURA-CLIENTE-ID TO SORT-CLIENTE-ID.
           COMPUTE SORT-NIVEL = NIVEL-ATUAL + 1.
           MOVE FATURA-NUMERO TO SORT-FATURA-NUM.
           MOVE FATURA-VENCIMENTO TO SORT-VENCIMENTO.
           MOVE DIAS-ATRASO TO SORT-DIAS.
           MOVE SALDO-FATURA TO SORT-SALDO.
           RELEASE SORT-RECORD.

       WRITE-LETTERS.
           PERFORM RETURN-SORT-RECORD.
           PERFORM WRITE-LETTER-FATURA UNTIL EOF-SWITCH = 'Y'.
           IF FIRST-RECORD = 'N'
               PERFORM FINISH-LETTER
           END-IF.

       RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO EOF-SWITCH
           END-RETURN.

       WRITE-LETTER-FATURA.
           IF FIRST-RECORD = 'S'
               OR SORT-CLIENTE-ID NOT = PREVIOUS-CLIENTE
               OR SORT-NIVEL NOT = PREVIOUS-NIVEL
               IF FIRST-RECORD = 'N'
                   PERFORM FINISH-LETTER
               END-IF
               MOVE SORT-CLIENTE-ID TO PREVIOUS-CLIENTE
               MOVE SORT-NIVEL TO PREVIOUS-NIVEL
               MOVE 'N' TO FIRST-RECORD
               PERFORM START-LETTER
           END-IF.
           ADD 1 TO CARTA-FATURAS.
           ADD SORT-SALDO TO CARTA-TOTAL.
           IF CARTA-SUPRIMIDA = 'N'
               MOVE SORT-FATURA-NUM TO LTD-FATURA
               MOVE SORT-VENCIMENTO TO LTD-VENCIMENTO
               MOVE SORT-DIAS TO LTD-DIAS
               MOVE SORT-SALDO TO LTD-SALDO
               WRITE CARTA-LINE FROM LTR-DETAIL-LINE
               PERFORM RECORD-FATURA-AVISO
           END-IF.
           PERFORM RETURN-SORT-RECORD.

       START-LETTER.
           MOVE ZERO TO CARTA-FATURAS.
           MOVE ZERO TO CARTA-TOTAL.
           MOVE 'N' TO CARTA-SUPRIMIDA.
           MOVE SORT-CLIENTE-ID TO CUSTOMER-ID.
           READ FILE-CLIENTES
               INVALID KEY
                   MOVE "*** CLIENTE NAO CADASTRADO ***"
                       TO NOME-CLIENTE
                   MOVE SPACES TO ENDERECO-CLIENTE
           END-READ.
           IF ENDERECO-CLIENTE = SPACES
               MOVE 'S' TO CARTA-SUPRIMIDA
           ELSE
               ADD 1 TO CARTAS-COUNT
               PERFORM WRITE-LETTER-HEADER
           END-IF.

       WRITE-LETTER-HEADER.
           MOVE TODAY-DATE TO LTR-EMISSAO.
           MOVE CARTAS-COUNT TO LTR-NUMERO.
           MOVE SORT-NIVEL TO LTR-NIVEL.
           WRITE CARTA-LINE FROM LTR-EMISSAO-LINE.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE NOME-CLIENTE TO LTR-MAIL-TEXT.
           WRITE CARTA-LINE FROM LTR-MAIL-LINE.
           MOVE ENDERECO-CLIENTE TO MAIL-ENDERECO.
           MOVE MAIL-ENDERECO-1 TO LTR-MAIL-TEXT.
           WRITE CARTA-LINE FROM LTR-MAIL-LINE.
           IF MAIL-ENDERECO-2 NOT = SPACES
               MOVE MAIL-ENDERECO-2 TO LTR-MAIL-TEXT
               WRITE CARTA-LINE FROM LTR-MAIL-LINE
           END-IF.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SORT-CLIENTE-ID TO LTR-CLIENTE-ID.
           WRITE CARTA-LINE FROM LTR-CLIENTE-LINE.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SORT-NIVEL TO NIVEL-INDEX.
           MOVE NIV-TITULO(NIVEL-INDEX) TO LTR-TEXT.
           WRITE CARTA-LINE FROM LTR-TEXT-LINE.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE "PREZADO CLIENTE," TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE 1 TO LINHA-INDEX.
           PERFORM WRITE-LETTER-TEXT
               UNTIL LINHA-INDEX > NIV-QTDE-LINHAS(NIVEL-INDEX).
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           WRITE CARTA-LINE FROM LTR-COLUMN-LINE.

       WRITE-LETTER-TEXT.
           MOVE NIV-LINHA(NIVEL-INDEX, LINHA-INDEX) TO LTR-TEXT.
           WRITE CARTA-LINE FROM LTR-TEXT-LINE.
           ADD 1 TO LINHA-INDEX.

       RECORD-FATURA-AVISO.
           MOVE SORT-FATURA-NUM TO FATURA-NUMERO.
           READ FILE-FATURAS
               INVALID KEY
                   DISPLAY "FATURA NÃO ENCONTRADA: " SORT-FATURA-NUM
               NOT INVALID KEY
                   MOVE SORT-NIVEL TO FATURA-NIVEL-AVISO
                   MOVE TODAY-DATE TO FATURA-DATA-AVISO
                   REWRITE RECORD-FATURA
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR FATURA: "
                               SORT-FATURA-NUM
                   END-REWRITE
           END-READ.

       FINISH-LETTER.
           MOVE PREVIOUS-NIVEL TO NIVEL-INDEX.
           IF CARTA-SUPRIMIDA = 'S'
               ADD 1 TO SEM-ENDERECO-COUNT
               MOVE "SEM ENDERECO" TO DET-SITUACAO
               MOVE ZERO TO DET-CARTA
           ELSE
               MOVE CARTA-TOTAL TO LTT-TOTAL
               WRITE CARTA-LINE FROM LTR-TOTAL-LINE
               MOVE SPACES TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE "ATENCIOSAMENTE," TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE "DEPARTAMENTO DE COBRANCA" TO CARTA-LINE
               WRITE CARTA-LINE
               WRITE CARTA-LINE FROM LTR-SEPARATOR-LINE
               ADD 1 TO NIV-CARTAS(NIVEL-INDEX)
               ADD CARTA-FATURAS TO NIV-FATURAS(NIVEL-INDEX)
               ADD CARTA-TOTAL TO NIV-VALOR(NIVEL-INDEX)
               ADD CARTA-FATURAS TO FATURAS-AVISADAS
               MOVE "ENVIADA" TO DET-SITUACAO
               MOVE CARTAS-COUNT TO DET-CARTA
           END-IF.
           PERFORM CHECK-PAGE-BREAK.
           MOVE PREVIOUS-CLIENTE TO DET-CLIENTE-ID.
           MOVE NOME-CLIENTE TO DET-NOME.
           MOVE PREVIOUS-NIVEL TO DET-NIVEL.
           MOVE CARTA-FATURAS TO DET-FATURAS.
           MOVE CARTA-TOTAL TO DET-TOTAL.
           WRITE REPORT-LINE FROM DETAIL-LINE.
           ADD 1 TO LINE-COUNT.

       WRITE-LEVEL-SUMMARY.
           PERFORM CHECK-PAGE-BREAK.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           PERFORM CHECK-PAGE-BREAK.
           WRITE REPORT-LINE FROM SUMMARY-HEADING-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO NIVEL-INDEX.
           PERFORM WRITE-LEVEL-LINE UNTIL NIVEL-INDEX > QTDE-NIVEIS.
           PERFORM CHECK-PAGE-BREAK.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE "CARTAS EMITIDAS" TO CNT-LABEL.
           MOVE CARTAS-COUNT TO CNT-VALOR.
           PERFORM WRITE-COUNT-LINE.
           MOVE "FATURAS AVISADAS" TO CNT-LABEL.
           MOVE FATURAS-AVISADAS TO CNT-VALOR.
           PERFORM WRITE-COUNT-LINE.
           MOVE "FATURAS AGUARDANDO INTERVALO" TO CNT-LABEL.
           MOVE AGUARDANDO-COUNT TO CNT-VALOR.
           PERFORM WRITE-COUNT-LINE.
           MOVE "FATURAS JA NO ULTIMO NIVEL" TO CNT-LABEL.
           MOVE ULTIMO-NIVEL-COUNT TO CNT-VALOR.
           PERFORM WRITE-COUNT-LINE.
           MOVE "CARTAS RETIDAS SEM ENDERECO" TO CNT-LABEL.
           MOVE SEM-ENDERECO-COUNT TO CNT-VALOR.
           PERFORM WRITE-COUNT-LINE.

       WRITE-LEVEL-LINE.
           PERFORM CHECK-PAGE-BREAK.
           MOVE NIVEL-INDEX TO SUM-NIVEL.
           MOVE NIV-TITULO(NIVEL-INDEX) TO SUM-TITULO.
           MOVE NIV-CARTAS(NIVEL-INDEX) TO SUM-CARTAS.
           MOVE NIV-FATURAS(NIVEL-INDEX) TO SUM-FATURAS.
           MOVE NIV-VALOR(NIVEL-INDEX) TO SUM-VALOR.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO NIVEL-INDEX.

       WRITE-COUNT-LINE.
           PERFORM CHECK-PAGE-BREAK.
           WRITE REPORT-LINE FROM COUNT-LINE.
           ADD 1 TO LINE-COUNT.

       CONVERT-DATE-TO-DAYS.
           COMPUTE DATE-TERM-1 = (WORK-MONTH + 9) / 12.
           COMPUTE DATE-TERM-2 =
               (7 * (WORK-YEAR + DATE-TERM-1)) / 4.
           COMPUTE DATE-TERM-3 = (275 * WORK-MONTH) / 9.
           COMPUTE WORK-DAYS = (367 * WORK-YEAR) - DATE-TERM-2
               + DATE-TERM-3 + WORK-DAY.

       CHECK-PAGE-BREAK.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM WRITE-HEADINGS
           END-IF.

       WRITE-HEADINGS.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HDG-PAGE-NUMBER.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE TODAY-DATE TO HDG-TODAY.
           MOVE DIAS-INTERVALO TO HDG-INTERVALO.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM DETAIL-HEADING-LINE.
           MOVE ZERO TO LINE-COUNT.
