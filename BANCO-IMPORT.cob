       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCO-IMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-FILE ASSIGN TO "retorno.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETORNO-STATUS.
           SELECT PAGTO-FILE ASSIGN TO "pagamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGTO-STATUS.
           SELECT SUSPENSO-FILE ASSIGN TO "suspenso.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSO-STATUS.
           SELECT REPORT-FILE ASSIGN TO "bancoexc.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "bancockpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-STATUS.
           SELECT FILE-BANCOITENS ASSIGN TO "bancoitens.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIT-REFERENCIA
               FILE STATUS IS BANCOITENS-STATUS.
           SELECT FILE-FATURAS ASSIGN TO "faturas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FATURA-NUMERO
               ALTERNATE RECORD KEY IS FATURA-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS FATURAS-STATUS.
           SELECT FILE-CONTABCTL ASSIGN TO "contabilctl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTB-CHAVE
               FILE STATUS IS CONTABCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETORNO-FILE.
       01 RETORNO-HEADER.
           05 RET-TIPO            PIC X.
               88 RET-E-HEADER       VALUE 'H'.
               88 RET-E-DETALHE      VALUE 'D'.
               88 RET-E-TRAILER      VALUE 'T'.
           05 FILLER              PIC X.
           05 RET-LOTE            PIC 9(6).
           05 FILLER              PIC X.
           05 RET-DATA-ARQUIVO    PIC 9(8).
           05 FILLER              PIC X.
           05 RET-CANAL           PIC X(10).
       01 RETORNO-DETALHE.
           05 FILLER              PIC X.
           05 FILLER              PIC X.
           05 RET-SEQ             PIC 9(6).
           05 FILLER              PIC X.
           05 RET-FATURA-NUM      PIC 9(6).
           05 FILLER              PIC X.
           05 RET-CLIENTE-ID      PIC 9(5).
           05 FILLER              PIC X.
           05 RET-DATA            PIC 9(8).
           05 FILLER              PIC X.
           05 RET-VALOR           PIC 9(9)V99.
           05 FILLER              PIC X.
           05 RET-REFERENCIA      PIC X(20).
       01 RETORNO-TRAILER.
           05 FILLER              PIC X.
           05 FILLER              PIC X.
           05 RET-QTDE-ITENS      PIC 9(6).
           05 FILLER              PIC X.
           05 RET-VALOR-TOTAL     PIC 9(13)V99.

       FD PAGTO-FILE.
           COPY PAGTOREC.

       FD SUSPENSO-FILE.
       01 SUSPENSO-RECORD.
           05 SUS-DATA            PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 SUS-LOTE            PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 SUS-SEQ             PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 SUS-CODIGO          PIC 9(2).
           05 FILLER              PIC X VALUE SPACE.
           05 SUS-MOTIVO          PIC X(30).
           05 FILLER              PIC X VALUE SPACE.
           05 SUS-FATURA-NUM      PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 SUS-CLIENTE-ID      PIC 9(5).
           05 FILLER              PIC X VALUE SPACE.
           05 SUS-VALOR           PIC 9(9)V99.
           05 FILLER              PIC X VALUE SPACE.
           05 SUS-REFERENCIA      PIC X(20).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CKPT-LOTE           PIC 9(6).
           05 CKPT-LAST-SEQ       PIC 9(6).

       FD FILE-BANCOITENS.
       01 RECORD-BANCOITEM.
           05 BIT-REFERENCIA      PIC X(20).
           05 BIT-LOTE            PIC 9(6).
           05 BIT-SEQ             PIC 9(6).
           05 BIT-DATA            PIC 9(8).
           05 BIT-VALOR           PIC 9(9)V99.
           05 BIT-SITUACAO        PIC X.
               88 BIT-BAIXADO        VALUE 'B'.
               88 BIT-SUSPENSO       VALUE 'S'.
           05 BIT-FATURA-NUM      PIC 9(6).
           05 BIT-PAG-SEQ         PIC 9(6).

       FD FILE-FATURAS.
           COPY FATURAREC.

       FD FILE-CONTABCTL.
           COPY CONTABCTLREC.

       WORKING-STORAGE SECTION.
       01 RETORNO-STATUS      PIC XX.
       01 PAGTO-STATUS        PIC XX.
       01 SUSPENSO-STATUS     PIC XX.
       01 REPORT-STATUS       PIC XX.
       01 CKPT-STATUS         PIC XX.
       01 BANCOITENS-STATUS   PIC XX.
       01 FATURAS-STATUS      PIC XX.
       01 CONTABCTL-STATUS    PIC XX.
       01 EOF-SWITCH          PIC X VALUE 'N'.
       01 MATCH-EOF           PIC X VALUE 'N'.
       01 HEADER-OK           PIC X VALUE 'N'.
       01 TRAILER-FOUND       PIC X VALUE 'N'.
       01 ITEM-VALID          PIC X VALUE 'S'.
       01 ITEM-REGISTERED     PIC X VALUE 'N'.
       01 FATURA-FOUND        PIC X VALUE 'N'.
       01 CONTABCTL-ABERTO    PIC X VALUE 'N'.
       01 CONTABCTL-EOF       PIC X VALUE 'N'.
       01 PERIODO-LANCADO     PIC X VALUE 'N'.
       01 DATA-VERIFICADA     PIC 9(8) VALUE ZERO.
       01 LOTE-ATUAL          PIC 9(6) VALUE ZERO.
       01 DATA-ARQUIVO        PIC 9(8) VALUE ZERO.
       01 CANAL-BANCO         PIC X(10) VALUE SPACES.
       01 TODAY-DATE          PIC 9(8) VALUE ZERO.
       01 NEXT-SEQ            PIC 9(6) VALUE 1.
       01 LAST-SEQ-APPLIED    PIC 9(6) VALUE ZERO.
       01 CHECKPOINT-INTERVAL PIC 9(3) VALUE 10.
       01 ITEMS-SINCE-CHECKPOINT PIC 9(3) VALUE ZERO.
       01 SALDO-FATURA        PIC 9(11)V99 VALUE ZERO.
       01 MATCH-COUNT         PIC 9(4) VALUE ZERO.
       01 MATCH-FATURA-NUM    PIC 9(6) VALUE ZERO.
       01 PAGTO-DATA          PIC 9(8) VALUE ZERO.
       01 SUSPENSE-CODE       PIC 9(2) VALUE ZERO.
       01 SUSPENSE-MOTIVO     PIC X(30) VALUE SPACES.
       01 LINE-COUNT          PIC 9(3) VALUE ZERO.
       01 PAGE-COUNT          PIC 9(3) VALUE ZERO.
       01 LINES-PER-PAGE      PIC 9(3) VALUE 50.
       01 RUN-COUNTS.
           05 LIDOS-COUNT      PIC 9(6) VALUE ZERO.
           05 BAIXADOS-COUNT   PIC 9(6) VALUE ZERO.
           05 SUSPENSOS-COUNT  PIC 9(6) VALUE ZERO.
           05 DUPLICADOS-COUNT PIC 9(6) VALUE ZERO.
           05 PULADOS-COUNT    PIC 9(6) VALUE ZERO.
           05 DETALHES-COUNT   PIC 9(6) VALUE ZERO.
           05 REDATADOS-COUNT  PIC 9(6) VALUE ZERO.
       01 RUN-TOTALS.
           05 BAIXADOS-VALOR   PIC 9(13)V99 VALUE ZERO.
           05 SUSPENSOS-VALOR  PIC 9(13)V99 VALUE ZERO.
           05 DETALHES-VALOR   PIC 9(13)V99 VALUE ZERO.
           05 REDATADOS-VALOR  PIC 9(13)V99 VALUE ZERO.

       01 HEADING-LINE-1.
           05 FILLER          PIC X(35)
               VALUE "RETORNO BANCARIO - EXCECOES".
           05 FILLER          PIC X(10) VALUE "PAGINA:".
           05 HDG-PAGE-NUMBER PIC ZZ9.

       01 HEADING-LINE-2.
           05 FILLER          PIC X(7)  VALUE "LOTE: ".
           05 HDG-LOTE        PIC 9(6).
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 FILLER          PIC X(9)  VALUE "ARQUIVO: ".
           05 HDG-DATA-ARQ    PIC 9(8).
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 FILLER          PIC X(7)  VALUE "CANAL: ".
           05 HDG-CANAL       PIC X(10).
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 FILLER          PIC X(11) VALUE "PROCESSADO:".
           05 HDG-TODAY       PIC 9(8).

       01 DETAIL-HEADING-LINE.
           05 FILLER          PIC X(8)  VALUE "   SEQ  ".
           05 FILLER          PIC X(8)  VALUE "  FATURA".
           05 FILLER          PIC X(8)  VALUE " CLIENTE".
           05 FILLER          PIC X(16) VALUE "           VALOR".
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 FILLER          PIC X(22) VALUE "REFERENCIA".
           05 FILLER          PIC X(33) VALUE "MOTIVO".

       01 DETAIL-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-SEQ         PIC ZZZZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-FATURA      PIC ZZZZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 DET-CLIENTE     PIC ZZZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-VALOR       PIC Z(10)9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-REFERENCIA  PIC X(20).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-CODIGO      PIC 9(2).
           05 FILLER          PIC X     VALUE SPACE.
           05 DET-MOTIVO      PIC X(30).

       01 SUMMARY-LINE.
           05 SUM-LABEL       PIC X(30).
           05 SUM-COUNT       PIC ZZZZZ9.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 SUM-VALOR       PIC Z(12)9.99.

       01 MESSAGE-LINE        PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RETORNO-FILE.
           IF RETORNO-STATUS = "35"
               DISPLAY "RETORNO.TXT NÃO ENCONTRADO, "
                   "NADA A IMPORTAR"
           ELSE
               PERFORM READ-RETORNO-HEADER
               IF HEADER-OK = 'S'
                   PERFORM IMPORT-RETORNO-FILE
               ELSE
                   DISPLAY "RETORNO.TXT SEM REGISTRO HEADER, "
                       "ARQUIVO RECUSADO"
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE RETORNO-FILE
           END-IF.
           GOBACK.

       READ-RETORNO-HEADER.
           READ RETORNO-FILE
               AT END MOVE 'N' TO HEADER-OK
               NOT AT END
                   IF RET-E-HEADER AND RET-LOTE NUMERIC
                       MOVE 'S' TO HEADER-OK
                       MOVE RET-LOTE TO LOTE-ATUAL
                       MOVE RET-CANAL TO CANAL-BANCO
                       IF RET-DATA-ARQUIVO NUMERIC
                           MOVE RET-DATA-ARQUIVO TO DATA-ARQUIVO
                       END-IF
                   END-IF
           END-READ.
           IF CANAL-BANCO = SPACES
               MOVE "BANCO" TO CANAL-BANCO
           END-IF.
           IF DATA-ARQUIVO = ZERO
               MOVE TODAY-DATE TO DATA-ARQUIVO
           END-IF.

       IMPORT-RETORNO-FILE.
           PERFORM LOAD-CHECKPOINT.
           PERFORM LOAD-NEXT-SEQ.
           PERFORM OPEN-FATURAS-FILE.
           PERFORM OPEN-BANCOITENS-FILE.
           PERFORM OPEN-PAGTO-FILE.
           PERFORM OPEN-SUSPENSO-FILE.
           PERFORM OPEN-CONTABCTL-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-HEADINGS.
           PERFORM PROCESS-RETORNO-LINE UNTIL EOF-SWITCH = 'Y'.
           PERFORM SAVE-CHECKPOINT.
           PERFORM WRITE-RUN-SUMMARY.
           CLOSE PAGTO-FILE.
           CLOSE SUSPENSO-FILE.
           CLOSE REPORT-FILE.
           CLOSE FILE-BANCOITENS.
           CLOSE FILE-FATURAS.
           IF CONTABCTL-ABERTO = 'S'
               CLOSE FILE-CONTABCTL
           END-IF.
           DISPLAY "===== IMPORTAÇÃO DE RETORNO BANCÁRIO =====".
           DISPLAY "LOTE              : " LOTE-ATUAL.
           DISPLAY "ITENS LIDOS       : " LIDOS-COUNT.
           DISPLAY "PAGAMENTOS BAIXADOS: " BAIXADOS-COUNT.
           DISPLAY "  DOS QUAIS REDAT.: " REDATADOS-COUNT.
           DISPLAY "EM SUSPENSO       : " SUSPENSOS-COUNT.
           DISPLAY "  DOS QUAIS DUPLIC.: " DUPLICADOS-COUNT.
           DISPLAY "JÁ PROCESSADOS    : " PULADOS-COUNT.
           DISPLAY "GERADO: bancoexc.txt".

       LOAD-CHECKPOINT.
           MOVE ZERO TO LAST-SEQ-APPLIED.
           OPEN INPUT CHECKPOINT-FILE.
           IF CKPT-STATUS NOT = "35"
               READ CHECKPOINT-FILE
                   AT END MOVE ZERO TO LAST-SEQ-APPLIED
                   NOT AT END
                       IF CKPT-LOTE = LOTE-ATUAL
                           MOVE CKPT-LAST-SEQ TO LAST-SEQ-APPLIED
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
           IF LAST-SEQ-APPLIED > ZERO
               DISPLAY "REINICIANDO LOTE " LOTE-ATUAL
                   " APÓS O ITEM " LAST-SEQ-APPLIED
           END-IF.

       SAVE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE LOTE-ATUAL TO CKPT-LOTE.
           MOVE LAST-SEQ-APPLIED TO CKPT-LAST-SEQ.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

       LOAD-NEXT-SEQ.
           MOVE 'N' TO EOF-SWITCH.
           OPEN INPUT PAGTO-FILE.
           IF PAGTO-STATUS = "35"
               MOVE 'Y' TO EOF-SWITCH
           ELSE
               PERFORM SCAN-HIGHEST-SEQ UNTIL EOF-SWITCH = 'Y'
               CLOSE PAGTO-FILE
           END-IF.
           MOVE 'N' TO EOF-SWITCH.

       SCAN-HIGHEST-SEQ.
           READ PAGTO-FILE
               AT END MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF PAG-SEQ >= NEXT-SEQ
                       COMPUTE NEXT-SEQ = PAG-SEQ + 1
                   END-IF
           END-READ.

       OPEN-FATURAS-FILE.
           OPEN I-O FILE-FATURAS.
           IF FATURAS-STATUS = "35"
               OPEN OUTPUT FILE-FATURAS
               CLOSE FILE-FATURAS
               OPEN I-O FILE-FATURAS
           END-IF.

       OPEN-BANCOITENS-FILE.
           OPEN I-O FILE-BANCOITENS.
           IF BANCOITENS-STATUS = "35"
               OPEN OUTPUT FILE-BANCOITENS
               CLOSE FILE-BANCOITENS
               OPEN I-O FILE-BANCOITENS
           END-IF.

       OPEN-PAGTO-FILE.
           OPEN EXTEND PAGTO-FILE.
           IF PAGTO-STATUS = "35"
               OPEN OUTPUT PAGTO-FILE
               CLOSE PAGTO-FILE
               OPEN EXTEND PAGTO-FILE
           END-IF.

       OPEN-SUSPENSO-FILE.
           OPEN EXTEND SUSPENSO-FILE.
           IF SUSPENSO-STATUS = "35"
               OPEN OUTPUT SUSPENSO-FILE
               CLOSE SUSPENSO-FILE
               OPEN EXTEND SUSPENSO-FILE
           END-IF.

       OPEN-CONTABCTL-FILE.
           OPEN INPUT FILE-CONTABCTL.
           IF CONTABCTL-STATUS = "35"
               MOVE 'N' TO CONTABCTL-ABERTO
           ELSE
               MOVE 'S' TO CONTABCTL-ABERTO
           END-IF.

       PROCESS-RETORNO-LINE.
           READ RETORNO-FILE
               AT END MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   EVALUATE TRUE
                       WHEN RET-E-DETALHE
                           PERFORM PROCESS-DETALHE
                       WHEN RET-E-TRAILER
                           PERFORM CHECK-TRAILER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       PROCESS-DETALHE.
           ADD 1 TO DETALHES-COUNT.
           IF RET-VALOR NUMERIC
               ADD RET-VALOR TO DETALHES-VALOR
           END-IF.
           IF RET-SEQ NUMERIC AND RET-SEQ <= LAST-SEQ-APPLIED
               ADD 1 TO PULADOS-COUNT
           ELSE
               ADD 1 TO LIDOS-COUNT
               PERFORM VALIDATE-DETALHE
               IF ITEM-VALID = 'S'
                   PERFORM MATCH-DETALHE
               END-IF
               IF ITEM-VALID = 'S'
                   PERFORM VALIDATE-PAYMENT
               END-IF
               IF ITEM-VALID = 'S'
                   PERFORM CHECK-PAGTO-PERIODO
               END-IF
               IF ITEM-VALID = 'S'
                   PERFORM WRITE-PAYMENT
                   PERFORM APPLY-PAYMENT
                   PERFORM REGISTER-BANCOITEM
               END-IF
               IF RET-SEQ NUMERIC
                   MOVE RET-SEQ TO LAST-SEQ-APPLIED
               END-IF
               ADD 1 TO ITEMS-SINCE-CHECKPOINT
               IF ITEMS-SINCE-CHECKPOINT >= CHECKPOINT-INTERVAL
                   PERFORM SAVE-CHECKPOINT
                   MOVE ZERO TO ITEMS-SINCE-CHECKPOINT
               END-IF
           END-IF.

       VALIDATE-DETALHE.
           MOVE 'S' TO ITEM-VALID.
           MOVE 'N' TO ITEM-REGISTERED.
           IF RET-SEQ NOT NUMERIC OR RET-FATURA-NUM NOT NUMERIC
               OR RET-CLIENTE-ID NOT NUMERIC
               OR RET-DATA NOT NUMERIC OR RET-VALOR NOT NUMERIC
               MOVE 11 TO SUSPENSE-CODE
               MOVE "LINHA DE DETALHE INVALIDA" TO SUSPENSE-MOTIVO
               PERFORM SUSPEND-ITEM
           ELSE
               IF RET-REFERENCIA = SPACES
                   MOVE 10 TO SUSPENSE-CODE
                   MOVE "REFERENCIA BANCARIA EM BRANCO"
                       TO SUSPENSE-MOTIVO
                   PERFORM SUSPEND-ITEM
               ELSE
                   PERFORM CHECK-DUPLICATE-ITEM
               END-IF
           END-IF.
           IF ITEM-VALID = 'S'
               IF RET-DATA = ZERO
                   MOVE DATA-ARQUIVO TO PAGTO-DATA
               ELSE
                   MOVE RET-DATA TO PAGTO-DATA
               END-IF
           END-IF.

       CHECK-DUPLICATE-ITEM.
           MOVE RET-REFERENCIA TO BIT-REFERENCIA.
           READ FILE-BANCOITENS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO ITEM-REGISTERED
                   IF BIT-LOTE = LOTE-ATUAL AND BIT-SEQ = RET-SEQ
                       SUBTRACT 1 FROM LIDOS-COUNT
                       ADD 1 TO PULADOS-COUNT
                       MOVE 'N' TO ITEM-VALID
                   ELSE
                       ADD 1 TO DUPLICADOS-COUNT
                       MOVE 08 TO SUSPENSE-CODE
                       MOVE "ITEM DUPLICADO, JA PROCESSADO"
                           TO SUSPENSE-MOTIVO
                       PERFORM SUSPEND-ITEM
                   END-IF
           END-READ.

       MATCH-DETALHE.
           IF RET-FATURA-NUM NOT = ZERO
               PERFORM MATCH-BY-FATURA
           ELSE
               IF RET-CLIENTE-ID = ZERO
                   MOVE 05 TO SUSPENSE-CODE
                   MOVE "SEM FATURA E SEM CLIENTE" TO SUSPENSE-MOTIVO
                   PERFORM SUSPEND-ITEM
               ELSE
                   PERFORM MATCH-BY-CLIENTE-VALOR
               END-IF
           END-IF.

       MATCH-BY-FATURA.
           MOVE RET-FATURA-NUM TO FATURA-NUMERO.
           PERFORM READ-FATURA.
           IF FATURA-FOUND = 'N'
               MOVE 01 TO SUSPENSE-CODE
               MOVE "FATURA NAO ENCONTRADA" TO SUSPENSE-MOTIVO
               PERFORM SUSPEND-ITEM
           ELSE
               IF RET-CLIENTE-ID NOT = ZERO
                   AND RET-CLIENTE-ID NOT = FATURA-CLIENTE-ID
                   MOVE 04 TO SUSPENSE-CODE
                   MOVE "CLIENTE DIFERE DA FATURA" TO SUSPENSE-MOTIVO
                   PERFORM SUSPEND-ITEM
               END-IF
           END-IF.

       MATCH-BY-CLIENTE-VALOR.
           MOVE ZERO TO MATCH-COUNT.
           MOVE ZERO TO MATCH-FATURA-NUM.
           MOVE 'N' TO MATCH-EOF.
           MOVE RET-CLIENTE-ID TO FATURA-CLIENTE-ID.
           START FILE-FATURAS KEY IS EQUAL FATURA-CLIENTE-ID
               INVALID KEY MOVE 'Y' TO MATCH-EOF
           END-START.
           PERFORM SCAN-CLIENTE-FATURA UNTIL MATCH-EOF = 'Y'.
           EVALUATE MATCH-COUNT
               WHEN 0
                   MOVE 06 TO SUSPENSE-CODE
                   MOVE "NENHUMA FATURA ABERTA C/ VALOR"
                       TO SUSPENSE-MOTIVO
                   PERFORM SUSPEND-ITEM
               WHEN 1
                   MOVE MATCH-FATURA-NUM TO FATURA-NUMERO
                   PERFORM READ-FATURA
               WHEN OTHER
                   MOVE 07 TO SUSPENSE-CODE
                   MOVE "MAIS DE UMA FATURA COM O VALOR"
                       TO SUSPENSE-MOTIVO
                   PERFORM SUSPEND-ITEM
           END-EVALUATE.

       SCAN-CLIENTE-FATURA.
           READ FILE-FATURAS NEXT RECORD
               AT END MOVE 'Y' TO MATCH-EOF
               NOT AT END
                   IF FATURA-CLIENTE-ID = RET-CLIENTE-ID
                       IF FATURA-ABERTA
                           IF FATURA-VALOR-CREDITO NOT NUMERIC
                               MOVE ZERO TO FATURA-VALOR-CREDITO
                           END-IF
                           COMPUTE SALDO-FATURA =
                               FATURA-VALOR-TOTAL - FATURA-VALOR-PAGO
                               - FATURA-VALOR-CREDITO
                           IF SALDO-FATURA = RET-VALOR
                               ADD 1 TO MATCH-COUNT
                               MOVE FATURA-NUMERO TO MATCH-FATURA-NUM
                           END-IF
                       END-IF
                   ELSE
                       MOVE 'Y' TO MATCH-EOF
                   END-IF
           END-READ.

       READ-FATURA.
           READ FILE-FATURAS
               INVALID KEY MOVE 'N' TO FATURA-FOUND
               NOT INVALID KEY MOVE 'S' TO FATURA-FOUND
           END-READ.
           IF FATURA-FOUND = 'S'
               IF FATURA-VALOR-CREDITO NOT NUMERIC
                   MOVE ZERO TO FATURA-VALOR-CREDITO
               END-IF
           END-IF.

       VALIDATE-PAYMENT.
           COMPUTE SALDO-FATURA =
               FATURA-VALOR-TOTAL - FATURA-VALOR-PAGO
               - FATURA-VALOR-CREDITO.
           EVALUATE TRUE
               WHEN RET-VALOR = ZERO
                   MOVE 09 TO SUSPENSE-CODE
                   MOVE "VALOR DEVE SER MAIOR QUE ZERO"
                       TO SUSPENSE-MOTIVO
                   PERFORM SUSPEND-ITEM
               WHEN FATURA-QUITADA
                   MOVE 02 TO SUSPENSE-CODE
                   MOVE "FATURA JA QUITADA" TO SUSPENSE-MOTIVO
                   PERFORM SUSPEND-ITEM
               WHEN RET-VALOR > SALDO-FATURA
                   MOVE 03 TO SUSPENSE-CODE
                   MOVE "VALOR EXCEDE SALDO DA FATURA"
                       TO SUSPENSE-MOTIVO
                   PERFORM SUSPEND-ITEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-PAGTO-PERIODO.
           MOVE PAGTO-DATA TO DATA-VERIFICADA.
           PERFORM CHECK-PERIODO-LANCADO.
           IF PERIODO-LANCADO = 'S'
               MOVE TODAY-DATE TO DATA-VERIFICADA
               PERFORM CHECK-PERIODO-LANCADO
               IF PERIODO-LANCADO = 'S'
                   MOVE 12 TO SUSPENSE-CODE
                   MOVE "PERIODO CONTABIL JA LANCADO"
                       TO SUSPENSE-MOTIVO
                   PERFORM SUSPEND-ITEM
               ELSE
                   MOVE TODAY-DATE TO PAGTO-DATA
                   ADD 1 TO REDATADOS-COUNT
                   ADD RET-VALOR TO REDATADOS-VALOR
               END-IF
           END-IF.

       CHECK-PERIODO-LANCADO.
           MOVE 'N' TO PERIODO-LANCADO.
           IF CONTABCTL-ABERTO = 'S'
               MOVE 'N' TO CONTABCTL-EOF
               MOVE ZERO TO CTB-DATA-INICIO
               MOVE ZERO TO CTB-DATA-FIM
               START FILE-CONTABCTL KEY IS NOT LESS THAN CTB-CHAVE
                   INVALID KEY MOVE 'Y' TO CONTABCTL-EOF
               END-START
               PERFORM CHECK-NEXT-PERIODO
                   UNTIL CONTABCTL-EOF = 'Y' OR PERIODO-LANCADO = 'S'
           END-IF.

       CHECK-NEXT-PERIODO.
           READ FILE-CONTABCTL NEXT RECORD
               AT END MOVE 'Y' TO CONTABCTL-EOF
               NOT AT END
                   IF CTB-LANCADO
                       AND CTB-DATA-INICIO <= DATA-VERIFICADA
                       AND CTB-DATA-FIM >= DATA-VERIFICADA
                       MOVE 'S' TO PERIODO-LANCADO
                   END-IF
           END-READ.

       WRITE-PAYMENT.
           MOVE NEXT-SEQ TO PAG-SEQ.
           MOVE FATURA-NUMERO TO PAG-FATURA-NUM.
           MOVE PAGTO-DATA TO PAG-DATA.
           MOVE RET-VALOR TO PAG-VALOR.
           MOVE CANAL-BANCO TO PAG-METODO.
           MOVE RET-REFERENCIA TO PAG-REFERENCIA.
           WRITE PAGTO-RECORD.
           ADD 1 TO NEXT-SEQ.
           ADD 1 TO BAIXADOS-COUNT.
           ADD RET-VALOR TO BAIXADOS-VALOR.

       APPLY-PAYMENT.
           ADD RET-VALOR TO FATURA-VALOR-PAGO.
           IF FATURA-VALOR-PAGO + FATURA-VALOR-CREDITO
               >= FATURA-VALOR-TOTAL
               MOVE 'Q' TO STATUS-FATURA
           END-IF.
           REWRITE RECORD-FATURA
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR FATURA " FATURA-NUMERO
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

       REGISTER-BANCOITEM.
           MOVE RET-REFERENCIA TO BIT-REFERENCIA.
           MOVE LOTE-ATUAL TO BIT-LOTE.
           MOVE RET-SEQ TO BIT-SEQ.
           MOVE PAGTO-DATA TO BIT-DATA.
           MOVE RET-VALOR TO BIT-VALOR.
           IF ITEM-VALID = 'S'
               MOVE 'B' TO BIT-SITUACAO
               MOVE FATURA-NUMERO TO BIT-FATURA-NUM
               MOVE PAG-SEQ TO BIT-PAG-SEQ
           ELSE
               MOVE 'S' TO BIT-SITUACAO
               MOVE RET-FATURA-NUM TO BIT-FATURA-NUM
               MOVE ZERO TO BIT-PAG-SEQ
           END-IF.
           WRITE RECORD-BANCOITEM
               INVALID KEY
                   DISPLAY "REFERENCIA JA REGISTRADA: " BIT-REFERENCIA
           END-WRITE.

       SUSPEND-ITEM.
           MOVE 'N' TO ITEM-VALID.
           MOVE TODAY-DATE TO SUS-DATA.
           MOVE LOTE-ATUAL TO SUS-LOTE.
           MOVE RET-SEQ TO SUS-SEQ.
           MOVE SUSPENSE-CODE TO SUS-CODIGO.
           MOVE SUSPENSE-MOTIVO TO SUS-MOTIVO.
           MOVE RET-FATURA-NUM TO SUS-FATURA-NUM.
           MOVE RET-CLIENTE-ID TO SUS-CLIENTE-ID.
           MOVE RET-VALOR TO SUS-VALOR.
           MOVE RET-REFERENCIA TO SUS-REFERENCIA.
           WRITE SUSPENSO-RECORD.
           ADD 1 TO SUSPENSOS-COUNT.
           IF RET-VALOR NUMERIC
               ADD RET-VALOR TO SUSPENSOS-VALOR
           END-IF.
           PERFORM PRINT-EXCEPTION-LINE.
           IF RET-REFERENCIA NOT = SPACES AND ITEM-REGISTERED = 'N'
               AND SUSPENSE-CODE NOT = 11
               PERFORM REGISTER-BANCOITEM
               MOVE 'S' TO ITEM-REGISTERED
           END-IF.

       PRINT-EXCEPTION-LINE.
           PERFORM CHECK-PAGE-BREAK.
           MOVE SPACES TO DETAIL-LINE.
           IF RET-SEQ NUMERIC
               MOVE RET-SEQ TO DET-SEQ
           END-IF.
           IF RET-FATURA-NUM NUMERIC
               MOVE RET-FATURA-NUM TO DET-FATURA
           END-IF.
           IF RET-CLIENTE-ID NUMERIC
               MOVE RET-CLIENTE-ID TO DET-CLIENTE
           END-IF.
           IF RET-VALOR NUMERIC
               MOVE RET-VALOR TO DET-VALOR
           END-IF.
           MOVE RET-REFERENCIA TO DET-REFERENCIA.
           MOVE SUSPENSE-CODE TO DET-CODIGO.
           MOVE SUSPENSE-MOTIVO TO DET-MOTIVO.
           WRITE REPORT-LINE FROM DETAIL-LINE.
           ADD 1 TO LINE-COUNT.

       CHECK-TRAILER.
           MOVE 'S' TO TRAILER-FOUND.
           IF RET-QTDE-ITENS NOT NUMERIC
               OR RET-VALOR-TOTAL NOT NUMERIC
               MOVE "*** TRAILER DO RETORNO INVALIDO ***"
                   TO MESSAGE-LINE
               PERFORM WRITE-MESSAGE-LINE
           ELSE
               IF RET-QTDE-ITENS NOT = DETALHES-COUNT
                   OR RET-VALOR-TOTAL NOT = DETALHES-VALOR
                   MOVE "*** TRAILER NAO CONFERE COM OS DETALHES ***"
                       TO MESSAGE-LINE
                   PERFORM WRITE-MESSAGE-LINE
               END-IF
           END-IF.

       WRITE-MESSAGE-LINE.
           DISPLAY MESSAGE-LINE.
           PERFORM CHECK-PAGE-BREAK.
           WRITE REPORT-LINE FROM MESSAGE-LINE.
           ADD 1 TO LINE-COUNT.

       WRITE-RUN-SUMMARY.
           IF TRAILER-FOUND = 'N'
               MOVE "*** RETORNO SEM REGISTRO TRAILER ***"
                   TO MESSAGE-LINE
               PERFORM WRITE-MESSAGE-LINE
           END-IF.
           PERFORM CHECK-PAGE-BREAK.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE "ITENS NO ARQUIVO" TO SUM-LABEL.
           MOVE DETALHES-COUNT TO SUM-COUNT.
           MOVE DETALHES-VALOR TO SUM-VALOR.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "JA PROCESSADOS ANTES" TO SUM-LABEL.
           MOVE PULADOS-COUNT TO SUM-COUNT.
           MOVE ZERO TO SUM-VALOR.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "PAGAMENTOS BAIXADOS" TO SUM-LABEL.
           MOVE BAIXADOS-COUNT TO SUM-COUNT.
           MOVE BAIXADOS-VALOR TO SUM-VALOR.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "  DOS QUAIS REDATADOS" TO SUM-LABEL.
           MOVE REDATADOS-COUNT TO SUM-COUNT.
           MOVE REDATADOS-VALOR TO SUM-VALOR.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "ENVIADOS PARA SUSPENSO" TO SUM-LABEL.
           MOVE SUSPENSOS-COUNT TO SUM-COUNT.
           MOVE SUSPENSOS-VALOR TO SUM-VALOR.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "  DOS QUAIS DUPLICADOS" TO SUM-LABEL.
           MOVE DUPLICADOS-COUNT TO SUM-COUNT.
           MOVE ZERO TO SUM-VALOR.
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-LINE.
           PERFORM CHECK-PAGE-BREAK.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           ADD 1 TO LINE-COUNT.

       CHECK-PAGE-BREAK.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM WRITE-HEADINGS
           END-IF.

       WRITE-HEADINGS.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HDG-PAGE-NUMBER.
           MOVE LOTE-ATUAL TO HDG-LOTE.
           MOVE DATA-ARQUIVO TO HDG-DATA-ARQ.
           MOVE CANAL-BANCO TO HDG-CANAL.
           MOVE TODAY-DATE TO HDG-TODAY.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM DETAIL-HEADING-LINE.
           MOVE 4 TO LINE-COUNT.
