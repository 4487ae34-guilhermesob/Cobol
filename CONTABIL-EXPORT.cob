       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABIL-EXPORT.

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
           SELECT PAGTO-FILE ASSIGN TO "pagamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGTO-STATUS.
           SELECT FILE-CREDITOS ASSIGN TO "creditos.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREDITO-NUMERO
               ALTERNATE RECORD KEY IS CREDITO-CLIENTE-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CREDITO-PEDIDO-ID
                   WITH DUPLICATES
               FILE STATUS IS CREDITOS-STATUS.
           SELECT CONTAS-FILE ASSIGN TO "contas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTAS-STATUS.
           SELECT FILE-CONTABCTL ASSIGN TO "contabilctl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTB-CHAVE
               FILE STATUS IS CONTABCTL-STATUS.
           SELECT LANCAMENTO-FILE ASSIGN TO "lancamentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LANCAMENTO-STATUS.
           SELECT REPORT-FILE ASSIGN TO "contabilprova.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-OPERADORES ASSIGN TO "operadores.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERADOR-ID
               FILE STATUS IS OPERADORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-FATURAS.
           COPY FATURAREC.

       FD PAGTO-FILE.
           COPY PAGTOREC.

       FD FILE-CREDITOS.
           COPY CREDITOREC.

       FD CONTAS-FILE.
       01 CONTAS-RECORD.
           05 MAP-CHAVE           PIC X(10).
           05 FILLER              PIC X.
           05 MAP-CONTA           PIC X(10).
           05 FILLER              PIC X.
           05 MAP-DESCRICAO       PIC X(30).

       FD FILE-CONTABCTL.
           COPY CONTABCTLREC.

       FD LANCAMENTO-FILE.
       01 LANCAMENTO-LINE.
           05 LAN-DATA            PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 LAN-SEQ             PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 LAN-CONTA           PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 LAN-DC              PIC X.
           05 FILLER              PIC X VALUE SPACE.
           05 LAN-VALOR           PIC 9(11)V99.
           05 FILLER              PIC X VALUE SPACE.
           05 LAN-ORIGEM          PIC X(3).
           05 FILLER              PIC X VALUE SPACE.
           05 LAN-DOCUMENTO       PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 LAN-FATURA-NUM      PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 LAN-CLIENTE-ID      PIC 9(5).
           05 FILLER              PIC X VALUE SPACE.
           05 LAN-HISTORICO       PIC X(30).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       FD FILE-OPERADORES.
           COPY OPERADORREC.

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC X.
       01 CONFIRMA             PIC X.
       01 RECORD-FOUND         PIC X VALUE 'N'.
       01 EOF-SWITCH           PIC X VALUE 'N'.
       01 PERIODO-OK           PIC X VALUE 'N'.
       01 PERIODO-LIVRE        PIC X VALUE 'S'.
       01 MAPA-OK              PIC X VALUE 'N'.
       01 FATURAS-STATUS       PIC XX.
       01 PAGTO-STATUS         PIC XX.
       01 CREDITOS-STATUS      PIC XX.
       01 CONTAS-STATUS        PIC XX.
       01 CONTABCTL-STATUS     PIC XX.
       01 LANCAMENTO-STATUS    PIC XX.
       01 OPERADORES-STATUS    PIC XX.
       01 SIGNON-OK            PIC X VALUE 'N'.
       01 SIGNON-TRIES         PIC 9 VALUE ZERO.
       01 OPERADOR-ATUAL       PIC X(8) VALUE SPACES.
       01 NIVEL-ATUAL          PIC 9 VALUE ZERO.
       01 TEMP-SIGNON.
           05 TEMP-OPERADOR-ID PIC X(8).
           05 TEMP-SENHA       PIC X(8).
       01 TODAY-DATE           PIC 9(8) VALUE ZERO.
       01 TEMP-PERIODO.
           05 TEMP-DATA-INICIO PIC 9(8).
           05 TEMP-DATA-FIM    PIC 9(8).
       01 TEMP-LANCAMENTO.
           05 TEMP-DATA        PIC 9(8).
           05 TEMP-DC          PIC X.
           05 TEMP-VALOR       PIC 9(11)V99.
           05 TEMP-ORIGEM      PIC X(3).
           05 TEMP-DOCUMENTO   PIC 9(6).
           05 TEMP-FATURA-NUM  PIC 9(6).
           05 TEMP-CLIENTE-ID  PIC 9(5).
           05 TEMP-HISTORICO   PIC X(30).
           05 TEMP-DEBITO-INDEX  PIC 9(3).
           05 TEMP-CREDITO-INDEX PIC 9(3).
       01 BUSCA-CHAVE          PIC X(10).
       01 MAPA-COUNT           PIC 9(3) VALUE ZERO.
       01 MAX-MAPAS            PIC 9(3) VALUE 50.
       01 MAPA-INDEX           PIC 9(3) COMP VALUE ZERO.
       01 MAPA-FOUND           PIC X VALUE 'N'.
       01 MAPA-TABLE.
           05 MAPA-ENTRY OCCURS 50 TIMES.
               10 MAPA-CHAVE      PIC X(10).
               10 MAPA-CONTA      PIC 9(3).
       01 CONTA-COUNT          PIC 9(3) VALUE ZERO.
       01 CONTA-INDEX          PIC 9(3) COMP VALUE ZERO.
       01 CONTA-FOUND          PIC X VALUE 'N'.
       01 CONTA-TABLE.
           05 CONTA-ENTRY OCCURS 50 TIMES.
               10 CONTA-CODIGO    PIC X(10).
               10 CONTA-DESCRICAO PIC X(30).
               10 CONTA-DEBITO    PIC 9(13)V99.
               10 CONTA-CREDITO   PIC 9(13)V99.
       01 RECEBER-INDEX        PIC 9(3) VALUE ZERO.
       01 VENDAS-INDEX         PIC 9(3) VALUE ZERO.
       01 DEVOLUCAO-INDEX      PIC 9(3) VALUE ZERO.
       01 PAGAMENTO-INDEX      PIC 9(3) VALUE ZERO.
       01 LANCAMENTO-SEQ       PIC 9(6) VALUE ZERO.
       01 FATURAS-COUNT        PIC 9(6) VALUE ZERO.
       01 PAGTOS-COUNT         PIC 9(6) VALUE ZERO.
       01 CREDITOS-COUNT       PIC 9(6) VALUE ZERO.
       01 IGNORADOS-COUNT      PIC 9(6) VALUE ZERO.
       01 FATURAS-VALOR        PIC 9(13)V99 VALUE ZERO.
       01 PAGTOS-VALOR         PIC 9(13)V99 VALUE ZERO.
       01 CREDITOS-VALOR       PIC 9(13)V99 VALUE ZERO.
       01 DOCUMENTOS-COUNT     PIC 9(6) VALUE ZERO.
       01 DOCUMENTOS-VALOR     PIC 9(13)V99 VALUE ZERO.
       01 TOTAL-DEBITO         PIC 9(13)V99 VALUE ZERO.
       01 TOTAL-CREDITO        PIC 9(13)V99 VALUE ZERO.
       01 RECEBER-CREDITO      PIC 9(13)V99 VALUE ZERO.
       01 TOTAL-EDITADO        PIC Z(13)9.99.
       01 LINE-COUNT           PIC 9(3) VALUE ZERO.
       01 PAGE-COUNT           PIC 9(3) VALUE ZERO.
       01 LINES-PER-PAGE       PIC 9(3) VALUE 50.

       01 HEADING-LINE-1.
           05 FILLER          PIC X(35)
               VALUE "PROVA DO LANCAMENTO CONTABIL".
           05 FILLER          PIC X(10) VALUE "PAGINA:".
           05 HDG-PAGE-NUMBER PIC ZZ9.

       01 HEADING-LINE-2.
           05 FILLER          PIC X(9)  VALUE "PERIODO: ".
           05 HDG-DATA-INICIO PIC 9(8).
           05 FILLER          PIC X(3)  VALUE " A ".
           05 HDG-DATA-FIM    PIC 9(8).
           05 FILLER          PIC X(13) VALUE "   EMISSAO: ".
           05 HDG-TODAY       PIC 9(8).

       01 CONTA-HEADING-LINE.
           05 FILLER          PIC X(12) VALUE "CONTA".
           05 FILLER          PIC X(32) VALUE "DESCRICAO".
           05 FILLER          PIC X(17) VALUE "           DEBITO".
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 FILLER          PIC X(17) VALUE "          CREDITO".

       01 CONTA-DETAIL-LINE.
           05 DET-CONTA       PIC X(10).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-DESCRICAO   PIC X(30).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-DEBITO      PIC Z(13)9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DET-CREDITO     PIC Z(13)9.99.

       01 ORIGEM-HEADING-LINE.
           05 FILLER          PIC X(32) VALUE "ORIGEM".
           05 FILLER          PIC X(6)  VALUE "  QTDE".
           05 FILLER          PIC X(6)  VALUE SPACES.
           05 FILLER          PIC X(17) VALUE "            VALOR".

       01 ORIGEM-LINE.
           05 ORG-DESCRICAO   PIC X(30).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 ORG-QTDE        PIC ZZZZZ9.
           05 FILLER          PIC X(6)  VALUE SPACES.
           05 ORG-VALOR       PIC Z(13)9.99.

       01 CONFERE-LINE.
           05 CNF-DESCRICAO   PIC X(40).
           05 CNF-RESULTADO   PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM OPERATOR-SIGNON.
           IF SIGNON-OK NOT = 'S'
               DISPLAY "ACESSO NEGADO!"
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-CONTABCTL-FILE.
           MOVE SPACE TO CHOICE.
           PERFORM PROCESS-COMMAND UNTIL CHOICE = 'Q'.
           PERFORM QUIT-PARAGRAPH.

       OPERATOR-SIGNON.
           OPEN INPUT FILE-OPERADORES.
           IF OPERADORES-STATUS = "35"
               DISPLAY "ARQUIVO DE OPERADORES AUSENTE, "
                   "EXECUTE OPERADOR-CRUD!"
           ELSE
               PERFORM REQUEST-CREDENTIALS
                   UNTIL SIGNON-OK = 'S' OR SIGNON-TRIES >= 3
               CLOSE FILE-OPERADORES
           END-IF.

       REQUEST-CREDENTIALS.
           ADD 1 TO SIGNON-TRIES.
           DISPLAY "Operador: ".
           ACCEPT TEMP-OPERADOR-ID.
           DISPLAY "Senha: ".
           ACCEPT TEMP-SENHA.
           MOVE TEMP-OPERADOR-ID TO OPERADOR-ID.
           READ FILE-OPERADORES
               INVALID KEY
                   DISPLAY "Operador ou senha inválidos!"
               NOT INVALID KEY
                   IF SENHA-OPERADOR = TEMP-SENHA
                       MOVE 'S' TO SIGNON-OK
                       MOVE OPERADOR-ID TO OPERADOR-ATUAL
                       MOVE NIVEL-OPERADOR TO NIVEL-ATUAL
                       DISPLAY "Bem-vindo, " NOME-OPERADOR
                   ELSE
                       DISPLAY "Operador ou senha inválidos!"
                   END-IF
           END-READ.

       OPEN-CONTABCTL-FILE.
           OPEN I-O FILE-CONTABCTL.
           IF CONTABCTL-STATUS = "35"
               OPEN OUTPUT FILE-CONTABCTL
               CLOSE FILE-CONTABCTL
               OPEN I-O FILE-CONTABCTL
           END-IF.

       OPEN-FATURAS-FILE.
           OPEN INPUT FILE-FATURAS.
           IF FATURAS-STATUS = "35"
               OPEN OUTPUT FILE-FATURAS
               CLOSE FILE-FATURAS
               OPEN INPUT FILE-FATURAS
           END-IF.

       OPEN-CREDITOS-FILE.
           OPEN INPUT FILE-CREDITOS.
           IF CREDITOS-STATUS = "35"
               OPEN OUTPUT FILE-CREDITOS
               CLOSE FILE-CREDITOS
               OPEN INPUT FILE-CREDITOS
           END-IF.

       PROCESS-COMMAND.
           DISPLAY "Escolha uma operação (G/R/L/Q): ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 'G'
                   IF NIVEL-ATUAL < 2
                       DISPLAY "Permissão insuficiente!"
                   ELSE
                       PERFORM GENERATE-PERIOD
                   END-IF
               WHEN 'R'
                   IF NIVEL-ATUAL < 3
                       DISPLAY "Somente supervisores reabrem um "
                           "período contábil!"
                   ELSE
                       PERFORM REOPEN-PERIOD
                   END-IF
               WHEN 'L' PERFORM LIST-PERIODS
               WHEN 'Q' CONTINUE
               WHEN OTHER DISPLAY "Comando inválido!" END-EVALUATE.

       ACCEPT-PERIOD.
           MOVE 'N' TO PERIODO-OK.
           DISPLAY "Data inicial (AAAAMMDD): ".
           ACCEPT TEMP-DATA-INICIO.
           DISPLAY "Data final (AAAAMMDD): ".
           ACCEPT TEMP-DATA-FIM.
           IF TEMP-DATA-INICIO = ZERO
               OR TEMP-DATA-FIM < TEMP-DATA-INICIO
               DISPLAY "Período inválido!"
           ELSE
               MOVE 'S' TO PERIODO-OK
           END-IF.

       GENERATE-PERIOD.
           PERFORM ACCEPT-PERIOD.
           IF PERIODO-OK = 'S'
               PERFORM CHECK-PERIOD-FREE
               IF PERIODO-LIVRE = 'S'
                   PERFORM LOAD-ACCOUNT-MAP
                   IF MAPA-OK = 'S'
                       DISPLAY "Gera o lançamento de "
                           TEMP-DATA-INICIO " a " TEMP-DATA-FIM
                           "? (S/N): "
                       ACCEPT CONFIRMA
                       IF CONFIRMA = 'S'
                           PERFORM BUILD-JOURNAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-PERIOD-FREE.
           MOVE 'S' TO PERIODO-LIVRE.
           MOVE 'N' TO EOF-SWITCH.
           MOVE ZERO TO CTB-DATA-INICIO.
           MOVE ZERO TO CTB-DATA-FIM.
           START FILE-CONTABCTL KEY IS NOT LESS THAN CTB-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-SWITCH
           END-START.
           PERFORM CHECK-NEXT-PERIOD UNTIL EOF-SWITCH = 'Y'.
           IF PERIODO-LIVRE = 'N'
               DISPLAY "Um supervisor precisa reabrir o período "
                   "antes de um novo lançamento (R)."
           END-IF.

       CHECK-NEXT-PERIOD.
           READ FILE-CONTABCTL NEXT RECORD
               AT END MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF CTB-LANCADO
                       AND CTB-DATA-INICIO <= TEMP-DATA-FIM
                       AND CTB-DATA-FIM >= TEMP-DATA-INICIO
                       MOVE 'N' TO PERIODO-LIVRE
                       DISPLAY "Período já lançado: "
                           CTB-DATA-INICIO " a " CTB-DATA-FIM
                           " em " CTB-DATA-LANCAMENTO
                           " por " CTB-OPERADOR
                   END-IF
           END-READ.

       LOAD-ACCOUNT-MAP.
           MOVE 'N' TO MAPA-OK.
           MOVE ZERO TO MAPA-COUNT.
           MOVE ZERO TO CONTA-COUNT.
           OPEN INPUT CONTAS-FILE.
           IF CONTAS-STATUS = "35"
               DISPLAY "CONTAS.TXT NÃO ENCONTRADO"
           ELSE
               MOVE 'N' TO EOF-SWITCH
               PERFORM LOAD-NEXT-MAPA UNTIL EOF-SWITCH = 'Y'
               CLOSE CONTAS-FILE
               PERFORM CHECK-REQUIRED-ACCOUNTS
           END-IF.

       LOAD-NEXT-MAPA.
           READ CONTAS-FILE
               AT END MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF MAP-CHAVE NOT = SPACES
                       PERFORM ADD-MAPA-ENTRY
                   END-IF
           END-READ.

       ADD-MAPA-ENTRY.
           IF MAPA-COUNT >= MAX-MAPAS
               DISPLAY "TABELA DE CONTAS CHEIA, CHAVE IGNORADA: "
                   MAP-CHAVE
           ELSE
               IF MAP-CONTA = SPACES
                   DISPLAY "CHAVE SEM CONTA, IGNORADA: " MAP-CHAVE
               ELSE
                   PERFORM FIND-OR-ADD-CONTA
                   ADD 1 TO MAPA-COUNT
                   MOVE MAP-CHAVE TO MAPA-CHAVE(MAPA-COUNT)
                   MOVE CONTA-INDEX TO MAPA-CONTA(MAPA-COUNT)
               END-IF
           END-IF.

       FIND-OR-ADD-CONTA.
           MOVE 'N' TO CONTA-FOUND.
           MOVE 1 TO CONTA-INDEX.
           PERFORM FIND-CONTA-SLOT
               UNTIL CONTA-FOUND = 'S' OR CONTA-INDEX > CONTA-COUNT.
           IF CONTA-FOUND = 'N'
               ADD 1 TO CONTA-COUNT
               MOVE CONTA-COUNT TO CONTA-INDEX
               MOVE MAP-CONTA TO CONTA-CODIGO(CONTA-INDEX)
               MOVE MAP-DESCRICAO TO CONTA-DESCRICAO(CONTA-INDEX)
               MOVE ZERO TO CONTA-DEBITO(CONTA-INDEX)
               MOVE ZERO TO CONTA-CREDITO(CONTA-INDEX)
           END-IF.

       FIND-CONTA-SLOT.
           IF CONTA-CODIGO(CONTA-INDEX) = MAP-CONTA
               MOVE 'S' TO CONTA-FOUND
           ELSE
               ADD 1 TO CONTA-INDEX
           END-IF.

       CHECK-REQUIRED-ACCOUNTS.
           MOVE 'S' TO MAPA-OK.
           MOVE "RECEBER" TO BUSCA-CHAVE.
           PERFORM CHECK-REQUIRED-KEY.
           MOVE CONTA-INDEX TO RECEBER-INDEX.
           MOVE "VENDAS" TO BUSCA-CHAVE.
           PERFORM CHECK-REQUIRED-KEY.
           MOVE CONTA-INDEX TO VENDAS-INDEX.
           MOVE "DEVOLUCAO" TO BUSCA-CHAVE.
           PERFORM CHECK-REQUIRED-KEY.
           MOVE CONTA-INDEX TO DEVOLUCAO-INDEX.
           MOVE "PAGAMENTO" TO BUSCA-CHAVE.
           PERFORM CHECK-REQUIRED-KEY.
           MOVE CONTA-INDEX TO PAGAMENTO-INDEX.

       CHECK-REQUIRED-KEY.
           PERFORM FIND-MAPA-CONTA.
           IF MAPA-FOUND = 'N'
               DISPLAY "CONTAS.TXT SEM A CHAVE OBRIGATORIA: "
                   BUSCA-CHAVE
               MOVE 'N' TO MAPA-OK
           END-IF.

       FIND-MAPA-CONTA.
           MOVE 'N' TO MAPA-FOUND.
           MOVE ZERO TO CONTA-INDEX.
           MOVE 1 TO MAPA-INDEX.
           PERFORM FIND-MAPA-SLOT
               UNTIL MAPA-FOUND = 'S' OR MAPA-INDEX > MAPA-COUNT.

       FIND-MAPA-SLOT.
           IF MAPA-CHAVE(MAPA-INDEX) = BUSCA-CHAVE
               MOVE 'S' TO MAPA-FOUND
               MOVE MAPA-CONTA(MAPA-INDEX) TO CONTA-INDEX
           ELSE
               ADD 1 TO MAPA-INDEX
           END-IF.

       BUILD-JOURNAL.
           MOVE ZERO TO LANCAMENTO-SEQ.
           MOVE ZERO TO FATURAS-COUNT.
           MOVE ZERO TO PAGTOS-COUNT.
           MOVE ZERO TO CREDITOS-COUNT.
           MOVE ZERO TO IGNORADOS-COUNT.
           MOVE ZERO TO FATURAS-VALOR.
           MOVE ZERO TO PAGTOS-VALOR.
           MOVE ZERO TO CREDITOS-VALOR.
           MOVE ZERO TO TOTAL-DEBITO.
           MOVE ZERO TO TOTAL-CREDITO.
           PERFORM OPEN-FATURAS-FILE.
           PERFORM OPEN-CREDITOS-FILE.
           OPEN OUTPUT LANCAMENTO-FILE.
           PERFORM POST-FATURAS.
           PERFORM POST-PAGAMENTOS.
           PERFORM POST-CREDITOS.
           CLOSE LANCAMENTO-FILE.
           CLOSE FILE-CREDITOS.
           CLOSE FILE-FATURAS.
           COMPUTE DOCUMENTOS-COUNT =
               FATURAS-COUNT + PAGTOS-COUNT + CREDITOS-COUNT.
           COMPUTE DOCUMENTOS-VALOR =
               FATURAS-VALOR + PAGTOS-VALOR + CREDITOS-VALOR.
           COMPUTE RECEBER-CREDITO = PAGTOS-VALOR + CREDITOS-VALOR.
           PERFORM PRINT-PROOF-REPORT.
           DISPLAY "FATURAS   : " FATURAS-COUNT.
           DISPLAY "PAGAMENTOS: " PAGTOS-COUNT.
           DISPLAY "CREDITOS  : " CREDITOS-COUNT.
           DISPLAY "LANCAMENTOS GRAVADOS: " LANCAMENTO-SEQ.
           IF IGNORADOS-COUNT > ZERO
               DISPLAY "PAGAMENTOS IGNORADOS: " IGNORADOS-COUNT
           END-IF.
           DISPLAY "RELATÓRIO GERADO: contabilprova.txt".
           IF TOTAL-DEBITO = TOTAL-CREDITO
               AND TOTAL-DEBITO = DOCUMENTOS-VALOR
               PERFORM RECORD-PERIOD-CONTROL
               DISPLAY "GERADO: lancamentos.txt"
           ELSE
               DISPLAY "LANÇAMENTO NÃO CONFERE, PERÍODO NÃO "
                   "FOI FECHADO!"
           END-IF.

       POST-FATURAS.
           MOVE 'N' TO EOF-SWITCH.
           MOVE ZERO TO FATURA-NUMERO.
           START FILE-FATURAS KEY IS NOT LESS THAN FATURA-NUMERO
               INVALID KEY MOVE 'Y' TO EOF-SWITCH
           END-START.
           PERFORM POST-NEXT-FATURA UNTIL EOF-SWITCH = 'Y'.

       POST-NEXT-FATURA.
           READ FILE-FATURAS NEXT RECORD
               AT END MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF FATURA-EMISSAO >= TEMP-DATA-INICIO
                       AND FATURA-EMISSAO <= TEMP-DATA-FIM
                       PERFORM POST-ONE-FATURA
                   END-IF
           END-READ.

       POST-ONE-FATURA.
           ADD 1 TO FATURAS-COUNT.
           ADD FATURA-VALOR-TOTAL TO FATURAS-VALOR.
           MOVE FATURA-EMISSAO TO TEMP-DATA.
           MOVE FATURA-VALOR-TOTAL TO TEMP-VALOR.
           MOVE "FAT" TO TEMP-ORIGEM.
           MOVE FATURA-NUMERO TO TEMP-DOCUMENTO.
           MOVE FATURA-NUMERO TO TEMP-FATURA-NUM.
           MOVE FATURA-CLIENTE-ID TO TEMP-CLIENTE-ID.
           MOVE "FATURA EMITIDA" TO TEMP-HISTORICO.
           MOVE RECEBER-INDEX TO TEMP-DEBITO-INDEX.
           MOVE VENDAS-INDEX TO TEMP-CREDITO-INDEX.
           PERFORM WRITE-JOURNAL-PAIR.

       POST-PAGAMENTOS.
           OPEN INPUT PAGTO-FILE.
           IF PAGTO-STATUS = "35"
               DISPLAY "PAGAMENTOS.TXT NÃO ENCONTRADO"
           ELSE
               MOVE 'N' TO EOF-SWITCH
               PERFORM POST-NEXT-PAGAMENTO UNTIL EOF-SWITCH = 'Y'
               CLOSE PAGTO-FILE
           END-IF.

       POST-NEXT-PAGAMENTO.
           READ PAGTO-FILE
               AT END MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF PAG-DATA NUMERIC
                       AND PAG-DATA >= TEMP-DATA-INICIO
                       AND PAG-DATA <= TEMP-DATA-FIM
                       PERFORM POST-ONE-PAGAMENTO
                   END-IF
           END-READ.

       POST-ONE-PAGAMENTO.
           IF PAG-VALOR NOT NUMERIC
               DISPLAY "PAGAMENTO IGNORADO, VALOR INVALIDO: " PAG-SEQ
               ADD 1 TO IGNORADOS-COUNT
           ELSE
               ADD 1 TO PAGTOS-COUNT
               ADD PAG-VALOR TO PAGTOS-VALOR
               MOVE PAG-DATA TO TEMP-DATA
               MOVE PAG-VALOR TO TEMP-VALOR
               MOVE "PAG" TO TEMP-ORIGEM
               MOVE PAG-SEQ TO TEMP-DOCUMENTO
               MOVE PAG-FATURA-NUM TO TEMP-FATURA-NUM
               MOVE PAG-FATURA-NUM TO FATURA-NUMERO
               READ FILE-FATURAS
                   INVALID KEY MOVE ZERO TO TEMP-CLIENTE-ID
                   NOT INVALID KEY
                       MOVE FATURA-CLIENTE-ID TO TEMP-CLIENTE-ID
               END-READ
               MOVE "RECEBIMENTO" TO TEMP-HISTORICO
               MOVE PAG-METODO TO BUSCA-CHAVE
               PERFORM FIND-MAPA-CONTA
               IF MAPA-FOUND = 'N'
                   MOVE PAGAMENTO-INDEX TO CONTA-INDEX
               END-IF
               MOVE CONTA-INDEX TO TEMP-DEBITO-INDEX
               MOVE RECEBER-INDEX TO TEMP-CREDITO-INDEX
               PERFORM WRITE-JOURNAL-PAIR
           END-IF.

       POST-CREDITOS.
           MOVE 'N' TO EOF-SWITCH.
           MOVE ZERO TO CREDITO-NUMERO.
           START FILE-CREDITOS KEY IS NOT LESS THAN CREDITO-NUMERO
               INVALID KEY MOVE 'Y' TO EOF-SWITCH
           END-START.
           PERFORM POST-NEXT-CREDITO UNTIL EOF-SWITCH = 'Y'.

       POST-NEXT-CREDITO.
           READ FILE-CREDITOS NEXT RECORD
               AT END MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF CREDITO-DATA >= TEMP-DATA-INICIO
                       AND CREDITO-DATA <= TEMP-DATA-FIM
                       PERFORM POST-ONE-CREDITO
                   END-IF
           END-READ.

       POST-ONE-CREDITO.
           ADD 1 TO CREDITOS-COUNT.
           ADD CREDITO-VALOR-TOTAL TO CREDITOS-VALOR.
           MOVE CREDITO-DATA TO TEMP-DATA.
           MOVE CREDITO-VALOR-TOTAL TO TEMP-VALOR.
           MOVE "CRD" TO TEMP-ORIGEM.
           MOVE CREDITO-NUMERO TO TEMP-DOCUMENTO.
           MOVE CREDITO-FATURA-NUM TO TEMP-FATURA-NUM.
           MOVE CREDITO-CLIENTE-ID TO TEMP-CLIENTE-ID.
           MOVE "NOTA DE CREDITO" TO TEMP-HISTORICO.
           MOVE DEVOLUCAO-INDEX TO TEMP-DEBITO-INDEX.
           MOVE RECEBER-INDEX TO TEMP-CREDITO-INDEX.
           PERFORM WRITE-JOURNAL-PAIR.

       WRITE-JOURNAL-PAIR.
           MOVE 'D' TO TEMP-DC.
           MOVE TEMP-DEBITO-INDEX TO CONTA-INDEX.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE 'C' TO TEMP-DC.
           MOVE TEMP-CREDITO-INDEX TO CONTA-INDEX.
           PERFORM WRITE-JOURNAL-LINE.

       WRITE-JOURNAL-LINE.
           ADD 1 TO LANCAMENTO-SEQ.
           IF TEMP-DC = 'D'
               ADD TEMP-VALOR TO CONTA-DEBITO(CONTA-INDEX)
               ADD TEMP-VALOR TO TOTAL-DEBITO
           ELSE
               ADD TEMP-VALOR TO CONTA-CREDITO(CONTA-INDEX)
               ADD TEMP-VALOR TO TOTAL-CREDITO
           END-IF.
           MOVE TEMP-DATA TO LAN-DATA.
           MOVE LANCAMENTO-SEQ TO LAN-SEQ.
           MOVE CONTA-CODIGO(CONTA-INDEX) TO LAN-CONTA.
           MOVE TEMP-DC TO LAN-DC.
           MOVE TEMP-VALOR TO LAN-VALOR.
           MOVE TEMP-ORIGEM TO LAN-ORIGEM.
           MOVE TEMP-DOCUMENTO TO LAN-DOCUMENTO.
           MOVE TEMP-FATURA-NUM TO LAN-FATURA-NUM.
           MOVE TEMP-CLIENTE-ID TO LAN-CLIENTE-ID.
           MOVE TEMP-HISTORICO TO LAN-HISTORICO.
           WRITE LANCAMENTO-LINE.

       RECORD-PERIOD-CONTROL.
           MOVE TEMP-DATA-INICIO TO CTB-DATA-INICIO.
           MOVE TEMP-DATA-FIM TO CTB-DATA-FIM.
           READ FILE-CONTABCTL
               INVALID KEY
                   MOVE 'N' TO RECORD-FOUND
                   MOVE ZERO TO CTB-DATA-REABERTURA
                   MOVE SPACES TO CTB-SUPERVISOR
               NOT INVALID KEY MOVE 'S' TO RECORD-FOUND
           END-READ.
           MOVE TEMP-DATA-INICIO TO CTB-DATA-INICIO.
           MOVE TEMP-DATA-FIM TO CTB-DATA-FIM.
           MOVE 'L' TO CTB-SITUACAO.
           MOVE TODAY-DATE TO CTB-DATA-LANCAMENTO.
           MOVE OPERADOR-ATUAL TO CTB-OPERADOR.
           MOVE LANCAMENTO-SEQ TO CTB-QTDE-LANCAMENTOS.
           MOVE TOTAL-DEBITO TO CTB-TOTAL-DEBITO.
           MOVE TOTAL-CREDITO TO CTB-TOTAL-CREDITO.
           IF RECORD-FOUND = 'S'
               REWRITE CONTABCTL-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao gravar o controle do período!"
                   NOT INVALID KEY
                       DISPLAY "Período lançado!"
               END-REWRITE
           ELSE
               WRITE CONTABCTL-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao gravar o controle do período!"
                   NOT INVALID KEY
                       DISPLAY "Período lançado!"
               END-WRITE
           END-IF.

       PRINT-PROOF-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE ZERO TO PAGE-COUNT.
           PERFORM WRITE-HEADINGS.
           WRITE REPORT-LINE FROM CONTA-HEADING-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE 1 TO CONTA-INDEX.
           PERFORM PRINT-CONTA-LINE UNTIL CONTA-INDEX > CONTA-COUNT.
           PERFORM CHECK-PAGE-BREAK.
           MOVE SPACES TO DET-CONTA.
           MOVE "TOTAL DO LANCAMENTO" TO DET-DESCRICAO.
           MOVE TOTAL-DEBITO TO DET-DEBITO.
           MOVE TOTAL-CREDITO TO DET-CREDITO.
           WRITE REPORT-LINE FROM CONTA-DETAIL-LINE.
           ADD 1 TO LINE-COUNT.
           PERFORM WRITE-BLANK-LINE.
           PERFORM CHECK-PAGE-BREAK.
           WRITE REPORT-LINE FROM ORIGEM-HEADING-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE "FATURAS EMITIDAS" TO ORG-DESCRICAO.
           MOVE FATURAS-COUNT TO ORG-QTDE.
           MOVE FATURAS-VALOR TO ORG-VALOR.
           PERFORM WRITE-ORIGEM-LINE.
           MOVE "PAGAMENTOS RECEBIDOS" TO ORG-DESCRICAO.
           MOVE PAGTOS-COUNT TO ORG-QTDE.
           MOVE PAGTOS-VALOR TO ORG-VALOR.
           PERFORM WRITE-ORIGEM-LINE.
           MOVE "NOTAS DE CREDITO" TO ORG-DESCRICAO.
           MOVE CREDITOS-COUNT TO ORG-QTDE.
           MOVE CREDITOS-VALOR TO ORG-VALOR.
           PERFORM WRITE-ORIGEM-LINE.
           MOVE "TOTAL DOS DOCUMENTOS" TO ORG-DESCRICAO.
           MOVE DOCUMENTOS-COUNT TO ORG-QTDE.
           MOVE DOCUMENTOS-VALOR TO ORG-VALOR.
           PERFORM WRITE-ORIGEM-LINE.
           IF IGNORADOS-COUNT > ZERO
               MOVE "PAGAMENTOS IGNORADOS" TO ORG-DESCRICAO
               MOVE IGNORADOS-COUNT TO ORG-QTDE
               MOVE ZERO TO ORG-VALOR
               PERFORM WRITE-ORIGEM-LINE
           END-IF.
           PERFORM WRITE-BLANK-LINE.
           MOVE "DEBITOS X CREDITOS" TO CNF-DESCRICAO.
           IF TOTAL-DEBITO = TOTAL-CREDITO
               MOVE "CONFERE" TO CNF-RESULTADO
           ELSE
               MOVE "NAO CONFERE" TO CNF-RESULTADO
           END-IF.
           PERFORM WRITE-CONFERE-LINE.
           MOVE "DEBITOS X TOTAL DOS DOCUMENTOS" TO CNF-DESCRICAO.
           IF TOTAL-DEBITO = DOCUMENTOS-VALOR
               MOVE "CONFERE" TO CNF-RESULTADO
           ELSE
               MOVE "NAO CONFERE" TO CNF-RESULTADO
           END-IF.
           PERFORM WRITE-CONFERE-LINE.
           MOVE "RECEBER A DEBITO X FATURAS" TO CNF-DESCRICAO.
           IF CONTA-DEBITO(RECEBER-INDEX) = FATURAS-VALOR
               MOVE "CONFERE" TO CNF-RESULTADO
           ELSE
               MOVE "NAO CONFERE" TO CNF-RESULTADO
           END-IF.
           PERFORM WRITE-CONFERE-LINE.
           MOVE "RECEBER A CREDITO X PAGAMENTOS+CREDITOS"
               TO CNF-DESCRICAO.
           IF CONTA-CREDITO(RECEBER-INDEX) = RECEBER-CREDITO
               MOVE "CONFERE" TO CNF-RESULTADO
           ELSE
               MOVE "NAO CONFERE" TO CNF-RESULTADO
           END-IF.
           PERFORM WRITE-CONFERE-LINE.
           CLOSE REPORT-FILE.

       PRINT-CONTA-LINE.
           PERFORM CHECK-PAGE-BREAK.
           MOVE CONTA-CODIGO(CONTA-INDEX) TO DET-CONTA.
           MOVE CONTA-DESCRICAO(CONTA-INDEX) TO DET-DESCRICAO.
           MOVE CONTA-DEBITO(CONTA-INDEX) TO DET-DEBITO.
           MOVE CONTA-CREDITO(CONTA-INDEX) TO DET-CREDITO.
           WRITE REPORT-LINE FROM CONTA-DETAIL-LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO CONTA-INDEX.

       WRITE-ORIGEM-LINE.
           PERFORM CHECK-PAGE-BREAK.
           WRITE REPORT-LINE FROM ORIGEM-LINE.
           ADD 1 TO LINE-COUNT.

       WRITE-CONFERE-LINE.
           PERFORM CHECK-PAGE-BREAK.
           WRITE REPORT-LINE FROM CONFERE-LINE.
           ADD 1 TO LINE-COUNT.

       WRITE-BLANK-LINE.
           PERFORM CHECK-PAGE-BREAK.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO LINE-COUNT.

       CHECK-PAGE-BREAK.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM WRITE-HEADINGS
           END-IF.

       WRITE-HEADINGS.
           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HDG-PAGE-NUMBER.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE TEMP-DATA-INICIO TO HDG-DATA-INICIO.
           MOVE TEMP-DATA-FIM TO HDG-DATA-FIM.
           MOVE TODAY-DATE TO HDG-TODAY.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           MOVE ZERO TO LINE-COUNT.

       REOPEN-PERIOD.
           PERFORM ACCEPT-PERIOD.
           IF PERIODO-OK = 'S'
               MOVE TEMP-DATA-INICIO TO CTB-DATA-INICIO
               MOVE TEMP-DATA-FIM TO CTB-DATA-FIM
               READ FILE-CONTABCTL
                   INVALID KEY
                       DISPLAY "Período não encontrado!"
                   NOT INVALID KEY
                       PERFORM REOPEN-PERIOD-RECORD
               END-READ
           END-IF.

       REOPEN-PERIOD-RECORD.
           PERFORM SHOW-PERIOD-RECORD.
           IF CTB-REABERTO
               DISPLAY "Período já está reaberto!"
           ELSE
               DISPLAY "Reabre o período? (S/N): "
               ACCEPT CONFIRMA
               IF CONFIRMA = 'S'
                   MOVE 'R' TO CTB-SITUACAO
                   MOVE TODAY-DATE TO CTB-DATA-REABERTURA
                   MOVE OPERADOR-ATUAL TO CTB-SUPERVISOR
                   REWRITE CONTABCTL-RECORD
                       INVALID KEY
                           DISPLAY "Erro ao reabrir o período!"
                       NOT INVALID KEY
                           DISPLAY "Período reaberto! Estorne o "
                               "lançamento anterior na contabilidade "
                               "antes de gerar novamente."
                   END-REWRITE
               END-IF
           END-IF.

       LIST-PERIODS.
           MOVE 'N' TO RECORD-FOUND.
           MOVE 'N' TO EOF-SWITCH.
           MOVE ZERO TO CTB-DATA-INICIO.
           MOVE ZERO TO CTB-DATA-FIM.
           START FILE-CONTABCTL KEY IS NOT LESS THAN CTB-CHAVE
               INVALID KEY MOVE 'Y' TO EOF-SWITCH
           END-START.
           PERFORM LIST-NEXT-PERIOD UNTIL EOF-SWITCH = 'Y'.
           IF RECORD-FOUND = 'N'
               DISPLAY "Nenhum período contábil lançado."
           END-IF.

       LIST-NEXT-PERIOD.
           READ FILE-CONTABCTL NEXT RECORD
               AT END MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   MOVE 'S' TO RECORD-FOUND
                   PERFORM SHOW-PERIOD-RECORD
           END-READ.

       SHOW-PERIOD-RECORD.
           DISPLAY "Período: " CTB-DATA-INICIO " a " CTB-DATA-FIM.
           DISPLAY "  Lançado em " CTB-DATA-LANCAMENTO
               " por " CTB-OPERADOR
               "  Lançamentos: " CTB-QTDE-LANCAMENTOS.
           MOVE CTB-TOTAL-DEBITO TO TOTAL-EDITADO.
           DISPLAY "  Total débito : " TOTAL-EDITADO.
           MOVE CTB-TOTAL-CREDITO TO TOTAL-EDITADO.
           DISPLAY "  Total crédito: " TOTAL-EDITADO.
           IF CTB-REABERTO
               DISPLAY "  Situação: REABERTO em "
                   CTB-DATA-REABERTURA " por " CTB-SUPERVISOR
           ELSE
               DISPLAY "  Situação: LANÇADO"
           END-IF.

       QUIT-PARAGRAPH.
           CLOSE FILE-CONTABCTL.
           STOP RUN.
