       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATO-CLIENTE.

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
           SELECT FILE-CLIENTES ASSIGN TO "clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS CLIENTES-STATUS.
           SELECT SORT-FILE ASSIGN TO "extrato.srt".
           SELECT EXTRATO-FILE ASSIGN TO "extrato.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-FATURAS.
           COPY FATURAREC.

       FD PAGTO-FILE.
           COPY PAGTOREC.

       FD FILE-CREDITOS.
           COPY CREDITOREC.

       FD FILE-CLIENTES.
           COPY CLIENTEREC.

       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-CLIENTE-ID    PIC 9(5).
           05 SORT-DATA          PIC 9(8).
           05 SORT-TIPO          PIC X.
               88 SORT-E-FATURA     VALUE 'F'.
               88 SORT-E-PAGAMENTO  VALUE 'P'.
               88 SORT-E-CREDITO    VALUE 'N'.
           05 SORT-DOCUMENTO     PIC 9(6).
           05 SORT-FATURA-NUM    PIC 9(6).
           05 SORT-VALOR         PIC 9(11)V99.
           05 SORT-VENCIMENTO    PIC 9(8).
           05 SORT-METODO        PIC X(10).
           05 SORT-VALOR-APLICADO PIC 9(11)V99.

       FD EXTRATO-FILE.
       01 EXTRATO-LINE    PIC X(120).

       WORKING-STORAGE SECTION.
       01 FATURAS-STATUS    PIC XX.
       01 PAGTO-STATUS      PIC XX.
       01 CLIENTES-STATUS   PIC XX.
       01 CREDITOS-STATUS   PIC XX.
       01 CREDITOS-EOF      PIC X VALUE 'N'.
       01 EOF-SWITCH        PIC X VALUE 'N'.
       01 FATURAS-EOF       PIC X VALUE 'N'.
       01 PAGTO-EOF         PIC X VALUE 'N'.
       01 FIRST-RECORD      PIC X VALUE 'S'.
       01 HEADER-PRINTED    PIC X VALUE 'N'.
       01 PERIODO-OK        PIC X VALUE 'S'.
       01 TABLE-FULL        PIC X VALUE 'N'.
       01 SLOT-FOUND        PIC X VALUE 'N'.
       01 PREVIOUS-CLIENTE  PIC 9(5) VALUE ZERO.
       01 CLIENTE-SELECIONADO PIC 9(5) VALUE ZERO.
       01 PERIODO-ENTRADA   PIC 9(6) VALUE ZERO.
       01 PERIODO-SPLIT REDEFINES PERIODO-ENTRADA.
           05 PERIODO-ANO    PIC 9(4).
           05 PERIODO-MES    PIC 9(2).
       01 PERIODO-INICIO    PIC 9(8) VALUE ZERO.
       01 PERIODO-FIM       PIC 9(8) VALUE ZERO.
       01 FIM-DAYS          PIC 9(7) VALUE ZERO.
       01 TODAY-DATE        PIC 9(8) VALUE ZERO.
       01 VENCTO-DAYS       PIC 9(7) VALUE ZERO.
       01 DIAS-ATRASO       PIC S9(5) VALUE ZERO.
       01 CURRENT-FAIXA     PIC 9 VALUE ZERO.
       01 FAIXA-INDEX       PIC 9 COMP VALUE ZERO.
       01 FAT-INDEX         PIC 9(3) COMP VALUE ZERO.
       01 FAT-COUNT         PIC 9(3) COMP VALUE ZERO.
       01 FAT-LIMIT         PIC 9(3) COMP VALUE 300.
       01 EXTRATOS-COUNT    PIC 9(6) VALUE ZERO.
       01 OMITIDOS-COUNT    PIC 9(6) VALUE ZERO.
       01 SEM-FATURA-COUNT  PIC 9(6) VALUE ZERO.
       01 SALDO-ABERTURA    PIC S9(11)V99 VALUE ZERO.
       01 SALDO-CORRENTE    PIC S9(11)V99 VALUE ZERO.
       01 TOTAL-FATURADO    PIC 9(11)V99 VALUE ZERO.
       01 TOTAL-CREDITADO   PIC 9(11)V99 VALUE ZERO.
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
       01 DAYS-IN-MONTH     PIC 9(2) VALUE ZERO.
       01 LEAP-REMAINDER    PIC 9(4) VALUE ZERO.
       01 LEAP-QUOTIENT     PIC 9(4) VALUE ZERO.
       01 FATURA-TABLE.
           05 FAT-SLOT OCCURS 300 TIMES.
               10 FAT-NUMERO     PIC 9(6).
               10 FAT-VENCIMENTO PIC 9(8).
               10 FAT-SALDO      PIC S9(11)V99.
       01 AGING-TOTALS.
           05 AGE-FAIXA-TOTAL OCCURS 5 TIMES PIC S9(11)V99.

       01 STM-TITLE-LINE.
           05 FILLER          PIC X(30)
               VALUE "EXTRATO DE CONTA CORRENTE".
           05 FILLER          PIC X(10) VALUE "PERIODO: ".
           05 STM-INICIO      PIC 9(8).
           05 FILLER          PIC X(3)  VALUE " A ".
           05 STM-FIM         PIC 9(8).
           05 FILLER          PIC X(12) VALUE "   EMISSAO: ".
           05 STM-EMISSAO     PIC 9(8).

       01 STM-MAIL-LINE.
           05 FILLER          PIC X(5)  VALUE SPACES.
           05 STM-MAIL-TEXT   PIC X(50).

       01 STM-CLIENTE-LINE.
           05 FILLER          PIC X(9)  VALUE "CLIENTE: ".
           05 STM-CLIENTE-ID  PIC ZZZZ9.

       01 STM-COLUMN-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 FILLER          PIC X(10) VALUE "DATA".
           05 FILLER          PIC X(42) VALUE "HISTORICO".
           05 FILLER          PIC X(16) VALUE "          DEBITO".
           05 FILLER          PIC X(17) VALUE "          CREDITO".
           05 FILLER          PIC X(17) VALUE "           SALDO".

       01 STM-DETAIL-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 STD-DATA        PIC 9(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 STD-DOCUMENTO   PIC X(10).
           05 STD-NUMERO      PIC ZZZZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 STD-REF-LABEL   PIC X(5).
           05 STD-REFERENCIA  PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 STD-METODO      PIC X(10).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 STD-DEBITO      PIC Z(10)9.99 BLANK WHEN ZERO.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 STD-CREDITO     PIC Z(10)9.99 BLANK WHEN ZERO.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 STD-SALDO       PIC Z(10)9.99-.

       01 STM-SALDO-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 STS-LABEL       PIC X(85).
           05 STS-SALDO       PIC Z(10)9.99-.

       01 STM-TOTAL-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 FILLER          PIC X(53)
               VALUE "TOTAL DO PERIODO".
           05 STT-DEBITO      PIC Z(10)9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 STT-CREDITO     PIC Z(10)9.99.

       01 STM-AGING-HEADING.
           05 FILLER          PIC X(18) VALUE "  ENVELHECIMENTO".
           05 FILLER          PIC X(16) VALUE "        A VENCER".
           05 FILLER          PIC X(16) VALUE "            1-30".
           05 FILLER          PIC X(16) VALUE "           31-60".
           05 FILLER          PIC X(16) VALUE "           61-90".
           05 FILLER          PIC X(16) VALUE "         MAIS 90".

       01 STM-AGING-LINE.
           05 FILLER          PIC X(18) VALUE SPACES.
           05 STA-FAIXA-OUT OCCURS 5 TIMES PIC Z(11)9.99-.

       01 STM-NOTE-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 STN-TEXT        PIC X(60).

       01 STM-SEPARATOR-LINE  PIC X(120) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "Digite o período (AAAAMM, 0 = mês atual): ".
           ACCEPT PERIODO-ENTRADA.
           DISPLAY "Digite o ID do cliente (0 = todos): ".
           ACCEPT CLIENTE-SELECIONADO.
           PERFORM SET-PERIOD-DATES.
           IF PERIODO-OK = 'N'
               DISPLAY "Período inválido!"
           ELSE
               PERFORM OPEN-CLIENTES-FILE
               PERFORM OPEN-FATURAS-FILE
               OPEN OUTPUT EXTRATO-FILE
               SORT SORT-FILE
                   ON ASCENDING KEY SORT-CLIENTE-ID
                   ON ASCENDING KEY SORT-DATA
                   ON ASCENDING KEY SORT-TIPO
                   ON ASCENDING KEY SORT-DOCUMENTO
                   INPUT PROCEDURE IS RELEASE-TRANSACTIONS
                   OUTPUT PROCEDURE IS PRINT-STATEMENTS
               CLOSE EXTRATO-FILE
               CLOSE FILE-FATURAS
               CLOSE FILE-CLIENTES
               DISPLAY "===== EXTRATOS DE CLIENTES ====="
               DISPLAY "PERIODO           : " PERIODO-INICIO
                   " A " PERIODO-FIM
               DISPLAY "EXTRATOS EMITIDOS : " EXTRATOS-COUNT
               DISPLAY "SEM MOVIMENTO     : " OMITIDOS-COUNT
               IF SEM-FATURA-COUNT > ZERO
                   DISPLAY "PAGTOS SEM FATURA : " SEM-FATURA-COUNT
               END-IF
               DISPLAY "GERADO: extrato.txt"
           END-IF.
           STOP RUN.

       SET-PERIOD-DATES.
           MOVE 'S' TO PERIODO-OK.
           IF PERIODO-ENTRADA = ZERO
               MOVE TODAY-DATE TO WORK-DATE
           ELSE
               MOVE PERIODO-ANO TO WORK-YEAR
               MOVE PERIODO-MES TO WORK-MONTH
           END-IF.
           IF WORK-MONTH < 1 OR WORK-MONTH > 12
               MOVE 'N' TO PERIODO-OK
           ELSE
               MOVE 1 TO WORK-DAY
               MOVE WORK-DATE TO PERIODO-INICIO
               PERFORM SET-DAYS-IN-MONTH
               MOVE DAYS-IN-MONTH TO WORK-DAY
               MOVE WORK-DATE TO PERIODO-FIM
               PERFORM CONVERT-DATE-TO-DAYS
               MOVE WORK-DAYS TO FIM-DAYS
           END-IF.

       OPEN-CLIENTES-FILE.
           OPEN INPUT FILE-CLIENTES.
           IF CLIENTES-STATUS = "35"
               OPEN OUTPUT FILE-CLIENTES
               CLOSE FILE-CLIENTES
               OPEN INPUT FILE-CLIENTES
           END-IF.

       OPEN-FATURAS-FILE.
           OPEN INPUT FILE-FATURAS.
           IF FATURAS-STATUS = "35"
               OPEN OUTPUT FILE-FATURAS
               CLOSE FILE-FATURAS
               OPEN INPUT FILE-FATURAS
           END-IF.

       RELEASE-TRANSACTIONS.
           MOVE 'N' TO FATURAS-EOF.
           MOVE ZERO TO FATURA-NUMERO.
           START FILE-FATURAS KEY IS NOT LESS THAN FATURA-NUMERO
               INVALID KEY MOVE 'Y' TO FATURAS-EOF
           END-START.
           PERFORM RELEASE-NEXT-FATURA UNTIL FATURAS-EOF = 'Y'.
           MOVE 'N' TO PAGTO-EOF.
           OPEN INPUT PAGTO-FILE.
           IF PAGTO-STATUS = "35"
               MOVE 'Y' TO PAGTO-EOF
           ELSE
               PERFORM RELEASE-NEXT-PAYMENT UNTIL PAGTO-EOF = 'Y'
               CLOSE PAGTO-FILE
           END-IF.
           MOVE 'N' TO CREDITOS-EOF.
           OPEN INPUT FILE-CREDITOS.
           IF CREDITOS-STATUS = "35"
               MOVE 'Y' TO CREDITOS-EOF
           ELSE
               PERFORM RELEASE-NEXT-CREDITO UNTIL CREDITOS-EOF = 'Y'
               CLOSE FILE-CREDITOS
           END-IF.

       RELEASE-NEXT-FATURA.
           READ FILE-FATURAS NEXT RECORD
               AT END MOVE 'Y' TO FATURAS-EOF
               NOT AT END
                   IF (CLIENTE-SELECIONADO = ZERO
                       OR FATURA-CLIENTE-ID = CLIENTE-SELECIONADO)
                       AND FATURA-EMISSAO <= PERIODO-FIM
                       PERFORM RELEASE-FATURA-RECORD
                   END-IF
           END-READ.

       RELEASE-FATURA-RECORD.
           MOVE FATURA-CLIENTE-ID TO SORT-CLIENTE-ID.
           MOVE FATURA-EMISSAO TO SORT-DATA.
           MOVE 'F' TO SORT-TIPO.
           MOVE FATURA-NUMERO TO SORT-DOCUMENTO.
           MOVE FATURA-NUMERO TO SORT-FATURA-NUM.
           MOVE FATURA-VALOR-TOTAL TO SORT-VALOR.
           MOVE FATURA-VENCIMENTO TO SORT-VENCIMENTO.
           MOVE SPACES TO SORT-METODO.
           MOVE ZERO TO SORT-VALOR-APLICADO.
           RELEASE SORT-RECORD.

       RELEASE-NEXT-PAYMENT.
           READ PAGTO-FILE
               AT END MOVE 'Y' TO PAGTO-EOF
               NOT AT END
                   IF PAG-DATA <= PERIODO-FIM
                       PERFORM RELEASE-PAYMENT-RECORD
                   END-IF
           END-READ.

       RELEASE-PAYMENT-RECORD.
           MOVE PAG-FATURA-NUM TO FATURA-NUMERO.
           READ FILE-FATURAS
               INVALID KEY
                   ADD 1 TO SEM-FATURA-COUNT
               NOT INVALID KEY
                   IF CLIENTE-SELECIONADO = ZERO
                       OR FATURA-CLIENTE-ID = CLIENTE-SELECIONADO
                       MOVE FATURA-CLIENTE-ID TO SORT-CLIENTE-ID
                       MOVE PAG-DATA TO SORT-DATA
                       MOVE 'P' TO SORT-TIPO
                       MOVE PAG-SEQ TO SORT-DOCUMENTO
                       MOVE PAG-FATURA-NUM TO SORT-FATURA-NUM
                       MOVE PAG-VALOR TO SORT-VALOR
                       MOVE ZERO TO SORT-VENCIMENTO
                       MOVE PAG-METODO TO SORT-METODO
                       MOVE PAG-VALOR TO SORT-VALOR-APLICADO
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

       RELEASE-NEXT-CREDITO.
           READ FILE-CREDITOS NEXT RECORD
               AT END MOVE 'Y' TO CREDITOS-EOF
               NOT AT END
                   IF (CLIENTE-SELECIONADO = ZERO
                       OR CREDITO-CLIENTE-ID = CLIENTE-SELECIONADO)
                       AND CREDITO-DATA <= PERIODO-FIM
                       PERFORM RELEASE-CREDITO-RECORD
                   END-IF
           END-READ.

       RELEASE-CREDITO-RECORD.
           MOVE CREDITO-CLIENTE-ID TO SORT-CLIENTE-ID.
           MOVE CREDITO-DATA TO SORT-DATA.
           MOVE 'N' TO SORT-TIPO.
           MOVE CREDITO-NUMERO TO SORT-DOCUMENTO.
           MOVE CREDITO-FATURA-NUM TO SORT-FATURA-NUM.
           MOVE CREDITO-VALOR-TOTAL TO SORT-VALOR.
           MOVE ZERO TO SORT-VENCIMENTO.
           MOVE "DEVOLUCAO" TO SORT-METODO.
           MOVE CREDITO-VALOR-APLICADO TO SORT-VALOR-APLICADO.
           RELEASE SORT-RECORD.

       PRINT-STATEMENTS.
           PERFORM RETURN-SORT-RECORD.
           PERFORM PROCESS-STATEMENT-RECORD UNTIL EOF-SWITCH = 'Y'.
           IF FIRST-RECORD = 'N'
               PERFORM FINISH-CLIENTE-STATEMENT
           END-IF.

       RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO EOF-SWITCH
           END-RETURN.

       PROCESS-STATEMENT-RECORD.
           IF FIRST-RECORD = 'S'
               OR SORT-CLIENTE-ID NOT = PREVIOUS-CLIENTE
               IF FIRST-RECORD = 'N'
                   PERFORM FINISH-CLIENTE-STATEMENT
               END-IF
               PERFORM START-CLIENTE-STATEMENT
           END-IF.
           PERFORM POST-TRANSACTION.
           PERFORM RETURN-SORT-RECORD.

       START-CLIENTE-STATEMENT.
           MOVE SORT-CLIENTE-ID TO PREVIOUS-CLIENTE.
           MOVE 'N' TO FIRST-RECORD.
           MOVE 'N' TO HEADER-PRINTED.
           MOVE 'N' TO TABLE-FULL.
           MOVE ZERO TO SALDO-ABERTURA.
           MOVE ZERO TO SALDO-CORRENTE.
           MOVE ZERO TO TOTAL-FATURADO.
           MOVE ZERO TO TOTAL-CREDITADO.
           MOVE ZERO TO FAT-COUNT.

       POST-TRANSACTION.
           IF SORT-DATA < PERIODO-INICIO
               IF SORT-E-FATURA
                   ADD SORT-VALOR TO SALDO-ABERTURA
               ELSE
                   SUBTRACT SORT-VALOR FROM SALDO-ABERTURA
               END-IF
               MOVE SALDO-ABERTURA TO SALDO-CORRENTE
           ELSE
               IF HEADER-PRINTED = 'N'
                   PERFORM WRITE-STATEMENT-HEADER
               END-IF
               PERFORM WRITE-STATEMENT-DETAIL
           END-IF.
           PERFORM UPDATE-FATURA-TABLE.

       WRITE-STATEMENT-DETAIL.
           MOVE SPACES TO STD-METODO.
           MOVE SORT-DATA TO STD-DATA.
           MOVE SORT-DOCUMENTO TO STD-NUMERO.
           IF SORT-E-FATURA
               ADD SORT-VALOR TO SALDO-CORRENTE
               ADD SORT-VALOR TO TOTAL-FATURADO
               MOVE "FATURA" TO STD-DOCUMENTO
               MOVE "VENC " TO STD-REF-LABEL
               MOVE SORT-VENCIMENTO TO STD-REFERENCIA
               MOVE SORT-VALOR TO STD-DEBITO
               MOVE ZERO TO STD-CREDITO
           ELSE
               SUBTRACT SORT-VALOR FROM SALDO-CORRENTE
               ADD SORT-VALOR TO TOTAL-CREDITADO
               IF SORT-E-CREDITO
                   MOVE "NOTA CRED" TO STD-DOCUMENTO
               ELSE
                   MOVE "PAGAMENTO" TO STD-DOCUMENTO
               END-IF
               MOVE "FAT  " TO STD-REF-LABEL
               MOVE SORT-FATURA-NUM TO STD-REFERENCIA
               MOVE SORT-METODO TO STD-METODO
               MOVE ZERO TO STD-DEBITO
               MOVE SORT-VALOR TO STD-CREDITO
           END-IF.
           MOVE SALDO-CORRENTE TO STD-SALDO.
           WRITE EXTRATO-LINE FROM STM-DETAIL-LINE.

       UPDATE-FATURA-TABLE.
           IF SORT-E-FATURA
               IF FAT-COUNT < FAT-LIMIT
                   ADD 1 TO FAT-COUNT
                   MOVE SORT-FATURA-NUM TO FAT-NUMERO(FAT-COUNT)
                   MOVE SORT-VENCIMENTO TO FAT-VENCIMENTO(FAT-COUNT)
                   MOVE SORT-VALOR TO FAT-SALDO(FAT-COUNT)
               ELSE
                   MOVE 'S' TO TABLE-FULL
               END-IF
           ELSE
               MOVE 'N' TO SLOT-FOUND
               MOVE 1 TO FAT-INDEX
               PERFORM FIND-FATURA-SLOT
                   UNTIL SLOT-FOUND = 'S' OR FAT-INDEX > FAT-COUNT
               IF SLOT-FOUND = 'S'
                   SUBTRACT SORT-VALOR-APLICADO
                       FROM FAT-SALDO(FAT-INDEX)
               END-IF
           END-IF.

       FIND-FATURA-SLOT.
           IF FAT-NUMERO(FAT-INDEX) = SORT-FATURA-NUM
               MOVE 'S' TO SLOT-FOUND
           ELSE
               ADD 1 TO FAT-INDEX
           END-IF.

       WRITE-STATEMENT-HEADER.
           MOVE 'S' TO HEADER-PRINTED.
           ADD 1 TO EXTRATOS-COUNT.
           MOVE PREVIOUS-CLIENTE TO CUSTOMER-ID.
           READ FILE-CLIENTES
               INVALID KEY
                   MOVE "*** CLIENTE NAO CADASTRADO ***"
                       TO NOME-CLIENTE
                   MOVE SPACES TO ENDERECO-CLIENTE
           END-READ.
           MOVE PERIODO-INICIO TO STM-INICIO.
           MOVE PERIODO-FIM TO STM-FIM.
           MOVE TODAY-DATE TO STM-EMISSAO.
           WRITE EXTRATO-LINE FROM STM-TITLE-LINE.
           MOVE SPACES TO EXTRATO-LINE.
           WRITE EXTRATO-LINE.
           MOVE NOME-CLIENTE TO STM-MAIL-TEXT.
           WRITE EXTRATO-LINE FROM STM-MAIL-LINE.
           MOVE ENDERECO-CLIENTE TO MAIL-ENDERECO.
           MOVE MAIL-ENDERECO-1 TO STM-MAIL-TEXT.
           WRITE EXTRATO-LINE FROM STM-MAIL-LINE.
           IF MAIL-ENDERECO-2 NOT = SPACES
               MOVE MAIL-ENDERECO-2 TO STM-MAIL-TEXT
               WRITE EXTRATO-LINE FROM STM-MAIL-LINE
           END-IF.
           MOVE SPACES TO EXTRATO-LINE.
           WRITE EXTRATO-LINE.
           MOVE PREVIOUS-CLIENTE TO STM-CLIENTE-ID.
           WRITE EXTRATO-LINE FROM STM-CLIENTE-LINE.
           WRITE EXTRATO-LINE FROM STM-COLUMN-LINE.
           MOVE "SALDO ANTERIOR" TO STS-LABEL.
           MOVE SALDO-ABERTURA TO STS-SALDO.
           WRITE EXTRATO-LINE FROM STM-SALDO-LINE.

       FINISH-CLIENTE-STATEMENT.
           IF HEADER-PRINTED = 'N'
               IF SALDO-CORRENTE = ZERO
                   ADD 1 TO OMITIDOS-COUNT
               ELSE
                   PERFORM WRITE-STATEMENT-HEADER
                   MOVE "SEM MOVIMENTO NO PERIODO" TO STN-TEXT
                   WRITE EXTRATO-LINE FROM STM-NOTE-LINE
               END-IF
           END-IF.
           IF HEADER-PRINTED = 'S'
               PERFORM WRITE-STATEMENT-FOOTER
           END-IF.

       WRITE-STATEMENT-FOOTER.
           MOVE TOTAL-FATURADO TO STT-DEBITO.
           MOVE TOTAL-CREDITADO TO STT-CREDITO.
           WRITE EXTRATO-LINE FROM STM-TOTAL-LINE.
           MOVE "SALDO FINAL" TO STS-LABEL.
           MOVE SALDO-CORRENTE TO STS-SALDO.
           WRITE EXTRATO-LINE FROM STM-SALDO-LINE.
           MOVE SPACES TO EXTRATO-LINE.
           WRITE EXTRATO-LINE.
           PERFORM COMPUTE-STATEMENT-AGING.
           WRITE EXTRATO-LINE FROM STM-AGING-HEADING.
           MOVE 1 TO FAIXA-INDEX.
           PERFORM MOVE-AGING-FAIXA UNTIL FAIXA-INDEX > 5.
           WRITE EXTRATO-LINE FROM STM-AGING-LINE.
           IF TABLE-FULL = 'S'
               MOVE "* ENVELHECIMENTO PARCIAL - EXCESSO DE FATURAS *"
                   TO STN-TEXT
               WRITE EXTRATO-LINE FROM STM-NOTE-LINE
           END-IF.
           WRITE EXTRATO-LINE FROM STM-SEPARATOR-LINE.

       COMPUTE-STATEMENT-AGING.
           MOVE 1 TO FAIXA-INDEX.
           PERFORM CLEAR-AGING-SLOT UNTIL FAIXA-INDEX > 5.
           MOVE 1 TO FAT-INDEX.
           PERFORM AGE-FATURA-SLOT UNTIL FAT-INDEX > FAT-COUNT.

       CLEAR-AGING-SLOT.
           MOVE ZERO TO AGE-FAIXA-TOTAL(FAIXA-INDEX).
           ADD 1 TO FAIXA-INDEX.

       AGE-FATURA-SLOT.
           IF FAT-SALDO(FAT-INDEX) NOT = ZERO
               MOVE FAT-VENCIMENTO(FAT-INDEX) TO WORK-DATE
               PERFORM CONVERT-DATE-TO-DAYS
               MOVE WORK-DAYS TO VENCTO-DAYS
               COMPUTE DIAS-ATRASO = FIM-DAYS - VENCTO-DAYS
               PERFORM SET-CURRENT-FAIXA
               ADD FAT-SALDO(FAT-INDEX)
                   TO AGE-FAIXA-TOTAL(CURRENT-FAIXA)
           END-IF.
           ADD 1 TO FAT-INDEX.

       SET-CURRENT-FAIXA.
           EVALUATE TRUE
               WHEN DIAS-ATRASO <= 0 MOVE 1 TO CURRENT-FAIXA
               WHEN DIAS-ATRASO <= 30 MOVE 2 TO CURRENT-FAIXA
               WHEN DIAS-ATRASO <= 60 MOVE 3 TO CURRENT-FAIXA
               WHEN DIAS-ATRASO <= 90 MOVE 4 TO CURRENT-FAIXA
               WHEN OTHER MOVE 5 TO CURRENT-FAIXA
           END-EVALUATE.

       MOVE-AGING-FAIXA.
           MOVE AGE-FAIXA-TOTAL(FAIXA-INDEX)
               TO STA-FAIXA-OUT(FAIXA-INDEX).
           ADD 1 TO FAIXA-INDEX.

       SET-DAYS-IN-MONTH.
           EVALUATE WORK-MONTH
               WHEN 1 MOVE 31 TO DAYS-IN-MONTH
               WHEN 2 PERFORM SET-FEBRUARY-DAYS
               WHEN 3 MOVE 31 TO DAYS-IN-MONTH
               WHEN 4 MOVE 30 TO DAYS-IN-MONTH
               WHEN 5 MOVE 31 TO DAYS-IN-MONTH
               WHEN 6 MOVE 30 TO DAYS-IN-MONTH
               WHEN 7 MOVE 31 TO DAYS-IN-MONTH
               WHEN 8 MOVE 31 TO DAYS-IN-MONTH
               WHEN 9 MOVE 30 TO DAYS-IN-MONTH
               WHEN 10 MOVE 31 TO DAYS-IN-MONTH
               WHEN 11 MOVE 30 TO DAYS-IN-MONTH
               WHEN 12 MOVE 31 TO DAYS-IN-MONTH
           END-EVALUATE.

       SET-FEBRUARY-DAYS.
           DIVIDE WORK-YEAR BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = ZERO
               MOVE 29 TO DAYS-IN-MONTH
           ELSE
               MOVE 28 TO DAYS-IN-MONTH
           END-IF.

       CONVERT-DATE-TO-DAYS.
           COMPUTE DATE-TERM-1 = (WORK-MONTH + 9) / 12.
           COMPUTE DATE-TERM-2 =
               (7 * (WORK-YEAR + DATE-TERM-1)) / 4.
           COMPUTE DATE-TERM-3 = (275 * WORK-MONTH) / 9.
           COMPUTE WORK-DAYS = (367 * WORK-YEAR) - DATE-TERM-2
               + DATE-TERM-3 + WORK-DAY.
