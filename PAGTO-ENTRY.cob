               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERADOR-ID
               FILE STATUS IS OPERADORES-STATUS.
           SELECT FILE-CONTABCTL ASSIGN TO "contabilctl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTB-CHAVE
               FILE STATUS IS CONTABCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAGTO-FILE.
           COPY PAGTOREC.

       FD FILE-FATURAS.
           COPY FATURAREC.
       FD FILE-OPERADORES.
           COPY OPERADORREC.

       FD FILE-CONTABCTL.
           COPY CONTABCTLREC.

       WORKING-STORAGE SECTION.
       01 PAGTO-STATUS        PIC XX.
       01 FATURAS-STATUS      PIC XX.
       01 OPERADORES-STATUS   PIC XX.
       01 CONTABCTL-STATUS    PIC XX.
       01 SIGNON-OK           PIC X VALUE 'N'.
       01 SIGNON-TRIES        PIC 9 VALUE ZERO.
       01 OPERADOR-ATUAL      PIC X(8) VALUE SPACES.
       01 EOF-SWITCH          PIC X VALUE 'N'.
       01 ENTRY-VALID         PIC X VALUE 'S'.
       01 FATURA-FOUND        PIC X VALUE 'N'.
       01 CONTABCTL-EOF       PIC X VALUE 'N'.
       01 PERIODO-LANCADO     PIC X VALUE 'N'.
       01 NEXT-SEQ            PIC 9(6) VALUE 1.
       01 LISTED-COUNT        PIC 9(4) VALUE ZERO.
       01 SALDO-FATURA        PIC 9(11)V99 VALUE ZERO.
               INVALID KEY MOVE 'N' TO FATURA-FOUND
               NOT INVALID KEY MOVE 'S' TO FATURA-FOUND
           END-READ.
           IF FATURA-FOUND = 'S'
               IF FATURA-VALOR-CREDITO NOT NUMERIC
                   MOVE ZERO TO FATURA-VALOR-CREDITO
               END-IF
           END-IF.

       ENTER-PAYMENT-DETAIL.
           COMPUTE SALDO-FATURA =
               FATURA-VALOR-TOTAL - FATURA-VALOR-PAGO
               - FATURA-VALOR-CREDITO.
           MOVE SALDO-FATURA TO SALDO-EDITADO.
           DISPLAY "Saldo em aberto: " SALDO-EDITADO.
           DISPLAY "Digite a data do pagamento (AAAAMMDD): ".
               DISPLAY "Método não pode ficar em branco!"
               MOVE 'N' TO ENTRY-VALID
           END-IF.
           PERFORM CHECK-PERIODO-LANCADO.
           IF PERIODO-LANCADO = 'S'
               DISPLAY "Data em período contábil já lançado, "
                   "pagamento recusado!"
               MOVE 'N' TO ENTRY-VALID
           END-IF.

       CHECK-PERIODO-LANCADO.
           MOVE 'N' TO PERIODO-LANCADO.
           OPEN INPUT FILE-CONTABCTL.
           IF CONTABCTL-STATUS NOT = "35"
               MOVE 'N' TO CONTABCTL-EOF
               MOVE ZERO TO CTB-DATA-INICIO
               MOVE ZERO TO CTB-DATA-FIM
               START FILE-CONTABCTL KEY IS NOT LESS THAN CTB-CHAVE
                   INVALID KEY MOVE 'Y' TO CONTABCTL-EOF
               END-START
               PERFORM CHECK-NEXT-PERIODO
                   UNTIL CONTABCTL-EOF = 'Y' OR PERIODO-LANCADO = 'S'
               CLOSE FILE-CONTABCTL
           END-IF.

       CHECK-NEXT-PERIODO.
           READ FILE-CONTABCTL NEXT RECORD
               AT END MOVE 'Y' TO CONTABCTL-EOF
               NOT AT END
                   IF CTB-LANCADO
                       AND CTB-DATA-INICIO <= TEMP-DATA
                       AND CTB-DATA-FIM >= TEMP-DATA
                       MOVE 'S' TO PERIODO-LANCADO
                   END-IF
           END-READ.

       WRITE-PAYMENT.
           OPEN EXTEND PAGTO-FILE.
           MOVE TEMP-DATA TO PAG-DATA.
           MOVE TEMP-VALOR TO PAG-VALOR.
           MOVE TEMP-METODO TO PAG-METODO.
           MOVE SPACES TO PAG-REFERENCIA.
           WRITE PAGTO-RECORD.
           CLOSE PAGTO-FILE.
           DISPLAY "Pagamento gravado com sequência " PAG-SEQ.

       APPLY-PAYMENT.
           ADD TEMP-VALOR TO FATURA-VALOR-PAGO.
           IF FATURA-VALOR-PAGO + FATURA-VALOR-CREDITO
               >= FATURA-VALOR-TOTAL
               MOVE 'Q' TO STATUS-FATURA
           END-IF.
           REWRITE RECORD-FATURA
               NOT INVALID KEY
                   COMPUTE SALDO-FATURA =
                       FATURA-VALOR-TOTAL - FATURA-VALOR-PAGO
                       - FATURA-VALOR-CREDITO
                   MOVE SALDO-FATURA TO SALDO-EDITADO
                   IF FATURA-QUITADA
                       DISPLAY "Fatura quitada!"
