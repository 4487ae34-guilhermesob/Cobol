       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATURA-CONVERTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-ANTIGO ASSIGN TO "faturasant.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-FATURA-NUMERO
               ALTERNATE RECORD KEY IS ANT-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS ANTIGO-STATUS.
           SELECT FILE-FATURAS ASSIGN TO "faturas.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FATURA-NUMERO
               ALTERNATE RECORD KEY IS FATURA-CLIENTE-ID
                   WITH DUPLICATES
               FILE STATUS IS FATURAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-ANTIGO.
       01 RECORD-ANTIGO.
           05 ANT-FATURA-NUMERO    PIC 9(6).
           05 ANT-CLIENTE-ID       PIC 9(5).
           05 ANT-EMISSAO          PIC 9(8).
           05 ANT-VENCIMENTO       PIC 9(8).
           05 ANT-VALOR-TOTAL      PIC 9(11)V99.
           05 ANT-VALOR-PAGO       PIC 9(11)V99.
           05 ANT-STATUS           PIC X.
           05 ANT-QTDE-PEDIDOS     PIC 9(2).
           05 ANT-LISTA-PEDIDOS    PIC X(120).

       FD FILE-FATURAS.
           COPY FATURAREC.

       WORKING-STORAGE SECTION.
       01 ANTIGO-STATUS       PIC XX.
       01 FATURAS-STATUS      PIC XX.
       01 EOF-SWITCH          PIC X VALUE 'N'.
       01 DESTINO-VAZIO       PIC X VALUE 'S'.
       01 LIDOS-COUNT         PIC 9(6) VALUE ZERO.
       01 CONVERTIDOS-COUNT   PIC 9(6) VALUE ZERO.
       01 ERROS-COUNT         PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN INPUT FILE-ANTIGO.
           IF ANTIGO-STATUS = "35"
               DISPLAY "FATURASANT.TXT NÃO ENCONTRADO, RENOMEIE O "
                   "FATURAS.TXT ANTIGO PARA FATURASANT.TXT"
           ELSE
               PERFORM OPEN-FATURAS-FILE
               PERFORM CHECK-DESTINO-VAZIO
               IF DESTINO-VAZIO = 'N'
                   DISPLAY "FATURAS.TXT JÁ POSSUI REGISTROS, "
                       "CONVERSÃO NÃO EXECUTADA"
               ELSE
                   PERFORM CONVERT-NEXT-FATURA UNTIL EOF-SWITCH = 'Y'
               END-IF
               CLOSE FILE-ANTIGO
               CLOSE FILE-FATURAS
               DISPLAY "===== CONVERSÃO DE FATURAS ====="
               DISPLAY "FATURAS LIDAS      : " LIDOS-COUNT
               DISPLAY "FATURAS CONVERTIDAS: " CONVERTIDOS-COUNT
               DISPLAY "ERROS DE GRAVAÇÃO  : " ERROS-COUNT
           END-IF.
           STOP RUN.

       OPEN-FATURAS-FILE.
           OPEN I-O FILE-FATURAS.
           IF FATURAS-STATUS = "35"
               OPEN OUTPUT FILE-FATURAS
               CLOSE FILE-FATURAS
               OPEN I-O FILE-FATURAS
           END-IF.

       CHECK-DESTINO-VAZIO.
           MOVE ZERO TO FATURA-NUMERO.
           START FILE-FATURAS KEY IS NOT LESS THAN FATURA-NUMERO
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'N' TO DESTINO-VAZIO
           END-START.

       CONVERT-NEXT-FATURA.
           READ FILE-ANTIGO NEXT RECORD
               AT END MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO LIDOS-COUNT
                   PERFORM WRITE-FATURA
           END-READ.

       WRITE-FATURA.
           MOVE ANT-FATURA-NUMERO TO FATURA-NUMERO.
           MOVE ANT-CLIENTE-ID TO FATURA-CLIENTE-ID.
           MOVE ANT-EMISSAO TO FATURA-EMISSAO.
           MOVE ANT-VENCIMENTO TO FATURA-VENCIMENTO.
           MOVE ANT-VALOR-TOTAL TO FATURA-VALOR-TOTAL.
           MOVE ANT-VALOR-PAGO TO FATURA-VALOR-PAGO.
           MOVE ANT-STATUS TO STATUS-FATURA.
           MOVE ANT-QTDE-PEDIDOS TO FATURA-QTDE-PEDIDOS.
           MOVE ANT-LISTA-PEDIDOS TO FATURA-LISTA-PEDIDOS.
           MOVE ZERO TO FATURA-VALOR-CREDITO.
           MOVE ZERO TO FATURA-NIVEL-AVISO.
           MOVE ZERO TO FATURA-DATA-AVISO.
           WRITE RECORD-FATURA
               INVALID KEY
                   ADD 1 TO ERROS-COUNT
                   DISPLAY "ERRO AO GRAVAR FATURA: " ANT-FATURA-NUMERO
               NOT INVALID KEY
                   ADD 1 TO CONVERTIDOS-COUNT
           END-WRITE.
