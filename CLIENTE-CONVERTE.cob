       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTE-CONVERTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-ANTIGO ASSIGN TO "clientesant.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-CUSTOMER-ID
               FILE STATUS IS ANTIGO-STATUS.
           SELECT FILE-CLIENTES ASSIGN TO "clientes.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS CLIENTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-ANTIGO.
       01 RECORD-ANTIGO.
           05 ANT-CUSTOMER-ID      PIC 9(5).
           05 ANT-NOME-CLIENTE     PIC X(50).
           05 ANT-ENDERECO-CLIENTE PIC X(100).
           05 ANT-TELEFONE-CLIENTE PIC X(15).
           05 ANT-EMAIL-CLIENTE    PIC X(50).

       FD FILE-CLIENTES.
           COPY CLIENTEREC.

       WORKING-STORAGE SECTION.
       01 ANTIGO-STATUS       PIC XX.
       01 CLIENTES-STATUS     PIC XX.
       01 EOF-SWITCH          PIC X VALUE 'N'.
       01 DESTINO-VAZIO       PIC X VALUE 'S'.
       01 LIDOS-COUNT         PIC 9(6) VALUE ZERO.
       01 CONVERTIDOS-COUNT   PIC 9(6) VALUE ZERO.
       01 ERROS-COUNT         PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN INPUT FILE-ANTIGO.
           IF ANTIGO-STATUS = "35"
               DISPLAY "CLIENTESANT.TXT NÃO ENCONTRADO, RENOMEIE O "
                   "CLIENTES.TXT ANTIGO PARA CLIENTESANT.TXT"
           ELSE
               PERFORM OPEN-CLIENTES-FILE
               PERFORM CHECK-DESTINO-VAZIO
               IF DESTINO-VAZIO = 'N'
                   DISPLAY "CLIENTES.TXT JÁ POSSUI REGISTROS, "
                       "CONVERSÃO NÃO EXECUTADA"
               ELSE
                   PERFORM CONVERT-NEXT-CLIENTE UNTIL EOF-SWITCH = 'Y'
               END-IF
               CLOSE FILE-ANTIGO
               CLOSE FILE-CLIENTES
               DISPLAY "===== CONVERSÃO DE CLIENTES ====="
               DISPLAY "CLIENTES LIDOS      : " LIDOS-COUNT
               DISPLAY "CLIENTES CONVERTIDOS: " CONVERTIDOS-COUNT
               DISPLAY "ERROS DE GRAVAÇÃO   : " ERROS-COUNT
           END-IF.
           STOP RUN.

       OPEN-CLIENTES-FILE.
           OPEN I-O FILE-CLIENTES.
           IF CLIENTES-STATUS = "35"
               OPEN OUTPUT FILE-CLIENTES
               CLOSE FILE-CLIENTES
               OPEN I-O FILE-CLIENTES
           END-IF.

       CHECK-DESTINO-VAZIO.
           MOVE ZERO TO CUSTOMER-ID.
           START FILE-CLIENTES KEY IS NOT LESS THAN CUSTOMER-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'N' TO DESTINO-VAZIO
           END-START.

       CONVERT-NEXT-CLIENTE.
           READ FILE-ANTIGO NEXT RECORD
               AT END MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO LIDOS-COUNT
                   PERFORM WRITE-CLIENTE
           END-READ.

       WRITE-CLIENTE.
           MOVE ANT-CUSTOMER-ID TO CUSTOMER-ID.
           MOVE ANT-NOME-CLIENTE TO NOME-CLIENTE.
           MOVE ANT-ENDERECO-CLIENTE TO ENDERECO-CLIENTE.
           MOVE ANT-TELEFONE-CLIENTE TO TELEFONE-CLIENTE.
           MOVE ANT-EMAIL-CLIENTE TO EMAIL-CLIENTE.
           MOVE ZERO TO LIMITE-CREDITO.
           MOVE 'N' TO BLOQUEIO-CLIENTE.
           WRITE RECORD-CLIENTE
               INVALID KEY
                   ADD 1 TO ERROS-COUNT
                   DISPLAY "ERRO AO GRAVAR CLIENTE: " ANT-CUSTOMER-ID
               NOT INVALID KEY
                   ADD 1 TO CONVERTIDOS-COUNT
           END-WRITE.
