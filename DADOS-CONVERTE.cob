       IDENTIFICATION DIVISION.
       PROGRAM-ID. DADOS-CONVERTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-ANTIGO ASSIGN TO "dadosant.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-ID-NUMBER
               ALTERNATE RECORD KEY IS ANT-NAME WITH DUPLICATES
               FILE STATUS IS ANTIGO-STATUS.
           SELECT FILE-NAME ASSIGN TO "dados.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-NUMBER
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS DADOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-ANTIGO.
       01 RECORD-ANTIGO.
           05 ANT-ID-NUMBER    PIC 9(5).
           05 ANT-NAME         PIC X(30).
           05 ANT-AGE          PIC 9(3).

       FD FILE-NAME.
           COPY DADOSREC.

       WORKING-STORAGE SECTION.
       01 ANTIGO-STATUS       PIC XX.
       01 DADOS-STATUS        PIC XX.
       01 EOF-SWITCH          PIC X VALUE 'N'.
       01 DESTINO-VAZIO       PIC X VALUE 'S'.
       01 LIDOS-COUNT         PIC 9(6) VALUE ZERO.
       01 CONVERTIDOS-COUNT   PIC 9(6) VALUE ZERO.
       01 ERROS-COUNT         PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN INPUT FILE-ANTIGO.
           IF ANTIGO-STATUS = "35"
               DISPLAY "DADOSANT.TXT NÃO ENCONTRADO, RENOMEIE O "
                   "DADOS.TXT ANTIGO PARA DADOSANT.TXT"
           ELSE
               PERFORM OPEN-DADOS-FILE
               PERFORM CHECK-DESTINO-VAZIO
               IF DESTINO-VAZIO = 'N'
                   DISPLAY "DADOS.TXT JÁ POSSUI REGISTROS, "
                       "CONVERSÃO NÃO EXECUTADA"
               ELSE
                   PERFORM CONVERT-NEXT-DADOS UNTIL EOF-SWITCH = 'Y'
               END-IF
               CLOSE FILE-ANTIGO
               CLOSE FILE-NAME
               DISPLAY "===== CONVERSÃO DO CADASTRO DE PESSOAL ====="
               DISPLAY "REGISTROS LIDOS      : " LIDOS-COUNT
               DISPLAY "REGISTROS CONVERTIDOS: " CONVERTIDOS-COUNT
               DISPLAY "ERROS DE GRAVAÇÃO    : " ERROS-COUNT
           END-IF.
           STOP RUN.

       OPEN-DADOS-FILE.
           OPEN I-O FILE-NAME.
           IF DADOS-STATUS = "35"
               OPEN OUTPUT FILE-NAME
               CLOSE FILE-NAME
               OPEN I-O FILE-NAME
           END-IF.

       CHECK-DESTINO-VAZIO.
           MOVE ZERO TO ID-NUMBER.
           START FILE-NAME KEY IS NOT LESS THAN ID-NUMBER
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'N' TO DESTINO-VAZIO
           END-START.

       CONVERT-NEXT-DADOS.
           READ FILE-ANTIGO NEXT RECORD
               AT END MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO LIDOS-COUNT
                   PERFORM WRITE-DADOS
           END-READ.

       WRITE-DADOS.
           MOVE ANT-ID-NUMBER TO ID-NUMBER.
           MOVE ANT-NAME TO NAME.
           MOVE ANT-AGE TO AGE.
           MOVE ZERO TO COMISSAO-PCT.
           WRITE FILE-RECORD
               INVALID KEY
                   ADD 1 TO ERROS-COUNT
                   DISPLAY "ERRO AO GRAVAR REGISTRO: " ANT-ID-NUMBER
               NOT INVALID KEY
                   ADD 1 TO CONVERTIDOS-COUNT
           END-WRITE.
