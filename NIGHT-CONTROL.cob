       01 RECONCILE-RUN-MODE  PIC X(6) EXTERNAL.
       01 LAST-STEP-DONE      PIC 9 VALUE ZERO.
       01 CURRENT-STEP        PIC 9 VALUE 1.
       01 TOTAL-STEPS         PIC 9 VALUE 8.
       01 STREAM-FAILED       PIC X VALUE 'N'.
       01 CALL-FAILED         PIC X VALUE 'N'.
       01 STEP-NAME           PIC X(20).
               WHEN 1 MOVE "RECONCILIACAO ANTES" TO STEP-NAME
               WHEN 2 MOVE "VERIFICACAO CRUZADA" TO STEP-NAME
               WHEN 3 MOVE "IMPORTACAO PEDIDOS" TO STEP-NAME
               WHEN 4 MOVE "IMPORTACAO BANCO" TO STEP-NAME
               WHEN 5 MOVE "POSTAGEM BATCH" TO STEP-NAME
               WHEN 6 MOVE "COBRANCA PEDIDOS" TO STEP-NAME
               WHEN 7 MOVE "RELATORIO PESSOAL" TO STEP-NAME
               WHEN 8 MOVE "RECONCILIACAO DEPOIS" TO STEP-NAME
           END-EVALUATE.

       CALL-STEP-PROGRAM.
                       ON EXCEPTION MOVE 'S' TO CALL-FAILED
                   END-CALL
               WHEN 4
                   CALL "BANCO-IMPORT"
                       ON EXCEPTION MOVE 'S' TO CALL-FAILED
                   END-CALL
               WHEN 5
                   CALL "BATCH-CRUD-EXAMPLE"
                       ON EXCEPTION MOVE 'S' TO CALL-FAILED
                   END-CALL
               WHEN 6
                   CALL "COBRANCA-PEDIDOS"
                       ON EXCEPTION MOVE 'S' TO CALL-FAILED
                   END-CALL
               WHEN 7
                   CALL "ROSTER-REPORT"
                       ON EXCEPTION MOVE 'S' TO CALL-FAILED
                   END-CALL
               WHEN 8
                   MOVE "DEPOIS" TO RECONCILE-RUN-MODE
                   CALL "RECONCILE-DADOS"
                       ON EXCEPTION MOVE 'S' TO CALL-FAILED
