           05 SORT-STATUS        PIC X.
               88 SORT-FATURA-QUITADA VALUE 'Q'.
           05 FILLER             PIC X(122).
           05 SORT-VALOR-CREDITO PIC 9(11)V99.
           05 FILLER             PIC X(9).

       FD REPORT-FILE.
       01 REPORT-LINE     PIC X(132).
               MOVE 'N' TO FIRST-RECORD
           END-IF.
           ADD 1 TO TOTAL-FATURAS.
           IF SORT-VALOR-CREDITO NOT NUMERIC
               MOVE ZERO TO SORT-VALOR-CREDITO
           END-IF.
           COMPUTE SALDO-FATURA =
               SORT-VALOR-TOTAL - SORT-VALOR-PAGO
               - SORT-VALOR-CREDITO.
           MOVE SORT-VENCIMENTO TO WORK-DATE.
           PERFORM CONVERT-DATE-TO-DAYS.
           MOVE WORK-DAYS TO VENCTO-DAYS.
