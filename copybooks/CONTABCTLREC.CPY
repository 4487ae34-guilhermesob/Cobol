      *****************************************************
      *  CONTABCTLREC - PERIOD CONTROL FOR THE GL EXTRACT, *
      *  KEPT IN CONTABILCTL.TXT, ONE RECORD PER PERIOD.    *
      *  SITUACAO 'L' ONCE THE JOURNAL HAS BEEN POSTED,     *
      *  'R' WHEN A SUPERVISOR HAS REOPENED THE PERIOD.     *
      *****************************************************
       01 CONTABCTL-RECORD.
           05 CTB-CHAVE.
               10 CTB-DATA-INICIO    PIC 9(8).
               10 CTB-DATA-FIM       PIC 9(8).
           05 CTB-SITUACAO           PIC X.
               88 CTB-LANCADO        VALUE 'L'.
               88 CTB-REABERTO       VALUE 'R'.
           05 CTB-DATA-LANCAMENTO    PIC 9(8).
           05 CTB-OPERADOR           PIC X(8).
           05 CTB-QTDE-LANCAMENTOS   PIC 9(6).
           05 CTB-TOTAL-DEBITO       PIC 9(13)V99.
           05 CTB-TOTAL-CREDITO      PIC 9(13)V99.
           05 CTB-DATA-REABERTURA    PIC 9(8).
           05 CTB-SUPERVISOR         PIC X(8).
