       FD BACKUP-DADOS-FILE.
       01 BACKUP-DADOS-RECORD.
           05 BKD-TIPO        PIC X.
           05 BKD-DADOS       PIC X(42).

       FD BACKUP-CLIENTES-FILE.
       01 BACKUP-CLIENTES-RECORD.
           05 BKC-TIPO        PIC X.
           05 BKC-DADOS       PIC X(232).

       FD FILE-OPERADORES.
           COPY OPERADORREC.
