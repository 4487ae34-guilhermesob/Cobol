           COPY AUDITREC.

       FD WORK-FILE.
       01 WORK-RECORD         PIC X(119).

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 ARC-TIPO        PIC X.
           05 ARC-DADOS       PIC X(119).

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
       FD BACKUP-DADOS-FILE.
       01 BACKUP-DADOS-RECORD.
           05 BKD-TIPO        PIC X.
           05 BKD-DADOS       PIC X(42).

       FD FILE-DADOS.
           COPY DADOSREC.
           05 QRY-OPERATION   PIC X(6).
           05 FILLER          PIC X.
           05 QRY-ID-NUMBER   PIC 9(5).
           05 FILLER          PIC X(89).
       01 GRD-COUNT           PIC 9(3) VALUE ZERO.
       01 MAX-GRDS            PIC 9(3) VALUE 500.
       01 GRD-INDEX           PIC 9(3) COMP VALUE ZERO.
