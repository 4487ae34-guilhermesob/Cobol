           05 SORT-ENDERECO      PIC X(100).
           05 SORT-TELEFONE      PIC X(15).
           05 SORT-EMAIL         PIC X(50).
           05 FILLER             PIC X(12).

       FD REPORT-FILE.
       01 REPORT-LINE     PIC X(100).
