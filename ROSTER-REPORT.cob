           05 SORT-ID-NUMBER PIC 9(5).
           05 SORT-NAME      PIC X(30).
           05 SORT-AGE       PIC 9(3).
           05 FILLER         PIC X(4).

       FD REPORT-FILE.
       01 REPORT-LINE     PIC X(80).
