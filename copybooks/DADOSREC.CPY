      *  DADOSREC - RECORD LAYOUT SHARED BY EVERY PROGRAM  *
      *  THAT OPENS DADOS.TXT.  KEEP IN SYNC WITH THE       *
      *  ALTERNATE-KEY DEFINITION IN FILE-CONTROL.          *
      *  COMISSAO-PCT IS THE SALESPERSON'S COMMISSION RATE. *
      *  A DADOS.TXT IN THE OLDER, SHORTER LAYOUT MUST BE   *
      *  RENAMED TO DADOSANT.TXT AND RELOADED WITH          *
      *  DADOS-CONVERTE (COMMISSION RATE ZERO).             *
      *****************************************************
       01 FILE-RECORD.
           05 ID-NUMBER      PIC 9(5).
           05 NAME           PIC X(30).
           05 AGE            PIC 9(3).
           05 COMISSAO-PCT   PIC 9(2)V99.
