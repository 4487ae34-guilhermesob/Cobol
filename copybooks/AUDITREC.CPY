      *  AUDITREC - LINE LAYOUT SHARED BY EVERY PROGRAM    *
      *  THAT READS OR APPENDS AUDIT.TXT.  AUD-OPERADOR     *
      *  CARRIES THE SIGNED-ON OPERATOR ("*BATCH*" WHEN     *
      *  WRITTEN BY THE NIGHT WINDOW).  THE COMMISSION      *
      *  RATES ARE BLANK ON LINES WRITTEN BEFORE THEY WERE  *
      *  KEPT; READERS TREAT THEM AS ZERO.                  *
      *****************************************************
       01 AUDIT-LINE.
           05 AUD-DATE          PIC 9(8).
           05 AUD-AGE-AFTER     PIC 9(3).
           05 FILLER            PIC X VALUE SPACE.
           05 AUD-OPERADOR      PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 AUD-COMISSAO-BEFORE PIC 9(2)V99.
           05 FILLER            PIC X VALUE SPACE.
           05 AUD-COMISSAO-AFTER  PIC 9(2)V99.
