               10 JRN-ID-NUMBER    PIC 9(5).
               10 JRN-NAME-BEFORE  PIC X(30).
               10 JRN-AGE-BEFORE   PIC 9(3).
               10 JRN-COMISSAO-BEFORE PIC 9(2)V99.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
               WHEN "CREATE"
                   MOVE AUD-NAME-AFTER TO NAME
                   MOVE AUD-AGE-AFTER TO AGE
                   PERFORM MOVE-COMISSAO-AFTER
                   WRITE FILE-RECORD
                       INVALID KEY
                           DISPLAY "CREATE DUPLICADO NO DIÁRIO: "
               WHEN "UPDATE"
                   MOVE AUD-NAME-AFTER TO NAME
                   MOVE AUD-AGE-AFTER TO AGE
                   PERFORM MOVE-COMISSAO-AFTER
                   REWRITE FILE-RECORD
                       INVALID KEY
                           DISPLAY "UPDATE SEM REGISTRO NO DIÁRIO: "
                   ADD 1 TO REJECTED-COUNT
           END-EVALUATE.

       MOVE-COMISSAO-AFTER.
           IF AUD-COMISSAO-AFTER NUMERIC
               MOVE AUD-COMISSAO-AFTER TO COMISSAO-PCT
           ELSE
               MOVE ZERO TO COMISSAO-PCT
           END-IF.

       BACKOUT-CHANGES.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM OPEN-AUDIT-INPUT.
                   TO JRN-NAME-BEFORE(ENTRY-COUNT)
               MOVE AUD-AGE-BEFORE
                   TO JRN-AGE-BEFORE(ENTRY-COUNT)
               IF AUD-COMISSAO-BEFORE NUMERIC
                   MOVE AUD-COMISSAO-BEFORE
                       TO JRN-COMISSAO-BEFORE(ENTRY-COUNT)
               ELSE
                   MOVE ZERO TO JRN-COMISSAO-BEFORE(ENTRY-COUNT)
               END-IF
           END-IF.

       APPLY-BACKOUT-ENTRIES.
               WHEN "UPDATE"
                   MOVE JRN-NAME-BEFORE(ENTRY-INDEX) TO NAME
                   MOVE JRN-AGE-BEFORE(ENTRY-INDEX) TO AGE
                   MOVE JRN-COMISSAO-BEFORE(ENTRY-INDEX)
                       TO COMISSAO-PCT
                   REWRITE FILE-RECORD
                       INVALID KEY
                           DISPLAY "ESTORNO DE UPDATE SEM REGISTRO: "
               WHEN "DELETE"
                   MOVE JRN-NAME-BEFORE(ENTRY-INDEX) TO NAME
                   MOVE JRN-AGE-BEFORE(ENTRY-INDEX) TO AGE
                   MOVE JRN-COMISSAO-BEFORE(ENTRY-INDEX)
                       TO COMISSAO-PCT
                   WRITE FILE-RECORD
                       INVALID KEY
                           DISPLAY "ESTORNO DE DELETE DUPLICADO: "
