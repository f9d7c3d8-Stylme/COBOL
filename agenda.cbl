        02 CONTADOR-GRABADAS PIC 9(5).
        02 CONTADOR-TERMINADAS PIC 9(5).
      *------------------------------------------
       LINKAGE SECTION.
       01 OPERADOR-FIRMA PIC X(3).
      *------------------------------------------
       PROCEDURE DIVISION USING OPERADOR-FIRMA.
       PRINCIPAL.
           MOVE 0 TO SW.
           PERFORM ABRIR-ARCHIVOS.
               MOVE 1 TO SW
           END-IF.
           OPEN I-O AGENDA.
           IF ESTADO-AGENDA NOT = "00" AND ESTADO-AGENDA NOT = "05"
               DISPLAY "Agenda ilegible (corra CONVAGE): " LINE 22
                       POSITION 20
               DISPLAY ESTADO-AGENDA LINE 22 POSITION 53
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               MOVE 1 TO SW
           END-IF.
      *------------------------------------------
       LIMPIAR-PANTALLA.
           DISPLAY " " LINE 1 POSITION 1 ERASE EOS.
               MOVE "P" TO AGE-ESTADO
               MOVE FECHA-HOY TO AGE-FECHA-CAPTURA
               MOVE 0 TO AGE-FECHA-TERMINO
               MOVE OPERADOR-FIRMA TO AGE-OPERADOR
               MOVE SPACES TO AGE-OPERADOR-TERMINO
               WRITE REG-AGENDA
                   INVALID KEY
                       DISPLAY "No pude grabar la tarea" LINE 23
                   ELSE
                       MOVE "T" TO AGE-ESTADO
                       MOVE FECHA-HOY TO AGE-FECHA-TERMINO
                       MOVE OPERADOR-FIRMA TO AGE-OPERADOR-TERMINO
                       REWRITE REG-AGENDA
                           INVALID KEY
                               DISPLAY "No pude terminar la tarea"
