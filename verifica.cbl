               DISPLAY "Excepciones listadas..: " CONTADOR-EXCEPCIONES
           END-IF.
           PERFORM CERRAR-ARCHIVOS.
           GOBACK.
      *------------------------------------------
       ABRIR-ARCHIVOS.
           OPEN INPUT AMIGOS.
