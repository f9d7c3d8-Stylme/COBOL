      *------------------------------------------
       FILE-CONTROL.
           COPY AMIGOSFC.
           COPY PREFFC.
           SELECT SALIDA ASSIGN TO "EXPORTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************************
       FILE SECTION.
      *------------------------------------------
           COPY AMIGOSFD.
           COPY PREFFD.
      *------------------------------------------
       FD SALIDA.
           COPY AMIFLATFD.
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-AMIGOS PIC X(2).
        02 ESTADO-PREFERENCIAS PIC X(2).
        02 SW                  PIC 9.
        02 CONTADOR-EXPORTADOS PIC 9(5).
        02 CONTADOR-SUPRIMIDOS PIC 9(5).
      *------------------------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM ABRIR-ARCHIVOS.
           MOVE 0 TO CONTADOR-EXPORTADOS.
           MOVE 0 TO CONTADOR-SUPRIMIDOS.
           IF SW = 0
               PERFORM LEER-SIGUIENTE
               PERFORM PROCESAR-REGISTRO UNTIL SW = 1
               DISPLAY "Registros exportados..: " CONTADOR-EXPORTADOS
               DISPLAY "Telefonos suprimidos..: " CONTADOR-SUPRIMIDOS
           END-IF.
           PERFORM CERRAR-ARCHIVOS.
           STOP RUN.
               DISPLAY "No pude abrir el maestro: " ESTADO-AMIGOS
               MOVE 1 TO SW
           END-IF.
           OPEN INPUT PREFERENCIAS.
           OPEN OUTPUT SALIDA.
      *------------------------------------------
       LEER-SIGUIENTE.
               MOVE CODIGO     TO PLANA-CODIGO
               MOVE NOMBRE     TO PLANA-NOMBRE
               MOVE TELEFONO   TO PLANA-TELEFONO
               PERFORM REVISAR-PREFERENCIAS
               WRITE LINEA-PLANA
               ADD 1 TO CONTADOR-EXPORTADOS
           END-IF.
           PERFORM LEER-SIGUIENTE.
      *------------------------------------------
      *  Quien pidio que no se le llame sale sin
      *  telefono; el renglon se exporta igual
      *  para no perder el nombre.
      *------------------------------------------
       REVISAR-PREFERENCIAS.
           MOVE CODIGO TO PRF-CODIGO.
           READ PREFERENCIAS
               INVALID KEY
                   MOVE "N" TO PRF-NO-TELEFONO
           END-READ.
           IF PRF-NO-TELEFONO = "S"
               MOVE SPACES TO PLANA-TELEFONO
               ADD 1 TO CONTADOR-SUPRIMIDOS
           END-IF.
      *------------------------------------------
       CERRAR-ARCHIVOS.
           CLOSE AMIGOS.
           CLOSE PREFERENCIAS.
           CLOSE SALIDA.
