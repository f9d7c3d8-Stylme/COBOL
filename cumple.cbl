       FILE-CONTROL.
           COPY AMIGOSFC.
           COPY DIRECFC.
           COPY PREFFC.
           SELECT REPORTE ASSIGN TO "CUMPLE.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************************
      *------------------------------------------
           COPY AMIGOSFD.
           COPY DIRECFD.
           COPY PREFFD.
      *------------------------------------------
       FD REPORTE.
       01 LINEA-REPORTE PIC X(132).
       01 VARIABLES.
        02 ESTADO-AMIGOS PIC X(2).
        02 ESTADO-DIRECCIONES PIC X(2).
        02 ESTADO-PREFERENCIAS PIC X(2).
        02 SW PIC 9.
        02 TECLA PIC X.
        02 SW-FIN PIC 9.
        02 CONTADOR-CUMPLES PIC 9(5).
        02 CONTADOR-ANIVERSARIOS PIC 9(5).
        02 CONTADOR-SIN-CUMPLE PIC 9(5).
        02 CONTADOR-SUPRIMIDOS PIC 9(5).
        02 CONTADOR-OCULTOS PIC 9(5).
      *------------------------------------------
       01 LINEA-TITULO.
        02 FILLER PIC X(25) VALUE SPACES.
               MOVE 0 TO CONTADOR-CUMPLES
               MOVE 0 TO CONTADOR-ANIVERSARIOS
               MOVE 0 TO CONTADOR-SIN-CUMPLE
               MOVE 0 TO CONTADOR-SUPRIMIDOS
               MOVE 0 TO CONTADOR-OCULTOS
               ACCEPT FECHA-HOY FROM DATE YYYYMMDD
               COMPUTE ANIO-HOY = FECHA-HOY / 10000
               PERFORM IMPRIMIR-TITULO
               MOVE 1 TO SW
           END-IF.
           OPEN INPUT DIRECCIONES.
           OPEN INPUT PREFERENCIAS.
           IF SW = 0
               OPEN OUTPUT REPORTE
           END-IF.
                   PERFORM DESGLOSAR-CUMPLE
                   IF MES-TRABAJO = MES-ELEGIDO
                      AND DIA-TRABAJO = DIA-BUSCADO
                       PERFORM LEER-PREFERENCIAS
                       IF PRF-NO-TELEFONO = "S" AND PRF-NO-EMAIL = "S"
                           ADD 1 TO CONTADOR-SUPRIMIDOS
                       ELSE
                           PERFORM IMPRIMIR-CUMPLE
                       END-IF
                   END-IF
               END-IF
           END-IF.
               NOT INVALID KEY
                   MOVE 1 TO SW-DETALLE
           END-READ.
      *------------------------------------------
      *  Sin registro en PREFER.DAT el contacto
      *  acepta todos los medios.  Quien no quiere
      *  llamadas ni email no sale en la lista; a
      *  quien rechaza solo uno se le oculta ese
      *  dato.
      *------------------------------------------
       LEER-PREFERENCIAS.
           MOVE CODIGO TO PRF-CODIGO.
           READ PREFERENCIAS
               INVALID KEY
                   MOVE "N" TO PRF-NO-CORREO
                   MOVE "N" TO PRF-NO-TELEFONO
                   MOVE "N" TO PRF-NO-EMAIL
           END-READ.
      *------------------------------------------
       DESGLOSAR-CUMPLE.
           COMPUTE ANIOMES-TRABAJO = DIR-CUMPLE / 100.
           MOVE NOMBRE TO CUM-NOMBRE.
           MOVE TELEFONO TO CUM-TELEFONO.
           MOVE DIR-EMAIL TO CUM-EMAIL.
           IF PRF-NO-TELEFONO = "S"
               MOVE "*NO LLAMAR*" TO CUM-TELEFONO
               ADD 1 TO CONTADOR-OCULTOS
           END-IF.
           IF PRF-NO-EMAIL = "S"
               MOVE "*NO ENVIAR EMAIL*" TO CUM-EMAIL
               ADD 1 TO CONTADOR-OCULTOS
           END-IF.
           MOVE LINEA-CUMPLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD 1 TO CONTADOR-CUMPLES.
               PERFORM DESGLOSAR-ALTA
               IF MES-TRABAJO = MES-ELEGIDO
                  AND DIA-TRABAJO = DIA-BUSCADO
                   PERFORM LEER-PREFERENCIAS
                   IF PRF-NO-TELEFONO = "S" AND PRF-NO-EMAIL = "S"
                       ADD 1 TO CONTADOR-SUPRIMIDOS
                   ELSE
                       PERFORM IMPRIMIR-ANIVERSARIO
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-MAESTRO.
           MOVE CODIGO TO ANI-CODIGO.
           MOVE NOMBRE TO ANI-NOMBRE.
           MOVE TELEFONO TO ANI-TELEFONO.
           IF PRF-NO-TELEFONO = "S"
               MOVE "*NO LLAMAR*" TO ANI-TELEFONO
               ADD 1 TO CONTADOR-OCULTOS
           END-IF.
           IF ANIO-HOY > ANIO-TRABAJO
               COMPUTE ANIOS-TRABAJO = ANIO-HOY - ANIO-TRABAJO
           ELSE
           MOVE "ACTIVOS SIN CUMPLEANOS............:" TO CIF-TEXTO.
           MOVE CONTADOR-SIN-CUMPLE TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "OMITIDOS, NO QUIEREN SER BUSCADOS.:" TO CIF-TEXTO.
           MOVE CONTADOR-SUPRIMIDOS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "TELEFONOS O EMAILS OCULTADOS......:" TO CIF-TEXTO.
           MOVE CONTADOR-OCULTOS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
      *------------------------------------------
       IMPRIMIR-UNA-CIFRA.
           MOVE LINEA-CIFRA TO LINEA-REPORTE.
           DISPLAY CONTADOR-ANIVERSARIOS LINE 12 POSITION 36.
           DISPLAY "Sin cumpleanos........: " LINE 13 POSITION 10.
           DISPLAY CONTADOR-SIN-CUMPLE LINE 13 POSITION 36.
           DISPLAY "Omitidos por preferen.: " LINE 14 POSITION 10.
           DISPLAY CONTADOR-SUPRIMIDOS LINE 14 POSITION 36.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
      *------------------------------------------
       CERRAR-ARCHIVOS.
           CLOSE AMIGOS.
           CLOSE DIRECCIONES.
           CLOSE PREFERENCIAS.
           CLOSE REPORTE.
