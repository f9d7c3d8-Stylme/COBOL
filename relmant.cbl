       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMANT.
      *------------------------------------------
      *  Vinculos entre clientes en RELACION.DAT.
      *  Se teclea un codigo, se ven todos sus
      *  vinculos (los que salen de el y los que
      *  llegan a el) y se agregan o borran.  El
      *  tipo P (referido por) se graba como un
      *  tipo R con los codigos al reves, para que
      *  el que refirio quede siempre en
      *  REL-CODIGO.  Un cliente solo puede tener
      *  un cliente que lo refirio.
      *------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------
       INPUT-OUTPUT SECTION.
      *------------------------------------------
       FILE-CONTROL.
           COPY AMIGOSFC.
           COPY RELFC.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
       FILE SECTION.
      *------------------------------------------
           COPY AMIGOSFD.
           COPY RELFD.
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-AMIGOS PIC X(2).
        02 ESTADO-RELACIONES PIC X(2).
        02 SW PIC 9.
        02 SW-CLIENTE PIC 9.
        02 SW-ENCONTRADO PIC 9.
        02 SW-VALIDO PIC 9.
        02 SW-FIN-REL PIC 9.
        02 SW-YA-REFERIDO PIC 9.
        02 TECLA PIC X.
        02 ACCION PIC X.
        02 CODIGO-CLIENTE PIC 9(5).
        02 NOMBRE-CLIENTE PIC X(30).
        02 CODIGO-OTRO PIC 9(5).
        02 CODIGO-REFERIDO PIC 9(5).
        02 TIPO-CAPTURA PIC X(1).
        02 TIPO-TEXTO PIC X(14).
        02 FECHA-INICIO PIC 9(8).
        02 FECHA-HOY PIC 9(8).
        02 LINEA-LISTA PIC 9(2).
        02 CONTADOR-VINCULOS PIC 9(3).
        02 CONTADOR-AGREGADOS PIC 9(5).
        02 CONTADOR-BORRADOS PIC 9(5).
      *------------------------------------------
       LINKAGE SECTION.
       01 OPERADOR-FIRMA PIC X(3).
      *------------------------------------------
       PROCEDURE DIVISION USING OPERADOR-FIRMA.
       PRINCIPAL.
           MOVE 0 TO SW.
           MOVE 0 TO CONTADOR-AGREGADOS.
           MOVE 0 TO CONTADOR-BORRADOS.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM PROCESAR UNTIL SW = 1.
           PERFORM MOSTRAR-RESUMEN.
           PERFORM CERRAR-ARCHIVOS.
           GOBACK.
      *------------------------------------------
       ABRIR-ARCHIVOS.
           OPEN INPUT AMIGOS.
           IF ESTADO-AMIGOS NOT = "00" AND ESTADO-AMIGOS NOT = "05"
               DISPLAY "No pude abrir el maestro: " LINE 23
                       POSITION 30
               DISPLAY ESTADO-AMIGOS LINE 23 POSITION 57
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               MOVE 1 TO SW
           END-IF.
           OPEN I-O RELACIONES.
      *------------------------------------------
       LIMPIAR-PANTALLA.
           DISPLAY " " LINE 1 POSITION 1 ERASE EOS.
      *------------------------------------------
       PROCESAR.
           PERFORM LIMPIAR-PANTALLA.
           DISPLAY "RELACIONES ENTRE CLIENTES" LINE 2 POSITION 28.
           DISPLAY "Codigo..." LINE 4 POSITION 3.
           ACCEPT CODIGO LINE 4 POSITION 14 PROMPT NO BEEP.
           MOVE 0 TO SW-ENCONTRADO.
           READ AMIGOS
               INVALID KEY
                   DISPLAY "No existe ese codigo" LINE 23 POSITION 30
                   ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               NOT INVALID KEY
                   MOVE 1 TO SW-ENCONTRADO
           END-READ.
           IF SW-ENCONTRADO = 1
               MOVE CODIGO TO CODIGO-CLIENTE
               MOVE NOMBRE TO NOMBRE-CLIENTE
               MOVE 0 TO SW-CLIENTE
               PERFORM ATENDER-CLIENTE UNTIL SW-CLIENTE = 1
           END-IF.
           DISPLAY "Desea Atender Otro Cliente ?" LINE 23 POSITION 30.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
           IF TECLA = "N" OR "n" THEN
               MOVE 1 TO SW
           END-IF.
      *------------------------------------------
       ATENDER-CLIENTE.
           PERFORM LIMPIAR-PANTALLA.
           DISPLAY "RELACIONES ENTRE CLIENTES" LINE 2 POSITION 28.
           DISPLAY "Codigo..." LINE 4 POSITION 3.
           DISPLAY CODIGO-CLIENTE LINE 4 POSITION 14.
           DISPLAY NOMBRE-CLIENTE LINE 4 POSITION 25.
           PERFORM LISTAR-VINCULOS.
           DISPLAY "A)gregar  B)orrar  S)alir" LINE 16 POSITION 10.
           MOVE SPACE TO ACCION.
           ACCEPT ACCION LINE 16 POSITION 40 PROMPT NO BEEP.
           IF ACCION = "A" OR "a"
               PERFORM AGREGAR-VINCULO
           ELSE
               IF ACCION = "B" OR "b"
                   PERFORM BORRAR-VINCULO
               ELSE
                   MOVE 1 TO SW-CLIENTE
               END-IF
           END-IF.
      *------------------------------------------
      *  Primero los vinculos que salen del
      *  cliente (llave principal) y luego los
      *  que llegan a el (llave alterna).
      *------------------------------------------
       LISTAR-VINCULOS.
           DISPLAY "CODIGO NOMBRE" LINE 6 POSITION 3.
           DISPLAY "RELACION" LINE 6 POSITION 42.
           DISPLAY "DESDE" LINE 6 POSITION 58.
           MOVE 7 TO LINEA-LISTA.
           MOVE 0 TO CONTADOR-VINCULOS.
           MOVE 0 TO SW-FIN-REL.
           MOVE CODIGO-CLIENTE TO REL-CODIGO.
           MOVE 0 TO REL-RELACIONADO.
           START RELACIONES KEY IS NOT LESS THAN REL-CLAVE
               INVALID KEY
                   MOVE 1 TO SW-FIN-REL
           END-START.
           IF ESTADO-RELACIONES NOT = "00"
               MOVE 1 TO SW-FIN-REL
           END-IF.
           IF SW-FIN-REL = 0
               PERFORM LEER-VINCULO-SALIDA
           END-IF.
           PERFORM MOSTRAR-VINCULO-SALIDA UNTIL SW-FIN-REL = 1.
           MOVE 0 TO SW-FIN-REL.
           MOVE CODIGO-CLIENTE TO REL-RELACIONADO.
           START RELACIONES KEY IS = REL-RELACIONADO
               INVALID KEY
                   MOVE 1 TO SW-FIN-REL
           END-START.
           IF ESTADO-RELACIONES NOT = "00"
               MOVE 1 TO SW-FIN-REL
           END-IF.
           IF SW-FIN-REL = 0
               PERFORM LEER-VINCULO-LLEGADA
           END-IF.
           PERFORM MOSTRAR-VINCULO-LLEGADA UNTIL SW-FIN-REL = 1.
           IF CONTADOR-VINCULOS = 0
               DISPLAY "(Sin relaciones registradas)" LINE 7
                       POSITION 3
           END-IF.
      *------------------------------------------
       LEER-VINCULO-SALIDA.
           READ RELACIONES NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN-REL
           END-READ.
           IF SW-FIN-REL = 0 AND REL-CODIGO NOT = CODIGO-CLIENTE
               MOVE 1 TO SW-FIN-REL
           END-IF.
      *------------------------------------------
       LEER-VINCULO-LLEGADA.
           READ RELACIONES NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN-REL
           END-READ.
           IF SW-FIN-REL = 0 AND REL-RELACIONADO NOT = CODIGO-CLIENTE
               MOVE 1 TO SW-FIN-REL
           END-IF.
      *------------------------------------------
       MOSTRAR-VINCULO-SALIDA.
           MOVE REL-RELACIONADO TO CODIGO-OTRO.
           PERFORM MOSTRAR-VINCULO.
           PERFORM LEER-VINCULO-SALIDA.
      *------------------------------------------
       MOSTRAR-VINCULO-LLEGADA.
           MOVE REL-CODIGO TO CODIGO-OTRO.
           PERFORM MOSTRAR-VINCULO.
           PERFORM LEER-VINCULO-LLEGADA.
      *------------------------------------------
       MOSTRAR-VINCULO.
           IF LINEA-LISTA > 14
               DISPLAY "Mas..." LINE 23 POSITION 30
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               DISPLAY " " LINE 7 POSITION 1 ERASE EOS
               MOVE 7 TO LINEA-LISTA
           END-IF.
           PERFORM DESCRIBIR-TIPO.
           MOVE CODIGO-OTRO TO CODIGO.
           READ AMIGOS
               INVALID KEY
                   MOVE "(No existe en el maestro)" TO NOMBRE
                   MOVE 0 TO FECHA-BAJA
           END-READ.
           DISPLAY CODIGO-OTRO LINE LINEA-LISTA POSITION 3.
           DISPLAY NOMBRE LINE LINEA-LISTA POSITION 10.
           DISPLAY TIPO-TEXTO LINE LINEA-LISTA POSITION 42.
           DISPLAY REL-FECHA-INICIO LINE LINEA-LISTA POSITION 58.
           IF FECHA-BAJA NOT = 0
               DISPLAY "*BAJA*" LINE LINEA-LISTA POSITION 68
           END-IF.
           ADD 1 TO LINEA-LISTA.
           ADD 1 TO CONTADOR-VINCULOS.
      *------------------------------------------
      *  El tipo R se lee segun el lado desde el
      *  que se mira el vinculo.
      *------------------------------------------
       DESCRIBIR-TIPO.
           MOVE "OTRA" TO TIPO-TEXTO.
           IF REL-TIPO = "E"
               MOVE "PAREJA" TO TIPO-TEXTO
           END-IF.
           IF REL-TIPO = "F"
               MOVE "FAMILIAR" TO TIPO-TEXTO
           END-IF.
           IF REL-TIPO = "T"
               MOVE "TRABAJO" TO TIPO-TEXTO
           END-IF.
           IF REL-TIPO = "R"
               IF REL-CODIGO = CODIGO-CLIENTE
                   MOVE "REFIRIO A" TO TIPO-TEXTO
               ELSE
                   MOVE "REFERIDO POR" TO TIPO-TEXTO
               END-IF
           END-IF.
      *------------------------------------------
       AGREGAR-VINCULO.
           DISPLAY "Codigo relacionado......" LINE 18 POSITION 10.
           MOVE 0 TO CODIGO-OTRO.
           ACCEPT CODIGO-OTRO LINE 18 POSITION 36 PROMPT NO BEEP.
           PERFORM VALIDAR-OTRO.
           IF SW-VALIDO = 1
               PERFORM BUSCAR-VINCULO
               IF SW-ENCONTRADO = 1
                   DISPLAY "Ya existe una relacion entre los dos"
                           LINE 23 POSITION 30
                   ACCEPT TECLA LINE 23 POSITION 78 PROMPT
                   MOVE 0 TO SW-VALIDO
               END-IF
           END-IF.
           IF SW-VALIDO = 1
               PERFORM PEDIR-TIPO
           END-IF.
           IF SW-VALIDO = 1
               PERFORM REVISAR-REFERIDO
           END-IF.
           IF SW-VALIDO = 1
               PERFORM PEDIR-FECHA-INICIO
               PERFORM GRABAR-VINCULO
           END-IF.
      *------------------------------------------
       VALIDAR-OTRO.
           MOVE 0 TO SW-VALIDO.
           IF CODIGO-OTRO = CODIGO-CLIENTE
               DISPLAY "Un cliente no se relaciona consigo mismo"
                       LINE 23 POSITION 30
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
           ELSE
               MOVE CODIGO-OTRO TO CODIGO
               READ AMIGOS
                   INVALID KEY
                       DISPLAY "No existe ese codigo" LINE 23
                               POSITION 30
                       ACCEPT TECLA LINE 23 POSITION 78 PROMPT
                   NOT INVALID KEY
                       DISPLAY NOMBRE LINE 18 POSITION 44
                       MOVE 1 TO SW-VALIDO
               END-READ
           END-IF.
      *------------------------------------------
      *  Busca el vinculo en los dos sentidos;
      *  si existe queda en REG-RELACIONES.
      *------------------------------------------
       BUSCAR-VINCULO.
           MOVE 0 TO SW-ENCONTRADO.
           MOVE CODIGO-CLIENTE TO REL-CODIGO.
           MOVE CODIGO-OTRO TO REL-RELACIONADO.
           READ RELACIONES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO SW-ENCONTRADO
           END-READ.
           IF SW-ENCONTRADO = 0
               MOVE CODIGO-OTRO TO REL-CODIGO
               MOVE CODIGO-CLIENTE TO REL-RELACIONADO
               READ RELACIONES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO SW-ENCONTRADO
               END-READ
           END-IF.
      *------------------------------------------
       PEDIR-TIPO.
           DISPLAY "Tipo de relacion........" LINE 19 POSITION 10.
           DISPLAY "E=Pareja F=Familiar T=Trabajo O=Otra" LINE 21
                   POSITION 10.
           DISPLAY "R=Este refirio al otro P=Fue referido por el"
                   LINE 22 POSITION 10.
           MOVE SPACE TO TIPO-CAPTURA.
           ACCEPT TIPO-CAPTURA LINE 19 POSITION 36 PROMPT NO BEEP.
           INSPECT TIPO-CAPTURA CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF TIPO-CAPTURA NOT = "E" AND TIPO-CAPTURA NOT = "F"
              AND TIPO-CAPTURA NOT = "T" AND TIPO-CAPTURA NOT = "O"
              AND TIPO-CAPTURA NOT = "R" AND TIPO-CAPTURA NOT = "P"
               DISPLAY "Tipo invalido" LINE 23 POSITION 30
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               MOVE 0 TO SW-VALIDO
           END-IF.
      *------------------------------------------
      *  El referido no puede tener ya a otro
      *  cliente que lo refirio.
      *------------------------------------------
       REVISAR-REFERIDO.
           MOVE 0 TO CODIGO-REFERIDO.
           IF TIPO-CAPTURA = "R"
               MOVE CODIGO-OTRO TO CODIGO-REFERIDO
           END-IF.
           IF TIPO-CAPTURA = "P"
               MOVE CODIGO-CLIENTE TO CODIGO-REFERIDO
           END-IF.
           IF CODIGO-REFERIDO NOT = 0
               MOVE 0 TO SW-YA-REFERIDO
               MOVE 0 TO SW-FIN-REL
               MOVE CODIGO-REFERIDO TO REL-RELACIONADO
               START RELACIONES KEY IS = REL-RELACIONADO
                   INVALID KEY
                       MOVE 1 TO SW-FIN-REL
               END-START
               IF ESTADO-RELACIONES NOT = "00"
                   MOVE 1 TO SW-FIN-REL
               END-IF
               PERFORM BUSCAR-REFERENTE UNTIL SW-FIN-REL = 1
               IF SW-YA-REFERIDO = 1
                   DISPLAY "El referido ya tiene quien lo refirio:"
                           LINE 23 POSITION 10
                   DISPLAY REL-CODIGO LINE 23 POSITION 50
                   ACCEPT TECLA LINE 23 POSITION 78 PROMPT
                   MOVE 0 TO SW-VALIDO
               END-IF
           END-IF.
      *------------------------------------------
       BUSCAR-REFERENTE.
           READ RELACIONES NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN-REL
           END-READ.
           IF SW-FIN-REL = 0
               IF REL-RELACIONADO NOT = CODIGO-REFERIDO
                   MOVE 1 TO SW-FIN-REL
               ELSE
                   IF REL-TIPO = "R"
                       MOVE 1 TO SW-YA-REFERIDO
                       MOVE 1 TO SW-FIN-REL
                   END-IF
               END-IF
           END-IF.
      *------------------------------------------
       PEDIR-FECHA-INICIO.
           DISPLAY "Desde (AAAAMMDD, 0=hoy)." LINE 20 POSITION 10.
           MOVE 0 TO FECHA-INICIO.
           ACCEPT FECHA-INICIO LINE 20 POSITION 36 PROMPT NO BEEP.
           IF FECHA-INICIO = 0
               MOVE FECHA-HOY TO FECHA-INICIO
           END-IF.
      *------------------------------------------
       GRABAR-VINCULO.
           MOVE SPACES TO REG-RELACIONES.
           IF TIPO-CAPTURA = "P"
               MOVE CODIGO-OTRO TO REL-CODIGO
               MOVE CODIGO-CLIENTE TO REL-RELACIONADO
               MOVE "R" TO REL-TIPO
           ELSE
               MOVE CODIGO-CLIENTE TO REL-CODIGO
               MOVE CODIGO-OTRO TO REL-RELACIONADO
               MOVE TIPO-CAPTURA TO REL-TIPO
           END-IF.
           MOVE FECHA-INICIO TO REL-FECHA-INICIO.
           MOVE FECHA-HOY TO REL-FECHA-CAPTURA.
           MOVE OPERADOR-FIRMA TO REL-OPERADOR.
           WRITE REG-RELACIONES
               INVALID KEY
                   DISPLAY "No pude grabar la relacion" LINE 23
                           POSITION 30
               NOT INVALID KEY
                   DISPLAY "Relacion grabada" LINE 23 POSITION 30
                   ADD 1 TO CONTADOR-AGREGADOS
           END-WRITE.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
      *------------------------------------------
       BORRAR-VINCULO.
           DISPLAY "Codigo relacionado......" LINE 18 POSITION 10.
           MOVE 0 TO CODIGO-OTRO.
           ACCEPT CODIGO-OTRO LINE 18 POSITION 36 PROMPT NO BEEP.
           PERFORM BUSCAR-VINCULO.
           IF SW-ENCONTRADO = 0
               DISPLAY "No hay relacion con ese codigo" LINE 23
                       POSITION 30
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
           ELSE
               PERFORM DESCRIBIR-TIPO
               DISPLAY TIPO-TEXTO LINE 18 POSITION 44
               DISPLAY "Confirma Borrar La Relacion ?" LINE 23
                       POSITION 30
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               IF TECLA = "S" OR "s"
                   DELETE RELACIONES RECORD
                       INVALID KEY
                           DISPLAY "No pude borrar la relacion"
                                   LINE 23 POSITION 30
                       NOT INVALID KEY
                           DISPLAY "Relacion borrada" LINE 23
                                   POSITION 30
                           ADD 1 TO CONTADOR-BORRADOS
                   END-DELETE
                   ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               END-IF
           END-IF.
      *------------------------------------------
       MOSTRAR-RESUMEN.
           PERFORM LIMPIAR-PANTALLA.
           DISPLAY "Relaciones agregadas en esta sesion..: "
                   LINE 10 POSITION 10.
           DISPLAY CONTADOR-AGREGADOS LINE 10 POSITION 50.
           DISPLAY "Relaciones borradas.................: "
                   LINE 11 POSITION 10.
           DISPLAY CONTADOR-BORRADOS LINE 11 POSITION 50.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
      *------------------------------------------
       CERRAR-ARCHIVOS.
           CLOSE AMIGOS.
           CLOSE RELACIONES.
