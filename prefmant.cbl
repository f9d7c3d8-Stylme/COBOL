       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFMANT.
      *------------------------------------------
      *  Preferencias de contacto: por codigo se
      *  anota si el cliente pidio que no se le
      *  envie correo postal, que no se le llame o
      *  que no se le envie email, con el motivo,
      *  la fecha y el operador que tomo la
      *  solicitud.  ETIQUETA, CUMPLE, AGENLIS,
      *  CAMPARMA, EXPORTA y CAMBIOS las respetan.
      *  Cada cambio queda en AMIGOS.LOG como
      *  PREFEREN para que CAMBIOS lo avise.
      *------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------
       INPUT-OUTPUT SECTION.
      *------------------------------------------
       FILE-CONTROL.
           COPY AMIGOSFC.
           COPY PREFFC.
           COPY LOGFC.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
       FILE SECTION.
      *------------------------------------------
           COPY AMIGOSFD.
           COPY PREFFD.
           COPY LOGFD.
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-AMIGOS PIC X(2).
        02 ESTADO-PREFERENCIAS PIC X(2).
        02 ESTADO-LOG PIC X(2).
        02 SW PIC 9.
        02 SW-ENCONTRADO PIC 9.
        02 SW-PREFERENCIA PIC 9.
        02 SW-VALIDO PIC 9.
        02 TECLA PIC X.
        02 BANDERA PIC X(1).
        02 LINEA-BANDERA PIC 9(2).
        02 BANDERAS-ANTERIORES PIC X(3).
        02 TEXTO-PREFEREN PIC X(30).
        02 FECHA-HOY PIC 9(8).
        02 CONTADOR-GRABADOS PIC 9(5).
      *------------------------------------------
       LINKAGE SECTION.
       01 OPERADOR-FIRMA PIC X(3).
      *------------------------------------------
       PROCEDURE DIVISION USING OPERADOR-FIRMA.
       PRINCIPAL.
           MOVE 0 TO SW.
           MOVE 0 TO CONTADOR-GRABADOS.
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
           OPEN I-O PREFERENCIAS.
           OPEN EXTEND AMIGOS-LOG.
      *------------------------------------------
       LIMPIAR-PANTALLA.
           DISPLAY " " LINE 1 POSITION 1 ERASE EOS.
      *------------------------------------------
       PROCESAR.
           PERFORM LIMPIAR-PANTALLA.
           DISPLAY "PREFERENCIAS DE CONTACTO" LINE 2 POSITION 28.
           DISPLAY "Codigo..." LINE 4 POSITION 3.
           ACCEPT CODIGO LINE 4 POSITION 17 PROMPT NO BEEP.
           MOVE 0 TO SW-ENCONTRADO.
           READ AMIGOS
               INVALID KEY
                   DISPLAY "No existe ese codigo" LINE 23 POSITION 30
                   ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               NOT INVALID KEY
                   MOVE 1 TO SW-ENCONTRADO
           END-READ.
           IF SW-ENCONTRADO = 1
               DISPLAY NOMBRE LINE 4 POSITION 25
               IF FECHA-BAJA NOT = 0
                   DISPLAY "*BAJA*" LINE 4 POSITION 57
               END-IF
               PERFORM EDITAR-PREFERENCIAS
           END-IF.
           DISPLAY "Desea Atender Otro Cliente ?" LINE 23 POSITION 30.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
           IF TECLA = "N" OR "n" THEN
               MOVE 1 TO SW
           END-IF.
      *------------------------------------------
       EDITAR-PREFERENCIAS.
           MOVE 0 TO SW-PREFERENCIA.
           MOVE CODIGO TO PRF-CODIGO.
           READ PREFERENCIAS
               INVALID KEY
                   MOVE SPACES TO REG-PREFERENCIAS
                   MOVE CODIGO TO PRF-CODIGO
                   MOVE "N" TO PRF-NO-CORREO
                   MOVE "N" TO PRF-NO-TELEFONO
                   MOVE "N" TO PRF-NO-EMAIL
                   MOVE 0 TO PRF-FECHA
               NOT INVALID KEY
                   MOVE 1 TO SW-PREFERENCIA
           END-READ.
           MOVE PRF-NO-CORREO TO BANDERAS-ANTERIORES (1:1).
           MOVE PRF-NO-TELEFONO TO BANDERAS-ANTERIORES (2:1).
           MOVE PRF-NO-EMAIL TO BANDERAS-ANTERIORES (3:1).
           DISPLAY "No enviar correo postal (S/N)..." LINE 7
                   POSITION 3.
           DISPLAY "No llamar por telefono (S/N)...." LINE 8
                   POSITION 3.
           DISPLAY "No enviar email (S/N)..........." LINE 9
                   POSITION 3.
           DISPLAY "Motivo.........................." LINE 10
                   POSITION 3.
           DISPLAY "Fecha de la solicitud..........." LINE 12
                   POSITION 3.
           DISPLAY "Tomada por......................" LINE 13
                   POSITION 3.
           DISPLAY PRF-NO-CORREO LINE 7 POSITION 37.
           DISPLAY PRF-NO-TELEFONO LINE 8 POSITION 37.
           DISPLAY PRF-NO-EMAIL LINE 9 POSITION 37.
           DISPLAY PRF-MOTIVO LINE 10 POSITION 37.
           DISPLAY PRF-FECHA LINE 12 POSITION 37.
           DISPLAY PRF-OPERADOR LINE 13 POSITION 37.
           MOVE PRF-NO-CORREO TO BANDERA.
           MOVE 7 TO LINEA-BANDERA.
           PERFORM PEDIR-BANDERA.
           MOVE BANDERA TO PRF-NO-CORREO.
           MOVE PRF-NO-TELEFONO TO BANDERA.
           MOVE 8 TO LINEA-BANDERA.
           PERFORM PEDIR-BANDERA.
           MOVE BANDERA TO PRF-NO-TELEFONO.
           MOVE PRF-NO-EMAIL TO BANDERA.
           MOVE 9 TO LINEA-BANDERA.
           PERFORM PEDIR-BANDERA.
           MOVE BANDERA TO PRF-NO-EMAIL.
           IF PRF-NO-CORREO = "N" AND PRF-NO-TELEFONO = "N"
              AND PRF-NO-EMAIL = "N" AND SW-PREFERENCIA = 0
               DISPLAY "Sin restricciones, nada que grabar" LINE 23
                       POSITION 30
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
           ELSE
               PERFORM PEDIR-MOTIVO
               PERFORM GRABAR-PREFERENCIAS
           END-IF.
      *------------------------------------------
       PEDIR-BANDERA.
           MOVE 0 TO SW-VALIDO.
           PERFORM ACEPTAR-BANDERA UNTIL SW-VALIDO = 1.
           DISPLAY " " LINE 23 POSITION 1 ERASE EOL.
      *------------------------------------------
       ACEPTAR-BANDERA.
           ACCEPT BANDERA LINE LINEA-BANDERA POSITION 37
                  PROMPT NO BEEP.
           IF BANDERA = "s"
               MOVE "S" TO BANDERA
           END-IF.
           IF BANDERA = "n" OR BANDERA = SPACE
               MOVE "N" TO BANDERA
           END-IF.
           IF BANDERA = "S" OR BANDERA = "N"
               MOVE 1 TO SW-VALIDO
           ELSE
               DISPLAY "Conteste S o N" LINE 23 POSITION 30
           END-IF.
      *------------------------------------------
      *  El motivo es obligatorio: es la constancia
      *  de lo que pidio el cliente.
      *------------------------------------------
       PEDIR-MOTIVO.
           MOVE 0 TO SW-VALIDO.
           PERFORM ACEPTAR-MOTIVO UNTIL SW-VALIDO = 1.
           DISPLAY " " LINE 23 POSITION 1 ERASE EOL.
      *------------------------------------------
       ACEPTAR-MOTIVO.
           ACCEPT PRF-MOTIVO LINE 10 POSITION 37 PROMPT NO BEEP.
           IF PRF-MOTIVO NOT = SPACES
               MOVE 1 TO SW-VALIDO
           ELSE
               DISPLAY "Anote el motivo de la solicitud" LINE 23
                       POSITION 30
           END-IF.
      *------------------------------------------
       GRABAR-PREFERENCIAS.
           MOVE FECHA-HOY TO PRF-FECHA.
           MOVE OPERADOR-FIRMA TO PRF-OPERADOR.
           DISPLAY PRF-FECHA LINE 12 POSITION 37.
           DISPLAY PRF-OPERADOR LINE 13 POSITION 37.
           DISPLAY "Graba Las Preferencias ?" LINE 23 POSITION 30.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
           IF TECLA = "S" OR "s"
               IF SW-PREFERENCIA = 1
                   REWRITE REG-PREFERENCIAS
                       INVALID KEY
                           DISPLAY "No pude grabar las preferencias"
                                   LINE 23 POSITION 30
                       NOT INVALID KEY
                           DISPLAY "Preferencias grabadas   " LINE 23
                                   POSITION 30
                           ADD 1 TO CONTADOR-GRABADOS
                           PERFORM GRABAR-LOG-PREFERENCIAS
                   END-REWRITE
               ELSE
                   WRITE REG-PREFERENCIAS
                       INVALID KEY
                           DISPLAY "No pude grabar las preferencias"
                                   LINE 23 POSITION 30
                       NOT INVALID KEY
                           DISPLAY "Preferencias grabadas   " LINE 23
                                   POSITION 30
                           ADD 1 TO CONTADOR-GRABADOS
                           PERFORM GRABAR-LOG-PREFERENCIAS
                   END-WRITE
               END-IF
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
           END-IF.
      *------------------------------------------
      *  Como las lineas RECLAS, la linea PREFEREN
      *  lleva en las imagenes de nombre las
      *  banderas de antes y de despues.
      *------------------------------------------
       GRABAR-LOG-PREFERENCIAS.
           MOVE SPACES TO REG-LOG.
           MOVE CODIGO TO LOG-CODIGO.
           MOVE "PREFEREN" TO LOG-ACCION.
           MOVE FECHA-HOY TO LOG-FECHA.
           ACCEPT LOG-HORA FROM TIME.
           MOVE "NO CORREO/TEL/EMAIL" TO TEXTO-PREFEREN.
           MOVE BANDERAS-ANTERIORES TO TEXTO-PREFEREN (21:3).
           MOVE TEXTO-PREFEREN TO LOG-NOMBRE-ANT.
           MOVE PRF-NO-CORREO TO TEXTO-PREFEREN (21:1).
           MOVE PRF-NO-TELEFONO TO TEXTO-PREFEREN (22:1).
           MOVE PRF-NO-EMAIL TO TEXTO-PREFEREN (23:1).
           MOVE TEXTO-PREFEREN TO LOG-NOMBRE-NVO.
           MOVE OPERADOR-FIRMA TO LOG-OPERADOR.
           MOVE CATEGORIA TO LOG-CATEGORIA.
           WRITE REG-LOG.
      *------------------------------------------
       MOSTRAR-RESUMEN.
           PERFORM LIMPIAR-PANTALLA.
           DISPLAY "Preferencias grabadas en esta sesion..: "
                   LINE 10 POSITION 10.
           DISPLAY CONTADOR-GRABADOS LINE 10 POSITION 50.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
      *------------------------------------------
       CERRAR-ARCHIVOS.
           CLOSE AMIGOS.
           CLOSE PREFERENCIAS.
           CLOSE AMIGOS-LOG.
