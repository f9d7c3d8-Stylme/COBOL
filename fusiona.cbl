           COPY LOGFC.
           COPY DIRECFC.
           COPY TELFC.
           COPY RELFC.
           COPY PREFFC.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
           COPY LOGFD.
           COPY DIRECFD.
           COPY TELFD.
           COPY RELFD.
           COPY PREFFD.
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-LOG PIC X(2).
        02 ESTADO-DIRECCIONES PIC X(2).
        02 ESTADO-TELEFONOS PIC X(2).
        02 ESTADO-RELACIONES PIC X(2).
        02 ESTADO-PREFERENCIAS PIC X(2).
        02 SW PIC 9.
        02 TECLA PIC X.
        02 SW-ENCONTRADO PIC 9.
        02 SW-FIN-TEL PIC 9.
        02 SW-YA-LO-TIENE PIC 9.
        02 SW-BUSQUEDA PIC 9.
        02 SW-FIN-REL PIC 9.
        02 SW-PREF-DUP PIC 9.
        02 SW-PREF-SUP PIC 9.
        02 CODIGO-SUPERVIVE PIC 9(5).
        02 CODIGO-DUPLICADO PIC 9(5).
        02 NOMBRE-SUPERVIVE PIC X(30).
        02 NOMBRE-DUPLICADO PIC X(30).
        02 CATEGORIA-SUPERVIVE PIC X(1).
        02 TELEFONO-SUPERVIVE PIC X(20).
        02 SECUENCIA-TELEFONO PIC 9(2).
        02 NUMERO-TRASPASO PIC X(20).
        02 PREFERIDO-TRASPASO PIC X(1).
        02 FECHA-FUSION PIC 9(8).
        02 TEXTO-FUSION PIC X(30).
        02 BANDERAS-ANTERIORES PIC X(3).
        02 TEXTO-PREFEREN PIC X(30).
        02 CONTADOR-FUSIONES PIC 9(5).
        02 CONTADOR-TRASPASADOS PIC 9(5).
        02 CONTADOR-VINCULOS PIC 9(5).
      *------------------------------------------
       01 DETALLE-DUPLICADO.
        02 DUP-DIRECCION  PIC X(40).
        02 DUP-TELEFONO2  PIC X(20).
        02 DUP-CUMPLE     PIC 9(8).
        02 DUP-NOTAS      PIC X(60).
        02 DUP-UBICACION  PIC X(80).
      *------------------------------------------
       01 PREFERENCIAS-DUPLICADO.
        02 DPR-NO-CORREO   PIC X(1).
        02 DPR-NO-TELEFONO PIC X(1).
        02 DPR-NO-EMAIL    PIC X(1).
        02 DPR-FECHA       PIC 9(8).
        02 DPR-MOTIVO      PIC X(40).
        02 DPR-OPERADOR    PIC X(3).
      *------------------------------------------
       01 VINCULO-TRASPASO.
        02 VTR-CODIGO        PIC 9(5).
        02 VTR-RELACIONADO   PIC 9(5).
        02 VTR-TIPO          PIC X(1).
        02 VTR-FECHA-INICIO  PIC 9(8).
        02 VTR-FECHA-CAPTURA PIC 9(8).
        02 VTR-OPERADOR      PIC X(3).
      *------------------------------------------
       LINKAGE SECTION.
       01 OPERADOR-FIRMA PIC X(3).
           PERFORM ABRIR-ARCHIVOS.
           MOVE 0 TO CONTADOR-FUSIONES.
           MOVE 0 TO CONTADOR-TRASPASADOS.
           MOVE 0 TO CONTADOR-VINCULOS.
           PERFORM PROCESAR UNTIL SW = 1.
           PERFORM MOSTRAR-RESUMEN.
           PERFORM CERRAR-ARCHIVOS.
           OPEN EXTEND AMIGOS-LOG.
           OPEN I-O DIRECCIONES.
           OPEN I-O TELEFONOS.
           OPEN I-O RELACIONES.
           OPEN I-O PREFERENCIAS.
      *------------------------------------------
       LIMPIAR-PANTALLA.
           DISPLAY " " LINE 1 POSITION 1 ERASE EOS.
                   ELSE
                       MOVE NOMBRE TO NOMBRE-SUPERVIVE
                       MOVE TELEFONO TO TELEFONO-SUPERVIVE
                       MOVE CATEGORIA TO CATEGORIA-SUPERVIVE
                       DISPLAY NOMBRE LINE 6 POSITION 44
                       PERFORM VALIDAR-DUPLICADO
                   END-IF
               NOT INVALID KEY
                   PERFORM PASAR-DETALLE
                   PERFORM PASAR-TELEFONOS
                   PERFORM PASAR-VINCULOS
                   PERFORM PASAR-PREFERENCIAS
                   PERFORM GRABAR-LOG-BAJA
                   PERFORM GRABAR-LOG-FUSION
                   ADD 1 TO CONTADOR-FUSIONES
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO SW-DETALLE-DUP
                   MOVE DIR-CALLE TO DUP-DIRECCION
                   MOVE DIR-EMAIL TO DUP-EMAIL
                   MOVE DIR-TELEFONO2 TO DUP-TELEFONO2
                   MOVE DIR-CUMPLE TO DUP-CUMPLE
                   MOVE DIR-NOTAS TO DUP-NOTAS
                   MOVE DIR-UBICACION TO DUP-UBICACION
           END-READ.
           IF SW-DETALLE-DUP = 1
               PERFORM MARCAR-DETALLE-DUP
               NOT INVALID KEY
                   MOVE 1 TO SW-DETALLE-SUP
           END-READ.
      *  La direccion postal pasa completa o no
      *  pasa: no se mezcla la calle de uno con la
      *  ciudad del otro.
           IF DIR-CALLE = SPACES AND DIR-UBICACION = SPACES
               MOVE DUP-DIRECCION TO DIR-CALLE
               MOVE DUP-UBICACION TO DIR-UBICACION
           END-IF.
           IF DIR-EMAIL = SPACES
               MOVE DUP-EMAIL TO DIR-EMAIL
       CONTAR-SECUENCIA-SUP.
           COMPUTE SECUENCIA-TELEFONO = TEL-SECUENCIA + 1.
           PERFORM LEER-TELEFONO-SUP.
      *------------------------------------------
      *  Los vinculos de RELACION.DAT del
      *  duplicado, en cualquiera de los dos
      *  sentidos, pasan al codigo que sobrevive.
      *  Se borra el vinculo y se graba de nuevo
      *  con el codigo cambiado, salvo que quede
      *  unido consigo mismo, que el
      *  superviviente ya tenga ese vinculo o,
      *  si es un referido, que ya tenga quien lo
      *  refirio.  Igual que con los telefonos,
      *  cada vuelta reposiciona con START.
      *------------------------------------------
       PASAR-VINCULOS.
           MOVE 0 TO SW-FIN-REL.
           PERFORM PASAR-VINCULO-SALIDA UNTIL SW-FIN-REL = 1.
           MOVE 0 TO SW-FIN-REL.
           PERFORM PASAR-VINCULO-LLEGADA UNTIL SW-FIN-REL = 1.
      *------------------------------------------
       PASAR-VINCULO-SALIDA.
           MOVE CODIGO-DUPLICADO TO REL-CODIGO.
           MOVE 0 TO REL-RELACIONADO.
           START RELACIONES KEY IS NOT LESS THAN REL-CLAVE
               INVALID KEY
                   MOVE 1 TO SW-FIN-REL
           END-START.
           IF ESTADO-RELACIONES NOT = "00"
               MOVE 1 TO SW-FIN-REL
           END-IF.
           IF SW-FIN-REL = 0
               READ RELACIONES NEXT RECORD
                   AT END
                       MOVE 1 TO SW-FIN-REL
               END-READ
           END-IF.
           IF SW-FIN-REL = 0 AND REL-CODIGO NOT = CODIGO-DUPLICADO
               MOVE 1 TO SW-FIN-REL
           END-IF.
           IF SW-FIN-REL = 0
               PERFORM QUITAR-VINCULO
           END-IF.
      *------------------------------------------
       PASAR-VINCULO-LLEGADA.
           MOVE CODIGO-DUPLICADO TO REL-RELACIONADO.
           START RELACIONES KEY IS = REL-RELACIONADO
               INVALID KEY
                   MOVE 1 TO SW-FIN-REL
           END-START.
           IF ESTADO-RELACIONES NOT = "00"
               MOVE 1 TO SW-FIN-REL
           END-IF.
           IF SW-FIN-REL = 0
               READ RELACIONES NEXT RECORD
                   AT END
                       MOVE 1 TO SW-FIN-REL
               END-READ
           END-IF.
           IF SW-FIN-REL = 0
              AND REL-RELACIONADO NOT = CODIGO-DUPLICADO
               MOVE 1 TO SW-FIN-REL
           END-IF.
           IF SW-FIN-REL = 0
               PERFORM QUITAR-VINCULO
           END-IF.
      *------------------------------------------
       QUITAR-VINCULO.
           MOVE REG-RELACIONES TO VINCULO-TRASPASO.
           DELETE RELACIONES RECORD
               INVALID KEY
                   DISPLAY "No pude traspasar una relacion"
                           LINE 22 POSITION 30
                   MOVE 1 TO SW-FIN-REL
               NOT INVALID KEY
                   PERFORM REAPUNTAR-VINCULO
           END-DELETE.
      *------------------------------------------
       REAPUNTAR-VINCULO.
           IF VTR-CODIGO = CODIGO-DUPLICADO
               MOVE CODIGO-SUPERVIVE TO VTR-CODIGO
           END-IF.
           IF VTR-RELACIONADO = CODIGO-DUPLICADO
               MOVE CODIGO-SUPERVIVE TO VTR-RELACIONADO
           END-IF.
           MOVE 0 TO SW-YA-LO-TIENE.
           IF VTR-CODIGO = VTR-RELACIONADO
               MOVE 1 TO SW-YA-LO-TIENE
           ELSE
               PERFORM REVISAR-VINCULO-SUP
           END-IF.
           IF SW-YA-LO-TIENE = 0
               MOVE VINCULO-TRASPASO TO REG-RELACIONES
               WRITE REG-RELACIONES
                   INVALID KEY
                       DISPLAY "No pude traspasar una relacion"
                               LINE 22 POSITION 30
                   NOT INVALID KEY
                       ADD 1 TO CONTADOR-VINCULOS
               END-WRITE
           END-IF.
      *------------------------------------------
       REVISAR-VINCULO-SUP.
           MOVE VTR-CODIGO TO REL-CODIGO.
           MOVE VTR-RELACIONADO TO REL-RELACIONADO.
           READ RELACIONES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO SW-YA-LO-TIENE
           END-READ.
           MOVE VTR-RELACIONADO TO REL-CODIGO.
           MOVE VTR-CODIGO TO REL-RELACIONADO.
           READ RELACIONES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO SW-YA-LO-TIENE
           END-READ.
           IF SW-YA-LO-TIENE = 0 AND VTR-TIPO = "R"
               PERFORM REVISAR-REFERENTE-SUP
           END-IF.
      *------------------------------------------
       REVISAR-REFERENTE-SUP.
           MOVE 0 TO SW-BUSQUEDA.
           MOVE VTR-RELACIONADO TO REL-RELACIONADO.
           START RELACIONES KEY IS = REL-RELACIONADO
               INVALID KEY
                   MOVE 1 TO SW-BUSQUEDA
           END-START.
           IF ESTADO-RELACIONES NOT = "00"
               MOVE 1 TO SW-BUSQUEDA
           END-IF.
           PERFORM BUSCAR-REFERENTE-SUP UNTIL SW-BUSQUEDA = 1.
      *------------------------------------------
       BUSCAR-REFERENTE-SUP.
           READ RELACIONES NEXT RECORD
               AT END
                   MOVE 1 TO SW-BUSQUEDA
           END-READ.
           IF SW-BUSQUEDA = 0
               IF REL-RELACIONADO NOT = VTR-RELACIONADO
                   MOVE 1 TO SW-BUSQUEDA
               ELSE
                   IF REL-TIPO = "R"
                       MOVE 1 TO SW-YA-LO-TIENE
                       MOVE 1 TO SW-BUSQUEDA
                   END-IF
               END-IF
           END-IF.
      *------------------------------------------
      *  Las negativas de contacto del duplicado
      *  no se pierden: cada bandera en "S" pasa
      *  al codigo que sobrevive, y si el
      *  duplicado la pidio antes se conservan su
      *  fecha y su motivo.  Queda una linea
      *  PREFEREN igual a la de PREFMANT.
      *------------------------------------------
       PASAR-PREFERENCIAS.
           MOVE 0 TO SW-PREF-DUP.
           MOVE CODIGO-DUPLICADO TO PRF-CODIGO.
           READ PREFERENCIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PRF-NO-CORREO TO DPR-NO-CORREO
                   MOVE PRF-NO-TELEFONO TO DPR-NO-TELEFONO
                   MOVE PRF-NO-EMAIL TO DPR-NO-EMAIL
                   MOVE PRF-FECHA TO DPR-FECHA
                   MOVE PRF-MOTIVO TO DPR-MOTIVO
                   MOVE PRF-OPERADOR TO DPR-OPERADOR
                   IF DPR-NO-CORREO = "S" OR DPR-NO-TELEFONO = "S"
                      OR DPR-NO-EMAIL = "S"
                       MOVE 1 TO SW-PREF-DUP
                   END-IF
           END-READ.
           IF SW-PREF-DUP = 1
               PERFORM JUNTAR-PREFERENCIAS
           END-IF.
      *------------------------------------------
       JUNTAR-PREFERENCIAS.
           MOVE 0 TO SW-PREF-SUP.
           MOVE CODIGO-SUPERVIVE TO PRF-CODIGO.
           READ PREFERENCIAS
               INVALID KEY
                   MOVE SPACES TO REG-PREFERENCIAS
                   MOVE CODIGO-SUPERVIVE TO PRF-CODIGO
                   MOVE "N" TO PRF-NO-CORREO
                   MOVE "N" TO PRF-NO-TELEFONO
                   MOVE "N" TO PRF-NO-EMAIL
                   MOVE 0 TO PRF-FECHA
               NOT INVALID KEY
                   MOVE 1 TO SW-PREF-SUP
           END-READ.
           MOVE PRF-NO-CORREO TO BANDERAS-ANTERIORES (1:1).
           MOVE PRF-NO-TELEFONO TO BANDERAS-ANTERIORES (2:1).
           MOVE PRF-NO-EMAIL TO BANDERAS-ANTERIORES (3:1).
           IF DPR-NO-CORREO = "S"
               MOVE "S" TO PRF-NO-CORREO
           END-IF.
           IF DPR-NO-TELEFONO = "S"
               MOVE "S" TO PRF-NO-TELEFONO
           END-IF.
           IF DPR-NO-EMAIL = "S"
               MOVE "S" TO PRF-NO-EMAIL
           END-IF.
           IF PRF-FECHA = 0
              OR (DPR-FECHA NOT = 0 AND DPR-FECHA < PRF-FECHA)
               MOVE DPR-FECHA TO PRF-FECHA
               MOVE DPR-MOTIVO TO PRF-MOTIVO
               MOVE DPR-OPERADOR TO PRF-OPERADOR
           END-IF.
           IF SW-PREF-SUP = 1
               REWRITE REG-PREFERENCIAS
                   INVALID KEY
                       DISPLAY "No pude pasar las preferencias"
                               LINE 22 POSITION 30
                   NOT INVALID KEY
                       PERFORM GRABAR-LOG-PREFERENCIAS
               END-REWRITE
           ELSE
               WRITE REG-PREFERENCIAS
                   INVALID KEY
                       DISPLAY "No pude pasar las preferencias"
                               LINE 22 POSITION 30
                   NOT INVALID KEY
                       PERFORM GRABAR-LOG-PREFERENCIAS
               END-WRITE
           END-IF.
      *------------------------------------------
       GRABAR-LOG-PREFERENCIAS.
           MOVE SPACES TO REG-LOG.
           MOVE CODIGO-SUPERVIVE TO LOG-CODIGO.
           MOVE "PREFEREN" TO LOG-ACCION.
           MOVE FECHA-FUSION TO LOG-FECHA.
           ACCEPT LOG-HORA FROM TIME.
           MOVE "NO CORREO/TEL/EMAIL" TO TEXTO-PREFEREN.
           MOVE BANDERAS-ANTERIORES TO TEXTO-PREFEREN (21:3).
           MOVE TEXTO-PREFEREN TO LOG-NOMBRE-ANT.
           MOVE PRF-NO-CORREO TO TEXTO-PREFEREN (21:1).
           MOVE PRF-NO-TELEFONO TO TEXTO-PREFEREN (22:1).
           MOVE PRF-NO-EMAIL TO TEXTO-PREFEREN (23:1).
           MOVE TEXTO-PREFEREN TO LOG-NOMBRE-NVO.
           MOVE OPERADOR-FIRMA TO LOG-OPERADOR.
           MOVE CATEGORIA-SUPERVIVE TO LOG-CATEGORIA.
           WRITE REG-LOG.
      *------------------------------------------
       GRABAR-LOG-BAJA.
           MOVE SPACES TO REG-LOG.
           DISPLAY "Telefonos traspasados...............: "
                   LINE 11 POSITION 10.
           DISPLAY CONTADOR-TRASPASADOS LINE 11 POSITION 50.
           DISPLAY "Relaciones traspasadas..............: "
                   LINE 12 POSITION 10.
           DISPLAY CONTADOR-VINCULOS LINE 12 POSITION 50.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
      *------------------------------------------
       CERRAR-ARCHIVOS.
           CLOSE AMIGOS-LOG.
           CLOSE DIRECCIONES.
           CLOSE TELEFONOS.
           CLOSE RELACIONES.
           CLOSE PREFERENCIAS.
