           COPY LOGFC.
           COPY CIERCFC.
           COPY AGENFC.
           COPY DIRECFC.
           COPY CATFC.
           COPY PRGFC.
           SELECT HISTORIAL ASSIGN TO DYNAMIC NOMBRE-HISTORIAL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOG-DIA ASSIGN TO "AMIGOS.LGD"
           COPY LOGFD.
           COPY CIERCFD.
           COPY AGENFD.
           COPY DIRECFD.
           COPY CATFD.
           COPY PRGFD.
      *------------------------------------------
       FD HISTORIAL.
       01 REG-HISTORIAL PIC X(142).
        02 ESTADO-LGD PIC X(2).
        02 ESTADO-LGT PIC X(2).
        02 ESTADO-AGENDA PIC X(2).
        02 ESTADO-DIRECCIONES PIC X(2).
        02 ESTADO-CATEGORIAS PIC X(2).
        02 ESTADO-PROGRAMADOS PIC X(2).
        02 SW PIC 9.
        02 SW-FIN PIC 9.
        02 SW-YA-CERRADO PIC 9.
        02 SW-REINICIO PIC 9.
        02 SW-REABIERTO PIC 9.
        02 SW-SIN-MAESTRO PIC 9.
        02 SW-FIN-PRG PIC 9.
        02 SW-TABLA PIC 9.
        02 SW-CAT-VALIDA PIC 9.
        02 MOTIVO-PROGRAMADO PIC X(2).
        02 NOMBRE-ANTERIOR PIC X(30).
        02 TELEFONO-ANTERIOR PIC X(20).
        02 CATEGORIA-ANTERIOR PIC X(1).
        02 TEXTO-RECLAS PIC X(30).
        02 FECHA-HOY PIC 9(8).
        02 FECHA-CIERRE PIC 9(8).
        02 ULTIMA-FECHA PIC 9(8).
        02 MAESTRO-ALTAS PIC 9(5).
        02 MAESTRO-BAJAS PIC 9(5).
        02 TAREAS-PENDIENTES PIC 9(5).
        02 PROGRAMADOS-APLICADOS PIC 9(5).
        02 PROGRAMADOS-RECHAZADOS PIC 9(5).
        02 ACUM-ALTAS-PREV PIC 9(7).
        02 ACUM-BAJAS-PREV PIC 9(7).
        02 ACUM-REACT-PREV PIC 9(7).
       01 LINEA-CIFRA.
        02 CIF-TEXTO PIC X(35).
        02 CIF-VALOR PIC ZZZZZZ9.
      *------------------------------------------
       01 LINEA-RECHAZO-PRG.
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPR-CODIGO PIC 9(5).
        02 FILLER PIC X(3) VALUE SPACES.
        02 RPR-SECUENCIA PIC 9(3).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPR-EFECTIVA PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPR-ACCION PIC X(9).
        02 FILLER PIC X(2) VALUE SPACES.
        02 RPR-MOTIVO PIC X(2).
        02 FILLER PIC X(6) VALUE SPACES.
        02 RPR-OPERADOR PIC X(3).
      *------------------------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
               MOVE FECHA-CIERRE TO NOMBRE-HISTORIAL (3:8)
               PERFORM CERRAR-DIA
           END-IF.
           GOBACK.
      *------------------------------------------
       LEER-CONTROL.
           MOVE 0 TO SW-YA-CERRADO.
      *------------------------------------------
       CERRAR-DIA.
           IF SW-REINICIO = 0
               PERFORM APLICAR-PROGRAMADOS
               MOVE "I" TO ESTADO-A-GRABAR
               PERFORM GRABAR-CONTROL
               PERFORM EXTRAER-BITACORA
           IF SW = 0
               PERFORM CONTAR-MAESTRO
               PERFORM CONTAR-AGENDA
               PERFORM CONTAR-PROGRAMADOS
               PERFORM IMPRIMIR-REPORTE
               PERFORM VOLCAR-HISTORIAL
           END-IF.
               DISPLAY "Reactivas del dia.....: " CONTADOR-REACTIVAS
               DISPLAY "Lineas retenidas......: " CONTADOR-RETENIDAS
               DISPLAY "Tareas sin trabajar...: " TAREAS-PENDIENTES
               DISPLAY "Programados aplicados.: "
                       PROGRAMADOS-APLICADOS
               DISPLAY "Programados rechazados: "
                       PROGRAMADOS-RECHAZADOS
               IF FECHA-CIERRE NOT = FECHA-HOY
                   DISPLAY "Quedan dias por cerrar, corra CIERRE de "
                           "nuevo"
           MOVE "TAREAS DE AGENDA SIN TRABAJAR.....:" TO CIF-TEXTO.
           MOVE TAREAS-PENDIENTES TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           PERFORM IMPRIMIR-PROGRAMADOS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF SW-SIN-MAESTRO = 1
       IMPRIMIR-UNA-CIFRA.
           MOVE LINEA-CIFRA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
      *------------------------------------------
      *  Los cambios programados que vencen hasta
      *  el dia que se cierra se aplican antes de
      *  extraer la bitacora, con la fecha del
      *  cierre y la firma de quien los programo,
      *  para que entren en las cifras y en el
      *  cuadre del dia como cualquier BAJA,
      *  MODIFICA o RECLAS.  Cada cambio queda
      *  marcado A o R en cuanto se trata, asi
      *  que un reinicio no lo repite.
      *------------------------------------------
       APLICAR-PROGRAMADOS.
           OPEN I-O PROGRAMADOS.
           IF ESTADO-PROGRAMADOS = "00"
               OPEN I-O AMIGOS
               IF ESTADO-AMIGOS NOT = "00"
                   DISPLAY "Maestro no disponible, los cambios "
                           "programados quedan pendientes"
               ELSE
                   PERFORM RECORRER-PROGRAMADOS
               END-IF
               CLOSE AMIGOS
           END-IF.
           CLOSE PROGRAMADOS.
      *------------------------------------------
       RECORRER-PROGRAMADOS.
           OPEN EXTEND AMIGOS-LOG.
           OPEN I-O DIRECCIONES.
           IF ESTADO-DIRECCIONES NOT = "00"
              AND ESTADO-DIRECCIONES NOT = "05"
               DISPLAY "Detalle ilegible (corra CONVDIR): "
                       ESTADO-DIRECCIONES
           END-IF.
           OPEN INPUT CATEGORIAS.
           IF ESTADO-CATEGORIAS = "00"
               MOVE 1 TO SW-TABLA
           ELSE
               MOVE 0 TO SW-TABLA
           END-IF.
           MOVE 0 TO SW-FIN-PRG.
           MOVE 0 TO PRG-FECHA-EFECTIVA.
           START PROGRAMADOS KEY IS NOT LESS THAN PRG-FECHA-EFECTIVA
               INVALID KEY
                   MOVE 1 TO SW-FIN-PRG
           END-START.
           IF SW-FIN-PRG = 0
               PERFORM LEER-PROGRAMADO-VENCIDO
           END-IF.
           PERFORM APLICAR-UN-PROGRAMADO UNTIL SW-FIN-PRG = 1.
           CLOSE AMIGOS-LOG.
           CLOSE DIRECCIONES.
           CLOSE CATEGORIAS.
      *------------------------------------------
       LEER-PROGRAMADO-VENCIDO.
           READ PROGRAMADOS NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN-PRG
           END-READ.
           IF SW-FIN-PRG = 0 AND PRG-FECHA-EFECTIVA > FECHA-CIERRE
               MOVE 1 TO SW-FIN-PRG
           END-IF.
      *------------------------------------------
      *  Motivos como en MANTLOTE.RCH: NX el codigo
      *  ya no esta en el maestro (purgado), BJ ya
      *  estaba de baja o fue fusionado en otro,
      *  CA categoria inexistente o inactiva, N1
      *  nombre en blanco, ER error al grabar.
      *------------------------------------------
       APLICAR-UN-PROGRAMADO.
           IF PRG-ESTADO = "P"
               MOVE SPACES TO MOTIVO-PROGRAMADO
               MOVE PRG-CODIGO TO CODIGO
               READ AMIGOS
                   INVALID KEY
                       MOVE "NX" TO MOTIVO-PROGRAMADO
                   NOT INVALID KEY
                       IF FECHA-BAJA NOT = 0
                           MOVE "BJ" TO MOTIVO-PROGRAMADO
                       ELSE
                           PERFORM EJECUTAR-PROGRAMADO
                       END-IF
               END-READ
               PERFORM RESOLVER-PROGRAMADO
           END-IF.
           PERFORM LEER-PROGRAMADO-VENCIDO.
      *------------------------------------------
       EJECUTAR-PROGRAMADO.
           IF PRG-ACCION = "B"
               PERFORM PROGRAMADO-BAJA
           END-IF.
           IF PRG-ACCION = "C"
               PERFORM PROGRAMADO-CATEGORIA
           END-IF.
           IF PRG-ACCION = "N"
               PERFORM PROGRAMADO-NOMBRE
           END-IF.
      *------------------------------------------
       PROGRAMADO-BAJA.
           MOVE FECHA-CIERRE TO FECHA-BAJA.
           REWRITE REG-AMIGOS
               INVALID KEY
                   MOVE "ER" TO MOTIVO-PROGRAMADO
               NOT INVALID KEY
                   PERFORM PREPARAR-LOG-PROGRAMADO
                   MOVE "BAJA" TO LOG-ACCION
                   WRITE REG-LOG
                   PERFORM MARCAR-DETALLE
           END-REWRITE.
      *------------------------------------------
       MARCAR-DETALLE.
           MOVE CODIGO TO DIR-CODIGO.
           READ DIRECCIONES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DIR-FECHA-BAJA = 0
                       MOVE FECHA-BAJA TO DIR-FECHA-BAJA
                       REWRITE REG-DIRECCIONES
                           INVALID KEY
                               DISPLAY "No pude marcar el detalle "
                                       DIR-CODIGO
                           NOT INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.
      *------------------------------------------
       PROGRAMADO-CATEGORIA.
           PERFORM VALIDAR-CATEGORIA.
           IF SW-CAT-VALIDA = 0
               MOVE "CA" TO MOTIVO-PROGRAMADO
           ELSE
               MOVE CATEGORIA TO CATEGORIA-ANTERIOR
               MOVE PRG-CATEGORIA TO CATEGORIA
               REWRITE REG-AMIGOS
                   INVALID KEY
                       MOVE "ER" TO MOTIVO-PROGRAMADO
                   NOT INVALID KEY
                       PERFORM GRABAR-LOG-RECLAS
               END-REWRITE
           END-IF.
      *------------------------------------------
       VALIDAR-CATEGORIA.
           MOVE 0 TO SW-CAT-VALIDA.
           IF SW-TABLA = 1
               MOVE PRG-CATEGORIA TO CAT-CODIGO
               READ CATEGORIAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAT-ACTIVA = "S"
                           MOVE 1 TO SW-CAT-VALIDA
                       END-IF
               END-READ
           ELSE
               IF PRG-CATEGORIA = "F" OR PRG-CATEGORIA = "B"
                  OR PRG-CATEGORIA = "P"
                   MOVE 1 TO SW-CAT-VALIDA
               END-IF
           END-IF.
      *------------------------------------------
      *  Mismo formato que las lineas RECLAS de
      *  RECLASIF.
      *------------------------------------------
       GRABAR-LOG-RECLAS.
           PERFORM PREPARAR-LOG-PROGRAMADO.
           MOVE "RECLAS" TO LOG-ACCION.
           MOVE "CATEGORIA" TO TEXTO-RECLAS.
           MOVE CATEGORIA-ANTERIOR TO TEXTO-RECLAS (11:1).
           MOVE TEXTO-RECLAS TO LOG-NOMBRE-ANT.
           MOVE CATEGORIA TO TEXTO-RECLAS (11:1).
           MOVE TEXTO-RECLAS TO LOG-NOMBRE-NVO.
           MOVE CATEGORIA TO LOG-CATEGORIA.
           WRITE REG-LOG.
      *------------------------------------------
      *  Como en MANTLOTE, un telefono en blanco
      *  deja el numero actual del maestro.
      *------------------------------------------
       PROGRAMADO-NOMBRE.
           IF PRG-NOMBRE = SPACES
               MOVE "N1" TO MOTIVO-PROGRAMADO
           ELSE
               MOVE NOMBRE TO NOMBRE-ANTERIOR
               MOVE TELEFONO TO TELEFONO-ANTERIOR
               MOVE PRG-NOMBRE TO NOMBRE
               IF PRG-TELEFONO NOT = SPACES
                   MOVE PRG-TELEFONO TO TELEFONO
               END-IF
               REWRITE REG-AMIGOS
                   INVALID KEY
                       MOVE "ER" TO MOTIVO-PROGRAMADO
                   NOT INVALID KEY
                       PERFORM GRABAR-LOG-MODIFICA
               END-REWRITE
           END-IF.
      *------------------------------------------
       GRABAR-LOG-MODIFICA.
           PERFORM PREPARAR-LOG-PROGRAMADO.
           MOVE "MODIFICA" TO LOG-ACCION.
           MOVE NOMBRE-ANTERIOR TO LOG-NOMBRE-ANT.
           MOVE NOMBRE TO LOG-NOMBRE-NVO.
           MOVE TELEFONO-ANTERIOR TO LOG-TELEFONO-ANT.
           MOVE TELEFONO TO LOG-TELEFONO-NVO.
           WRITE REG-LOG.
      *------------------------------------------
       PREPARAR-LOG-PROGRAMADO.
           MOVE SPACES TO REG-LOG.
           MOVE CODIGO TO LOG-CODIGO.
           MOVE FECHA-CIERRE TO LOG-FECHA.
           ACCEPT LOG-HORA FROM TIME.
           MOVE PRG-OPERADOR TO LOG-OPERADOR.
      *------------------------------------------
       RESOLVER-PROGRAMADO.
           IF MOTIVO-PROGRAMADO = SPACES
               MOVE "A" TO PRG-ESTADO
           ELSE
               MOVE "R" TO PRG-ESTADO
               MOVE MOTIVO-PROGRAMADO TO PRG-MOTIVO
           END-IF.
           MOVE FECHA-CIERRE TO PRG-FECHA-RESUELTO.
           REWRITE REG-PROGRAMADOS
               INVALID KEY
                   DISPLAY "No pude marcar el cambio programado "
                           PRG-CODIGO
           END-REWRITE.
      *------------------------------------------
      *  Las cifras de cambios programados salen
      *  de PROGCAM.DAT y no de la corrida, para
      *  que un reinicio las reporte igual.
      *------------------------------------------
       CONTAR-PROGRAMADOS.
           MOVE 0 TO PROGRAMADOS-APLICADOS.
           MOVE 0 TO PROGRAMADOS-RECHAZADOS.
           OPEN INPUT PROGRAMADOS.
           IF ESTADO-PROGRAMADOS = "00"
               MOVE 0 TO SW-FIN-PRG
               PERFORM LEER-PROGRAMADO
               PERFORM CONTAR-UN-PROGRAMADO UNTIL SW-FIN-PRG = 1
           END-IF.
           CLOSE PROGRAMADOS.
      *------------------------------------------
       LEER-PROGRAMADO.
           READ PROGRAMADOS NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN-PRG
           END-READ.
      *------------------------------------------
       CONTAR-UN-PROGRAMADO.
           IF PRG-FECHA-RESUELTO = FECHA-CIERRE
               IF PRG-ESTADO = "A"
                   ADD 1 TO PROGRAMADOS-APLICADOS
               END-IF
               IF PRG-ESTADO = "R"
                   ADD 1 TO PROGRAMADOS-RECHAZADOS
               END-IF
           END-IF.
           PERFORM LEER-PROGRAMADO.
      *------------------------------------------
       IMPRIMIR-PROGRAMADOS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CAMBIOS PROGRAMADOS" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CAMBIOS PROGRAMADOS APLICADOS.....:" TO CIF-TEXTO.
           MOVE PROGRAMADOS-APLICADOS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "CAMBIOS PROGRAMADOS NO APLICADOS..:" TO CIF-TEXTO.
           MOVE PROGRAMADOS-RECHAZADOS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           IF PROGRAMADOS-RECHAZADOS > 0
               MOVE "  CODIGO  SEC  EFECTIVA  ACCION     MOTIVO  POR"
                    TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               OPEN INPUT PROGRAMADOS
               MOVE 0 TO SW-FIN-PRG
               PERFORM LEER-PROGRAMADO
               PERFORM IMPRIMIR-RECHAZO-PRG UNTIL SW-FIN-PRG = 1
               CLOSE PROGRAMADOS
               MOVE "  NX NO EXISTE EN EL MAESTRO  N1 NOMBRE EN BLANCO"
                    TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "  BJ YA ESTABA DE BAJA O FUSIONADO"
                    TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "  CA CATEGORIA INEXISTENTE O INACTIVA"
                    TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "  ER ERROR AL GRABAR EL MAESTRO"
                    TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
      *------------------------------------------
       IMPRIMIR-RECHAZO-PRG.
           IF PRG-FECHA-RESUELTO = FECHA-CIERRE AND PRG-ESTADO = "R"
               MOVE PRG-CODIGO TO RPR-CODIGO
               MOVE PRG-SECUENCIA TO RPR-SECUENCIA
               MOVE PRG-FECHA-EFECTIVA TO RPR-EFECTIVA
               MOVE SPACES TO RPR-ACCION
               IF PRG-ACCION = "B"
                   MOVE "BAJA" TO RPR-ACCION
               END-IF
               IF PRG-ACCION = "C"
                   MOVE "CATEGORIA" TO RPR-ACCION
               END-IF
               IF PRG-ACCION = "N"
                   MOVE "NOMBRE" TO RPR-ACCION
               END-IF
               MOVE PRG-MOTIVO TO RPR-MOTIVO
               MOVE PRG-OPERADOR TO RPR-OPERADOR
               MOVE LINEA-RECHAZO-PRG TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           PERFORM LEER-PROGRAMADO.
