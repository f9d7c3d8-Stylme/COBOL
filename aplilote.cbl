       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLILOTE.
      *------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------
       INPUT-OUTPUT SECTION.
      *------------------------------------------
       FILE-CONTROL.
           COPY AMIGOSFC.
           COPY LOGFC.
           COPY HISFC.
           COPY CATFC.
           COPY DIRECFC.
           COPY TELFC.
           COPY PREFFC.
           SELECT LOTE ASSIGN TO "MANTLOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-LOTE.
           SELECT RECHAZOS ASSIGN TO "MANTLOTE.RCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE ASSIGN TO "MANTLOTE.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
       FILE SECTION.
      *------------------------------------------
           COPY AMIGOSFD.
           COPY LOGFD.
           COPY HISFD.
           COPY CATFD.
           COPY DIRECFD.
           COPY TELFD.
           COPY PREFFD.
      *------------------------------------------
       FD LOTE.
       01 LINEA-LOTE.
        02 LOTE-ACCION    PIC X(1).
        02 FILLER         PIC X(1).
        02 LOTE-CODIGO    PIC 9(5).
        02 FILLER         PIC X(1).
        02 LOTE-NOMBRE    PIC X(30).
        02 FILLER         PIC X(1).
        02 LOTE-TELEFONO  PIC X(20).
        02 FILLER         PIC X(1).
        02 LOTE-CATEGORIA PIC X(1).
      *  Linea P (preferencias de contacto): las
      *  tres banderas S/N juntas y el motivo.
       01 LINEA-LOTE-PREFERENCIAS.
        02 FILLER           PIC X(8).
        02 LOTE-NO-CORREO   PIC X(1).
        02 LOTE-NO-TELEFONO PIC X(1).
        02 LOTE-NO-EMAIL    PIC X(1).
        02 FILLER           PIC X(1).
        02 LOTE-MOTIVO      PIC X(40).
      *------------------------------------------
       FD RECHAZOS.
       01 LINEA-RECHAZO.
        02 RCH-LINEA  PIC X(61).
        02 FILLER     PIC X(1).
        02 RCH-MOTIVO PIC X(2).
      *------------------------------------------
       FD REPORTE.
       01 LINEA-REPORTE PIC X(80).
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-AMIGOS PIC X(2).
        02 ESTADO-LOG PIC X(2).
        02 ESTADO-HIS PIC X(2).
        02 ESTADO-CATEGORIAS PIC X(2).
        02 ESTADO-DIRECCIONES PIC X(2).
        02 ESTADO-TELEFONOS PIC X(2).
        02 ESTADO-PREFERENCIAS PIC X(2).
        02 ESTADO-LOTE PIC X(2).
        02 SW PIC 9.
        02 SW-BUSQUEDA PIC 9.
        02 SW-TABLA PIC 9.
        02 SW-CAT-VALIDA PIC 9.
        02 SW-DUPLICADO PIC 9.
        02 SW-PREFERENCIA PIC 9.
        02 MOTIVO-RECHAZO PIC X(2).
        02 FECHA-HOY PIC 9(8).
        02 SIGUIENTE-CODIGO PIC 9(5).
        02 NOMBRE-ANTERIOR PIC X(30).
        02 TELEFONO-ANTERIOR PIC X(20).
        02 BANDERAS-ANTERIORES PIC X(3).
        02 TEXTO-PREFEREN PIC X(30).
        02 CONTADOR-LEIDAS PIC 9(5).
        02 CONTADOR-ALTAS PIC 9(5).
        02 CONTADOR-BAJAS PIC 9(5).
        02 CONTADOR-MODIFICAS PIC 9(5).
        02 CONTADOR-PREFERENCIAS PIC 9(5).
        02 CONTADOR-RECHAZADAS PIC 9(5).
      *------------------------------------------
       01 LINEA-TITULO.
        02 FILLER PIC X(22) VALUE SPACES.
        02 FILLER PIC X(28) VALUE "MANTENIMIENTO POR LOTE DEL ".
        02 TIT-FECHA PIC 9(8).
      *------------------------------------------
       01 LINEA-CIFRA.
        02 CIF-TEXTO PIC X(35).
        02 CIF-VALOR PIC ZZZZZZ9.
      *------------------------------------------
       LINKAGE SECTION.
       01 OPERADOR-FIRMA PIC X(3).
      *------------------------------------------
      *  Aplica MANTLOTE.DAT.  Lo llaman MANTLOTE,
      *  cuando el lote se corre a mano, y
      *  NOCTURNO, que lleva el control de pasos
      *  para que el lote no se aplique dos
      *  veces; los dos firman antes al operador.
      *  RETURN-CODE: 0 lote aplicado completo,
      *  4 hubo rechazos en MANTLOTE.RCH, 8 no se
      *  pudo abrir el maestro o el historico.
      *------------------------------------------
       PROCEDURE DIVISION USING OPERADOR-FIRMA.
       PRINCIPAL.
           MOVE 0 TO SW.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO CONTADOR-LEIDAS.
           MOVE 0 TO CONTADOR-ALTAS.
           MOVE 0 TO CONTADOR-BAJAS.
           MOVE 0 TO CONTADOR-MODIFICAS.
           MOVE 0 TO CONTADOR-PREFERENCIAS.
           MOVE 0 TO CONTADOR-RECHAZADAS.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARCHIVOS.
           IF SW = 0
               PERFORM CALCULAR-SIGUIENTE-CODIGO
               PERFORM LEER-LOTE
               PERFORM PROCESAR-LINEA UNTIL SW = 1
               PERFORM IMPRIMIR-REPORTE
               DISPLAY "Lineas leidas.........: " CONTADOR-LEIDAS
               DISPLAY "Altas aplicadas.......: " CONTADOR-ALTAS
               DISPLAY "Bajas aplicadas.......: " CONTADOR-BAJAS
               DISPLAY "Modificas aplicadas...: " CONTADOR-MODIFICAS
               DISPLAY "Preferencias grabadas.: "
                       CONTADOR-PREFERENCIAS
               DISPLAY "Lineas rechazadas.....: " CONTADOR-RECHAZADAS
               IF CONTADOR-RECHAZADAS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM CERRAR-ARCHIVOS.
           GOBACK.
      *------------------------------------------
       ABRIR-ARCHIVOS.
           OPEN INPUT LOTE.
           IF ESTADO-LOTE NOT = "00"
               DISPLAY "No existe MANTLOTE.DAT, nada que procesar"
               MOVE 1 TO SW
           END-IF.
           OPEN I-O AMIGOS.
           IF ESTADO-AMIGOS NOT = "00" AND ESTADO-AMIGOS NOT = "05"
               DISPLAY "No pude abrir el maestro: " ESTADO-AMIGOS
               MOVE 1 TO SW
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN EXTEND AMIGOS-LOG.
           OPEN INPUT AMIGOS-HIS.
      *  Sin el historico legible no se puede
      *  calcular el siguiente codigo sin riesgo
      *  de reusar un codigo purgado.
           IF ESTADO-HIS NOT = "00" AND ESTADO-HIS NOT = "05"
               DISPLAY "Historico ilegible (corra CONVHIS): "
                       ESTADO-HIS
               MOVE 1 TO SW
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN I-O DIRECCIONES.
           OPEN INPUT TELEFONOS.
           OPEN I-O PREFERENCIAS.
           OPEN INPUT CATEGORIAS.
           IF ESTADO-CATEGORIAS = "00"
               MOVE 1 TO SW-TABLA
           ELSE
               MOVE 0 TO SW-TABLA
           END-IF.
           OPEN OUTPUT RECHAZOS.
           OPEN OUTPUT REPORTE.
      *------------------------------------------
       CALCULAR-SIGUIENTE-CODIGO.
           MOVE 0 TO SIGUIENTE-CODIGO.
           MOVE 0 TO SW-BUSQUEDA.
           MOVE 0 TO CODIGO.
           START AMIGOS KEY IS NOT LESS THAN CODIGO
               INVALID KEY
                   MOVE 1 TO SW-BUSQUEDA
           END-START.
           PERFORM LEER-MAXIMO-CODIGO UNTIL SW-BUSQUEDA = 1.
           MOVE 0 TO SW-BUSQUEDA.
           MOVE 0 TO HIS-CODIGO.
           START AMIGOS-HIS KEY IS NOT LESS THAN HIS-CODIGO
               INVALID KEY
                   MOVE 1 TO SW-BUSQUEDA
           END-START.
           IF ESTADO-HIS NOT = "00"
               MOVE 1 TO SW-BUSQUEDA
           END-IF.
           PERFORM LEER-MAXIMO-HIS UNTIL SW-BUSQUEDA = 1.
           ADD 1 TO SIGUIENTE-CODIGO.
      *------------------------------------------
       LEER-MAXIMO-CODIGO.
           READ AMIGOS NEXT RECORD
               AT END
                   MOVE 1 TO SW-BUSQUEDA
               NOT AT END
                   MOVE CODIGO TO SIGUIENTE-CODIGO
           END-READ.
      *------------------------------------------
       LEER-MAXIMO-HIS.
           READ AMIGOS-HIS NEXT RECORD
               AT END
                   MOVE 1 TO SW-BUSQUEDA
               NOT AT END
                   IF HIS-CODIGO IS NOT LESS THAN SIGUIENTE-CODIGO
                       MOVE HIS-CODIGO TO SIGUIENTE-CODIGO
                   END-IF
           END-READ.
      *------------------------------------------
       LEER-LOTE.
           READ LOTE
               AT END
                   MOVE 1 TO SW
           END-READ.
      *------------------------------------------
       PROCESAR-LINEA.
           ADD 1 TO CONTADOR-LEIDAS.
           MOVE SPACES TO MOTIVO-RECHAZO.
           INSPECT LOTE-ACCION CONVERTING "abmp" TO "ABMP".
           INSPECT LOTE-CATEGORIA CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF LOTE-ACCION = "A"
               PERFORM APLICAR-ALTA
           ELSE
               IF LOTE-ACCION = "B"
                   PERFORM APLICAR-BAJA
               ELSE
                   IF LOTE-ACCION = "M"
                       PERFORM APLICAR-MODIFICA
                   ELSE
                       IF LOTE-ACCION = "P"
                           PERFORM APLICAR-PREFERENCIAS
                       ELSE
                           MOVE "AC" TO MOTIVO-RECHAZO
                           PERFORM RECHAZAR-LINEA
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-LOTE.
      *------------------------------------------
       APLICAR-ALTA.
           IF LOTE-NOMBRE = SPACES
               MOVE "N1" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-LINEA
           ELSE
               PERFORM VALIDAR-CATEGORIA
               IF SW-CAT-VALIDA = 0
                   MOVE "CA" TO MOTIVO-RECHAZO
                   PERFORM RECHAZAR-LINEA
               ELSE
                   PERFORM VALIDAR-TELEFONO
                   IF SW-DUPLICADO = 1
                       MOVE "D1" TO MOTIVO-RECHAZO
                       PERFORM RECHAZAR-LINEA
                   ELSE
                       PERFORM GRABAR-ALTA
                   END-IF
               END-IF
           END-IF.
      *------------------------------------------
       VALIDAR-CATEGORIA.
           MOVE 0 TO SW-CAT-VALIDA.
           IF SW-TABLA = 1
               MOVE LOTE-CATEGORIA TO CAT-CODIGO
               READ CATEGORIAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAT-ACTIVA = "S"
                           MOVE 1 TO SW-CAT-VALIDA
                       END-IF
               END-READ
           ELSE
               IF LOTE-CATEGORIA = "F" OR LOTE-CATEGORIA = "B"
                  OR LOTE-CATEGORIA = "P"
                   MOVE 1 TO SW-CAT-VALIDA
               END-IF
           END-IF.
      *------------------------------------------
      *  Igual que en CAPTURA: el duplicado se
      *  busca contra el TELEFONO del maestro y
      *  contra los numeros adicionales de
      *  TELEFS.DAT.
      *------------------------------------------
       VALIDAR-TELEFONO.
           MOVE 0 TO SW-DUPLICADO.
           IF LOTE-TELEFONO NOT = SPACES
               MOVE LOTE-TELEFONO TO TELEFONO
               START AMIGOS KEY IS = TELEFONO
                   INVALID KEY
                       MOVE 0 TO SW-DUPLICADO
                   NOT INVALID KEY
                       MOVE 1 TO SW-DUPLICADO
               END-START
               IF SW-DUPLICADO = 0
                   MOVE LOTE-TELEFONO TO TEL-NUMERO
                   START TELEFONOS KEY IS = TEL-NUMERO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO SW-DUPLICADO
                   END-START
               END-IF
           END-IF.
      *------------------------------------------
       GRABAR-ALTA.
           IF LOTE-CODIGO = 0
               MOVE SIGUIENTE-CODIGO TO CODIGO
           ELSE
               MOVE LOTE-CODIGO TO CODIGO
           END-IF.
           MOVE LOTE-NOMBRE TO NOMBRE.
           MOVE LOTE-TELEFONO TO TELEFONO.
           MOVE LOTE-CATEGORIA TO CATEGORIA.
           MOVE 0 TO FECHA-BAJA.
           MOVE FECHA-HOY TO FECHA-ALTA.
           WRITE REG-AMIGOS
               INVALID KEY
                   MOVE "YA" TO MOTIVO-RECHAZO
                   PERFORM RECHAZAR-LINEA
               NOT INVALID KEY
                   ADD 1 TO CONTADOR-ALTAS
                   IF CODIGO IS NOT LESS THAN SIGUIENTE-CODIGO
                       COMPUTE SIGUIENTE-CODIGO = CODIGO + 1
                   END-IF
                   PERFORM GRABAR-LOG-ALTA
           END-WRITE.
      *------------------------------------------
       APLICAR-BAJA.
           MOVE LOTE-CODIGO TO CODIGO.
           READ AMIGOS
               INVALID KEY
                   MOVE "NX" TO MOTIVO-RECHAZO
                   PERFORM RECHAZAR-LINEA
               NOT INVALID KEY
                   IF FECHA-BAJA NOT = 0
                       MOVE "BJ" TO MOTIVO-RECHAZO
                       PERFORM RECHAZAR-LINEA
                   ELSE
                       PERFORM GRABAR-BAJA
                   END-IF
           END-READ.
      *------------------------------------------
       GRABAR-BAJA.
           MOVE FECHA-HOY TO FECHA-BAJA.
           REWRITE REG-AMIGOS
               INVALID KEY
                   MOVE "ER" TO MOTIVO-RECHAZO
                   PERFORM RECHAZAR-LINEA
               NOT INVALID KEY
                   ADD 1 TO CONTADOR-BAJAS
                   PERFORM GRABAR-LOG-BAJA
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
       APLICAR-MODIFICA.
           IF LOTE-NOMBRE = SPACES
               MOVE "N1" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-LINEA
           ELSE
               MOVE LOTE-CODIGO TO CODIGO
               READ AMIGOS
                   INVALID KEY
                       MOVE "NX" TO MOTIVO-RECHAZO
                       PERFORM RECHAZAR-LINEA
                   NOT INVALID KEY
                       PERFORM GRABAR-MODIFICA
               END-READ
           END-IF.
      *------------------------------------------
      *  Un telefono en blanco en la linea deja el
      *  numero actual del maestro: en una corrida
      *  desatendida nadie puede confirmar que de
      *  veras se quiso borrar.
      *------------------------------------------
       GRABAR-MODIFICA.
           MOVE NOMBRE TO NOMBRE-ANTERIOR.
           MOVE TELEFONO TO TELEFONO-ANTERIOR.
           MOVE LOTE-NOMBRE TO NOMBRE.
           IF LOTE-TELEFONO NOT = SPACES
               MOVE LOTE-TELEFONO TO TELEFONO
           END-IF.
           REWRITE REG-AMIGOS
               INVALID KEY
                   MOVE "ER" TO MOTIVO-RECHAZO
                   PERFORM RECHAZAR-LINEA
               NOT INVALID KEY
                   ADD 1 TO CONTADOR-MODIFICAS
                   PERFORM GRABAR-LOG-MODIFICA
           END-REWRITE.
      *------------------------------------------
      *  Las banderas van en mayusculas S o N; un
      *  codigo sin registro en PREFER.DAT lo
      *  recibe, uno que ya lo tiene se reescribe
      *  completo con la fecha de hoy.
      *------------------------------------------
       APLICAR-PREFERENCIAS.
           INSPECT LOTE-NO-CORREO CONVERTING "sn" TO "SN".
           INSPECT LOTE-NO-TELEFONO CONVERTING "sn" TO "SN".
           INSPECT LOTE-NO-EMAIL CONVERTING "sn" TO "SN".
           IF (LOTE-NO-CORREO NOT = "S" AND LOTE-NO-CORREO NOT = "N")
              OR (LOTE-NO-TELEFONO NOT = "S"
                  AND LOTE-NO-TELEFONO NOT = "N")
              OR (LOTE-NO-EMAIL NOT = "S" AND LOTE-NO-EMAIL NOT = "N")
               MOVE "PF" TO MOTIVO-RECHAZO
               PERFORM RECHAZAR-LINEA
           ELSE
               IF LOTE-MOTIVO = SPACES
                   MOVE "MO" TO MOTIVO-RECHAZO
                   PERFORM RECHAZAR-LINEA
               ELSE
                   MOVE LOTE-CODIGO TO CODIGO
                   READ AMIGOS
                       INVALID KEY
                           MOVE "NX" TO MOTIVO-RECHAZO
                           PERFORM RECHAZAR-LINEA
                       NOT INVALID KEY
                           PERFORM GRABAR-PREFERENCIAS
                   END-READ
               END-IF
           END-IF.
      *------------------------------------------
       GRABAR-PREFERENCIAS.
           MOVE 0 TO SW-PREFERENCIA.
           MOVE "NNN" TO BANDERAS-ANTERIORES.
           MOVE CODIGO TO PRF-CODIGO.
           READ PREFERENCIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO SW-PREFERENCIA
                   MOVE PRF-NO-CORREO TO BANDERAS-ANTERIORES (1:1)
                   MOVE PRF-NO-TELEFONO TO BANDERAS-ANTERIORES (2:1)
                   MOVE PRF-NO-EMAIL TO BANDERAS-ANTERIORES (3:1)
           END-READ.
           MOVE CODIGO TO PRF-CODIGO.
           MOVE LOTE-NO-CORREO TO PRF-NO-CORREO.
           MOVE LOTE-NO-TELEFONO TO PRF-NO-TELEFONO.
           MOVE LOTE-NO-EMAIL TO PRF-NO-EMAIL.
           MOVE FECHA-HOY TO PRF-FECHA.
           MOVE LOTE-MOTIVO TO PRF-MOTIVO.
           MOVE OPERADOR-FIRMA TO PRF-OPERADOR.
           IF SW-PREFERENCIA = 1
               REWRITE REG-PREFERENCIAS
                   INVALID KEY
                       MOVE "ER" TO MOTIVO-RECHAZO
                       PERFORM RECHAZAR-LINEA
                   NOT INVALID KEY
                       ADD 1 TO CONTADOR-PREFERENCIAS
                       PERFORM GRABAR-LOG-PREFERENCIAS
               END-REWRITE
           ELSE
               WRITE REG-PREFERENCIAS
                   INVALID KEY
                       MOVE "ER" TO MOTIVO-RECHAZO
                       PERFORM RECHAZAR-LINEA
                   NOT INVALID KEY
                       ADD 1 TO CONTADOR-PREFERENCIAS
                       PERFORM GRABAR-LOG-PREFERENCIAS
               END-WRITE
           END-IF.
      *------------------------------------------
       GRABAR-LOG-ALTA.
           MOVE SPACES TO REG-LOG.
           MOVE CODIGO TO LOG-CODIGO.
           MOVE OPERADOR-FIRMA TO LOG-OPERADOR.
           MOVE "ALTA" TO LOG-ACCION.
           MOVE FECHA-HOY TO LOG-FECHA.
           ACCEPT LOG-HORA FROM TIME.
           MOVE NOMBRE TO LOG-NOMBRE-NVO.
           MOVE TELEFONO TO LOG-TELEFONO-NVO.
           MOVE CATEGORIA TO LOG-CATEGORIA.
           WRITE REG-LOG.
      *------------------------------------------
       GRABAR-LOG-BAJA.
           MOVE SPACES TO REG-LOG.
           MOVE CODIGO TO LOG-CODIGO.
           MOVE OPERADOR-FIRMA TO LOG-OPERADOR.
           MOVE "BAJA" TO LOG-ACCION.
           MOVE FECHA-HOY TO LOG-FECHA.
           ACCEPT LOG-HORA FROM TIME.
           WRITE REG-LOG.
      *------------------------------------------
       GRABAR-LOG-MODIFICA.
           MOVE SPACES TO REG-LOG.
           MOVE CODIGO TO LOG-CODIGO.
           MOVE "MODIFICA" TO LOG-ACCION.
           MOVE FECHA-HOY TO LOG-FECHA.
           ACCEPT LOG-HORA FROM TIME.
           MOVE NOMBRE-ANTERIOR TO LOG-NOMBRE-ANT.
           MOVE NOMBRE TO LOG-NOMBRE-NVO.
           MOVE TELEFONO-ANTERIOR TO LOG-TELEFONO-ANT.
           MOVE TELEFONO TO LOG-TELEFONO-NVO.
           MOVE OPERADOR-FIRMA TO LOG-OPERADOR.
           WRITE REG-LOG.
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
       RECHAZAR-LINEA.
           MOVE SPACES TO LINEA-RECHAZO.
           MOVE LINEA-LOTE TO RCH-LINEA.
           MOVE MOTIVO-RECHAZO TO RCH-MOTIVO.
           WRITE LINEA-RECHAZO.
           ADD 1 TO CONTADOR-RECHAZADAS.
      *------------------------------------------
       IMPRIMIR-REPORTE.
           MOVE FECHA-HOY TO TIT-FECHA.
           MOVE LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "LINEAS LEIDAS DEL LOTE............:" TO CIF-TEXTO.
           MOVE CONTADOR-LEIDAS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "ALTAS APLICADAS...................:" TO CIF-TEXTO.
           MOVE CONTADOR-ALTAS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "BAJAS APLICADAS...................:" TO CIF-TEXTO.
           MOVE CONTADOR-BAJAS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "MODIFICACIONES APLICADAS..........:" TO CIF-TEXTO.
           MOVE CONTADOR-MODIFICAS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "PREFERENCIAS DE CONTACTO GRABADAS.:" TO CIF-TEXTO.
           MOVE CONTADOR-PREFERENCIAS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "LINEAS RECHAZADAS (MANTLOTE.RCH)..:" TO CIF-TEXTO.
           MOVE CONTADOR-RECHAZADAS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "MOTIVOS: AC ACCION INVALIDA, N1 NOMBRE EN BLANCO,"
                TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CA CATEGORIA INVALIDA O INACTIVA, D1 TELEFONO"
                TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "DUPLICADO, YA CODIGO OCUPADO, NX CODIGO INEXISTENTE,"
                TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "BJ YA ESTABA DE BAJA, ER ERROR DE ARCHIVO,"
                TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PF PREFERENCIA NO ES S O N, MO MOTIVO EN BLANCO"
                TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
      *------------------------------------------
       IMPRIMIR-UNA-CIFRA.
           MOVE LINEA-CIFRA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
      *------------------------------------------
       CERRAR-ARCHIVOS.
           CLOSE LOTE.
           CLOSE AMIGOS.
           CLOSE AMIGOS-LOG.
           CLOSE AMIGOS-HIS.
           CLOSE DIRECCIONES.
           CLOSE TELEFONOS.
           CLOSE PREFERENCIAS.
           CLOSE CATEGORIAS.
           CLOSE RECHAZOS.
           CLOSE REPORTE.
