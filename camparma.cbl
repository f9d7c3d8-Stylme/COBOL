       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPARMA.
      *------------------------------------------
      *  Armado de una campana: recorre el maestro
      *  con las reglas de la campana, graba sus
      *  miembros en CAMPMIEM.DAT y, si se pide,
      *  una tarea pendiente de AGENDA.DAT por
      *  miembro.  Despues saca las etiquetas en
      *  CAMPETIQ.LST y el archivo de correo en
      *  CAMPCORR.DAT (mismo formato que
      *  CORREO.DAT).  Una campana ya armada no
      *  vuelve a seleccionar: solo se regeneran
      *  sus etiquetas y su correo.
      *  Los medios que el contacto rechazo en
      *  PREFER.DAT no cuentan para el requisito
      *  y no salen en las etiquetas ni en el
      *  correo.
      *  Si un armado se interrumpe, al repetirlo
      *  los miembros ya grabados se respetan y no
      *  se les duplica la tarea.
      *------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------
       INPUT-OUTPUT SECTION.
      *------------------------------------------
       FILE-CONTROL.
           COPY AMIGOSFC.
           COPY DIRECFC.
           COPY AGENFC.
           COPY CAMPFC.
           COPY MIEMFC.
           COPY PREFFC.
           SELECT ETIQUETAS ASSIGN TO "CAMPETIQ.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CORREO ASSIGN TO "CAMPCORR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
       FILE SECTION.
      *------------------------------------------
           COPY AMIGOSFD.
           COPY DIRECFD.
           COPY AGENFD.
           COPY CAMPFD.
           COPY MIEMFD.
           COPY PREFFD.
      *------------------------------------------
       FD ETIQUETAS.
       01 LINEA-ETIQUETA PIC X(80).
      *------------------------------------------
       FD CORREO.
       01 LINEA-CORREO.
        02 COR-CODIGO    PIC 9(5).
        02 COR-NOMBRE    PIC X(30).
        02 COR-TELEFONO  PIC X(20).
        02 COR-DIRECCION PIC X(40).
        02 COR-EMAIL     PIC X(40).
        02 COR-TELEFONO2 PIC X(20).
        02 COR-COLONIA   PIC X(30).
        02 COR-CIUDAD    PIC X(25).
        02 COR-ESTADO    PIC X(20).
        02 COR-CP        PIC X(5).
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-AMIGOS PIC X(2).
        02 ESTADO-DIRECCIONES PIC X(2).
        02 ESTADO-AGENDA PIC X(2).
        02 ESTADO-CAMPANAS PIC X(2).
        02 ESTADO-MIEMBROS PIC X(2).
        02 ESTADO-PREFERENCIAS PIC X(2).
        02 SW PIC 9.
        02 TECLA PIC X.
        02 SW-FIN PIC 9.
        02 SW-FIN-AGE PIC 9.
        02 SW-VALIDO PIC 9.
        02 SW-DETALLE PIC 9.
        02 SW-CATEGORIA PIC 9.
        02 SW-ELEGIDO PIC 9.
        02 SW-RECHAZO PIC 9.
        02 IND PIC 9(2).
        02 CODIGO-CAMPANA PIC X(6).
        02 CREAR-TAREAS PIC X(1).
        02 FECHA-TAREAS PIC 9(8).
        02 SECUENCIA-TAREA PIC 9(2).
        02 FECHA-HOY PIC 9(8).
        02 CONTADOR-MIEMBROS PIC 9(5).
        02 CONTADOR-NUEVOS PIC 9(5).
        02 CONTADOR-TAREAS PIC 9(5).
        02 CONTADOR-ETIQUETAS PIC 9(5).
        02 CONTADOR-CORREO PIC 9(5).
        02 CONTADOR-SIN-DIRECCION PIC 9(5).
        02 CONTADOR-EXCLUIDOS PIC 9(5).
        02 CONTADOR-NO-CORREO PIC 9(5).
        02 CONTADOR-OCULTOS PIC 9(5).
      *------------------------------------------
       01 LINEA-TITULO.
        02 FILLER PIC X(9) VALUE "CAMPANA ".
        02 TIT-CODIGO PIC X(6).
        02 FILLER PIC X(2) VALUE SPACES.
        02 TIT-DESCRIPCION PIC X(30).
      *------------------------------------------
       01 NOTA-TAREA.
        02 FILLER PIC X(8) VALUE "CAMPANA ".
        02 NTA-CODIGO PIC X(6).
        02 FILLER PIC X(1) VALUE SPACES.
        02 NTA-DESCRIPCION PIC X(25).
      *------------------------------------------
       01 LINEA-EXCEPCION.
        02 EXC-CODIGO   PIC 9(5).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 EXC-NOMBRE   PIC X(30).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 EXC-MOTIVO   PIC X(25).
      *------------------------------------------
       01 LINEA-ULTIMA.
        02 ULT-ESTADO PIC X(20).
        02 FILLER     PIC X(2)  VALUE SPACES.
        02 ULT-ROTULO PIC X(5).
        02 ULT-CP     PIC X(5).
      *------------------------------------------
       01 LINEA-CIFRA.
        02 CIF-TEXTO PIC X(35).
        02 CIF-VALOR PIC ZZZZ9.
      *------------------------------------------
       LINKAGE SECTION.
       01 OPERADOR-FIRMA PIC X(3).
      *------------------------------------------
       PROCEDURE DIVISION USING OPERADOR-FIRMA.
       PRINCIPAL.
           MOVE 0 TO SW.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO CONTADOR-NUEVOS.
           MOVE 0 TO CONTADOR-TAREAS.
           MOVE 0 TO CONTADOR-EXCLUIDOS.
           PERFORM ABRIR-ARCHIVOS.
           IF SW = 0
               PERFORM PEDIR-CAMPANA
           END-IF.
           IF SW = 0
               PERFORM CONFIRMAR-ARMADO
           END-IF.
           IF SW = 0
               IF CPA-ESTADO = "N"
                   PERFORM SELECCIONAR-MIEMBROS
               END-IF
               PERFORM EMITIR-CAMPANA
               PERFORM ACTUALIZAR-CAMPANA
               PERFORM MOSTRAR-RESUMEN
           END-IF.
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
           OPEN INPUT DIRECCIONES.
           OPEN I-O AGENDA.
           OPEN I-O CAMPANAS.
           OPEN I-O MIEMBROS.
           OPEN INPUT PREFERENCIAS.
      *------------------------------------------
       LIMPIAR-PANTALLA.
           DISPLAY " " LINE 1 POSITION 1 ERASE EOS.
      *------------------------------------------
       PEDIR-CAMPANA.
           PERFORM LIMPIAR-PANTALLA.
           DISPLAY "ARMAR UNA CAMPANA" LINE 2 POSITION 31.
           DISPLAY "Campana..." LINE 4 POSITION 3.
           MOVE SPACES TO CODIGO-CAMPANA.
           ACCEPT CODIGO-CAMPANA LINE 4 POSITION 14 PROMPT NO BEEP.
           INSPECT CODIGO-CAMPANA CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE CODIGO-CAMPANA TO CPA-CODIGO.
           READ CAMPANAS
               INVALID KEY
                   DISPLAY "No existe esa campana" LINE 23 POSITION 30
                   ACCEPT TECLA LINE 23 POSITION 78 PROMPT
                   MOVE 1 TO SW
               NOT INVALID KEY
                   PERFORM MOSTRAR-CAMPANA
           END-READ.
      *------------------------------------------
       MOSTRAR-CAMPANA.
           DISPLAY CPA-DESCRIPCION LINE 4 POSITION 25.
           DISPLAY "Vigencia..........." LINE 6 POSITION 3.
           DISPLAY CPA-FECHA-INICIO LINE 6 POSITION 24.
           DISPLAY CPA-FECHA-FIN LINE 6 POSITION 34.
           DISPLAY "Categorias........." LINE 7 POSITION 3.
           IF CPA-CATEGORIAS = SPACES
               DISPLAY "(todas)" LINE 7 POSITION 24
           ELSE
               DISPLAY CPA-CATEGORIAS LINE 7 POSITION 24
           END-IF.
           DISPLAY "Solo activos......." LINE 8 POSITION 3.
           DISPLAY CPA-SOLO-ACTIVOS LINE 8 POSITION 24.
           DISPLAY "Requisito.........." LINE 9 POSITION 3.
           DISPLAY CPA-REQUISITO LINE 9 POSITION 24.
           DISPLAY "D=Direccion E=Email A=Alguno N=Ninguno" LINE 9
                   POSITION 27.
           IF CPA-ESTADO = "A"
               DISPLAY "Armada el.........." LINE 10 POSITION 3
               DISPLAY CPA-FECHA-ARMADO LINE 10 POSITION 24
               DISPLAY "con" LINE 10 POSITION 34
               DISPLAY CPA-MIEMBROS LINE 10 POSITION 38
               DISPLAY "miembros" LINE 10 POSITION 44
           END-IF.
      *------------------------------------------
       CONFIRMAR-ARMADO.
           MOVE "N" TO CREAR-TAREAS.
           IF CPA-ESTADO = "A"
               DISPLAY "Se regeneran sus etiquetas y su correo"
                       LINE 20 POSITION 10
               DISPLAY "Confirma ?" LINE 23 POSITION 30
           ELSE
               PERFORM PEDIR-TAREAS
               DISPLAY "Confirma El Armado ?" LINE 23 POSITION 30
           END-IF.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
           IF TECLA NOT = "S" AND TECLA NOT = "s"
               MOVE 1 TO SW
           END-IF.
      *------------------------------------------
       PEDIR-TAREAS.
           DISPLAY "Crear tarea de agenda por miembro (S/N)..."
                   LINE 14 POSITION 3.
           MOVE 0 TO SW-VALIDO.
           PERFORM ACEPTAR-TAREAS UNTIL SW-VALIDO = 1.
           IF CREAR-TAREAS = "S"
               DISPLAY "Fecha de las tareas (0=inicio)............"
                       LINE 15 POSITION 3
               MOVE 0 TO FECHA-TAREAS
               ACCEPT FECHA-TAREAS LINE 15 POSITION 47 PROMPT NO BEEP
               IF FECHA-TAREAS = 0
                   MOVE CPA-FECHA-INICIO TO FECHA-TAREAS
                   DISPLAY FECHA-TAREAS LINE 15 POSITION 47
               END-IF
           END-IF.
      *------------------------------------------
       ACEPTAR-TAREAS.
           ACCEPT CREAR-TAREAS LINE 14 POSITION 47 PROMPT NO BEEP.
           IF CREAR-TAREAS = "s"
               MOVE "S" TO CREAR-TAREAS
           END-IF.
           IF CREAR-TAREAS = "n"
               MOVE "N" TO CREAR-TAREAS
           END-IF.
           IF CREAR-TAREAS = "S" OR CREAR-TAREAS = "N"
               MOVE 1 TO SW-VALIDO
           ELSE
               DISPLAY "Conteste S o N" LINE 23 POSITION 30
           END-IF.
      *------------------------------------------
       SELECCIONAR-MIEMBROS.
           MOVE CPA-CODIGO TO NTA-CODIGO.
           MOVE CPA-DESCRIPCION TO NTA-DESCRIPCION.
           MOVE 0 TO SW-FIN.
           MOVE 0 TO CODIGO.
           START AMIGOS KEY IS NOT LESS THAN CODIGO
               INVALID KEY
                   MOVE 1 TO SW-FIN
           END-START.
           IF SW-FIN = 0
               PERFORM LEER-MAESTRO
           END-IF.
           PERFORM REVISAR-CANDIDATO UNTIL SW-FIN = 1.
      *------------------------------------------
       LEER-MAESTRO.
           READ AMIGOS NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       REVISAR-CANDIDATO.
           MOVE 1 TO SW-ELEGIDO.
           IF CPA-SOLO-ACTIVOS = "S" AND FECHA-BAJA NOT = 0
               MOVE 0 TO SW-ELEGIDO
           END-IF.
           IF SW-ELEGIDO = 1 AND CPA-CATEGORIAS NOT = SPACES
               MOVE 0 TO SW-CATEGORIA
               PERFORM COMPARAR-CATEGORIA VARYING IND FROM 1 BY 1
                   UNTIL IND > 10
               MOVE SW-CATEGORIA TO SW-ELEGIDO
           END-IF.
           IF SW-ELEGIDO = 1 AND CPA-REQUISITO NOT = "N"
               PERFORM REVISAR-REQUISITO
           END-IF.
           IF SW-ELEGIDO = 1
               PERFORM GRABAR-MIEMBRO
           END-IF.
           PERFORM LEER-MAESTRO.
      *------------------------------------------
       COMPARAR-CATEGORIA.
           IF CPA-CATEGORIA (IND) NOT = SPACE
              AND CPA-CATEGORIA (IND) = CATEGORIA
               MOVE 1 TO SW-CATEGORIA
           END-IF.
      *------------------------------------------
      *  Un medio rechazado no cumple el requisito;
      *  si por eso queda fuera se cuenta aparte.
      *------------------------------------------
       REVISAR-REQUISITO.
           PERFORM LEER-DETALLE.
           PERFORM LEER-PREFERENCIAS.
           MOVE 0 TO SW-ELEGIDO.
           MOVE 0 TO SW-RECHAZO.
           IF SW-DETALLE = 1
               IF (CPA-REQUISITO = "D" OR CPA-REQUISITO = "A")
                  AND DIR-CALLE NOT = SPACES
                   IF PRF-NO-CORREO = "S"
                       MOVE 1 TO SW-RECHAZO
                   ELSE
                       MOVE 1 TO SW-ELEGIDO
                   END-IF
               END-IF
               IF (CPA-REQUISITO = "E" OR CPA-REQUISITO = "A")
                  AND DIR-EMAIL NOT = SPACES
                   IF PRF-NO-EMAIL = "S"
                       MOVE 1 TO SW-RECHAZO
                   ELSE
                       MOVE 1 TO SW-ELEGIDO
                   END-IF
               END-IF
           END-IF.
           IF SW-ELEGIDO = 0 AND SW-RECHAZO = 1
               ADD 1 TO CONTADOR-EXCLUIDOS
           END-IF.
      *------------------------------------------
       LEER-DETALLE.
           MOVE 0 TO SW-DETALLE.
           MOVE CODIGO TO DIR-CODIGO.
           READ DIRECCIONES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO SW-DETALLE
           END-READ.
      *------------------------------------------
      *  Sin registro en PREFER.DAT el contacto
      *  acepta todos los medios.
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
       GRABAR-MIEMBRO.
           MOVE SPACES TO REG-MIEMBROS.
           MOVE CPA-CODIGO TO MIE-CAMPANA.
           MOVE CODIGO TO MIE-CODIGO.
           MOVE CATEGORIA TO MIE-CATEGORIA.
           MOVE 0 TO MIE-FECHA-RESPUESTA.
           WRITE REG-MIEMBROS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO CONTADOR-NUEVOS
                   IF CREAR-TAREAS = "S"
                       PERFORM GRABAR-TAREA
                   END-IF
           END-WRITE.
      *------------------------------------------
       GRABAR-TAREA.
           PERFORM BUSCAR-SECUENCIA.
           MOVE CODIGO TO AGE-CODIGO.
           MOVE FECHA-TAREAS TO AGE-FECHA.
           MOVE SECUENCIA-TAREA TO AGE-SECUENCIA.
           MOVE NOTA-TAREA TO AGE-NOTA.
           MOVE "P" TO AGE-ESTADO.
           MOVE FECHA-HOY TO AGE-FECHA-CAPTURA.
           MOVE 0 TO AGE-FECHA-TERMINO.
           MOVE OPERADOR-FIRMA TO AGE-OPERADOR.
           MOVE SPACES TO AGE-OPERADOR-TERMINO.
           WRITE REG-AGENDA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO CONTADOR-TAREAS
           END-WRITE.
      *------------------------------------------
       BUSCAR-SECUENCIA.
           MOVE 1 TO SECUENCIA-TAREA.
           MOVE 0 TO SW-FIN-AGE.
           MOVE CODIGO TO AGE-CODIGO.
           MOVE FECHA-TAREAS TO AGE-FECHA.
           MOVE 0 TO AGE-SECUENCIA.
           START AGENDA KEY IS NOT LESS THAN AGE-CLAVE
               INVALID KEY
                   MOVE 1 TO SW-FIN-AGE
           END-START.
           IF ESTADO-AGENDA NOT = "00"
               MOVE 1 TO SW-FIN-AGE
           END-IF.
           IF SW-FIN-AGE = 0
               PERFORM LEER-SECUENCIA
           END-IF.
           PERFORM CONTAR-SECUENCIA UNTIL SW-FIN-AGE = 1.
      *------------------------------------------
       LEER-SECUENCIA.
           READ AGENDA NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN-AGE
           END-READ.
           IF SW-FIN-AGE = 0
              AND (AGE-CODIGO NOT = CODIGO
                   OR AGE-FECHA NOT = FECHA-TAREAS)
               MOVE 1 TO SW-FIN-AGE
           END-IF.
      *------------------------------------------
       CONTAR-SECUENCIA.
           COMPUTE SECUENCIA-TAREA = AGE-SECUENCIA + 1.
           PERFORM LEER-SECUENCIA.
      *------------------------------------------
      *  Etiquetas y correo salen de los miembros,
      *  con los datos de contacto de hoy.
      *------------------------------------------
       EMITIR-CAMPANA.
           MOVE 0 TO CONTADOR-MIEMBROS.
           MOVE 0 TO CONTADOR-ETIQUETAS.
           MOVE 0 TO CONTADOR-CORREO.
           MOVE 0 TO CONTADOR-SIN-DIRECCION.
           MOVE 0 TO CONTADOR-NO-CORREO.
           MOVE 0 TO CONTADOR-OCULTOS.
           OPEN OUTPUT ETIQUETAS.
           OPEN OUTPUT CORREO.
           MOVE CPA-CODIGO TO TIT-CODIGO.
           MOVE CPA-DESCRIPCION TO TIT-DESCRIPCION.
           MOVE LINEA-TITULO TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           MOVE SPACES TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           PERFORM RECORRER-MIEMBROS.
           PERFORM EMITIR-UN-MIEMBRO UNTIL SW-FIN = 1.
           PERFORM LISTAR-SIN-DIRECCION.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE ETIQUETAS.
           CLOSE CORREO.
      *------------------------------------------
       RECORRER-MIEMBROS.
           MOVE 0 TO SW-FIN.
           MOVE CPA-CODIGO TO MIE-CAMPANA.
           MOVE 0 TO MIE-CODIGO.
           START MIEMBROS KEY IS NOT LESS THAN MIE-CLAVE
               INVALID KEY
                   MOVE 1 TO SW-FIN
           END-START.
           IF ESTADO-MIEMBROS NOT = "00"
               MOVE 1 TO SW-FIN
           END-IF.
           IF SW-FIN = 0
               PERFORM LEER-MIEMBRO
           END-IF.
      *------------------------------------------
       LEER-MIEMBRO.
           READ MIEMBROS NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
           IF SW-FIN = 0 AND MIE-CAMPANA NOT = CPA-CODIGO
               MOVE 1 TO SW-FIN
           END-IF.
      *------------------------------------------
       EMITIR-UN-MIEMBRO.
           ADD 1 TO CONTADOR-MIEMBROS.
           MOVE MIE-CODIGO TO CODIGO.
           READ AMIGOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM LEER-DETALLE
                   IF SW-DETALLE = 0
                       MOVE SPACES TO REG-DIRECCIONES
                   END-IF
                   PERFORM LEER-PREFERENCIAS
                   IF DIR-CALLE NOT = SPACES
                       IF PRF-NO-CORREO = "S"
                           ADD 1 TO CONTADOR-NO-CORREO
                       ELSE
                           PERFORM ESCRIBIR-ETIQUETA
                       END-IF
                   ELSE
                       ADD 1 TO CONTADOR-SIN-DIRECCION
                   END-IF
                   PERFORM ESCRIBIR-CORREO
           END-READ.
           PERFORM LEER-MIEMBRO.
      *------------------------------------------
      *  Misma etiqueta de seis renglones que
      *  ETIQUETA.
      *------------------------------------------
       ESCRIBIR-ETIQUETA.
           MOVE NOMBRE TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           MOVE DIR-CALLE TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           MOVE DIR-COLONIA TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           MOVE DIR-CIUDAD TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           MOVE DIR-ESTADO TO ULT-ESTADO.
           MOVE DIR-CP TO ULT-CP.
           IF DIR-CP = SPACES
               MOVE SPACES TO ULT-ROTULO
           ELSE
               MOVE "C.P. " TO ULT-ROTULO
           END-IF.
           MOVE LINEA-ULTIMA TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           MOVE SPACES TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           ADD 1 TO CONTADOR-ETIQUETAS.
      *------------------------------------------
      *  En CAMPCORR.DAT se blanquea cada medio
      *  que el miembro rechazo.
      *------------------------------------------
       ESCRIBIR-CORREO.
           MOVE CODIGO TO COR-CODIGO.
           MOVE NOMBRE TO COR-NOMBRE.
           MOVE TELEFONO TO COR-TELEFONO.
           MOVE DIR-CALLE TO COR-DIRECCION.
           MOVE DIR-EMAIL TO COR-EMAIL.
           MOVE DIR-TELEFONO2 TO COR-TELEFONO2.
           MOVE DIR-COLONIA TO COR-COLONIA.
           MOVE DIR-CIUDAD TO COR-CIUDAD.
           MOVE DIR-ESTADO TO COR-ESTADO.
           MOVE DIR-CP TO COR-CP.
           IF PRF-NO-CORREO = "S"
               MOVE SPACES TO COR-DIRECCION
               MOVE SPACES TO COR-COLONIA
               MOVE SPACES TO COR-CIUDAD
               MOVE SPACES TO COR-ESTADO
               MOVE SPACES TO COR-CP
           END-IF.
           IF PRF-NO-TELEFONO = "S"
               MOVE SPACES TO COR-TELEFONO
               MOVE SPACES TO COR-TELEFONO2
           END-IF.
           IF PRF-NO-EMAIL = "S"
               MOVE SPACES TO COR-EMAIL
           END-IF.
           IF PRF-NO-CORREO = "S" OR PRF-NO-TELEFONO = "S"
              OR PRF-NO-EMAIL = "S"
               ADD 1 TO CONTADOR-OCULTOS
           END-IF.
           WRITE LINEA-CORREO.
           ADD 1 TO CONTADOR-CORREO.
      *------------------------------------------
      *  Los miembros sin direccion postal (los
      *  que entraron por su email) van en el
      *  correo pero no llevan etiqueta.
      *------------------------------------------
       LISTAR-SIN-DIRECCION.
           MOVE "MIEMBROS SIN DIRECCION POSTAL" TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           IF CONTADOR-SIN-DIRECCION = 0
               MOVE "(TODOS LOS MIEMBROS TIENEN DIRECCION)"
                    TO LINEA-ETIQUETA
               WRITE LINEA-ETIQUETA
           ELSE
               PERFORM RECORRER-MIEMBROS
               PERFORM REVISAR-SIN-DIRECCION UNTIL SW-FIN = 1
           END-IF.
           MOVE SPACES TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
      *------------------------------------------
       REVISAR-SIN-DIRECCION.
           MOVE MIE-CODIGO TO CODIGO.
           READ AMIGOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM LEER-DETALLE
                   IF SW-DETALLE = 0
                       MOVE "SIN DATOS DE CONTACTO" TO EXC-MOTIVO
                       PERFORM ESCRIBIR-EXCEPCION
                   ELSE
                       IF DIR-CALLE = SPACES
                           MOVE "SOLO EMAIL" TO EXC-MOTIVO
                           PERFORM ESCRIBIR-EXCEPCION
                       END-IF
                   END-IF
           END-READ.
           PERFORM LEER-MIEMBRO.
      *------------------------------------------
       ESCRIBIR-EXCEPCION.
           MOVE CODIGO TO EXC-CODIGO.
           MOVE NOMBRE TO EXC-NOMBRE.
           MOVE LINEA-EXCEPCION TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
      *------------------------------------------
       IMPRIMIR-TOTALES.
           MOVE "MIEMBROS DE LA CAMPANA............:" TO CIF-TEXTO.
           MOVE CONTADOR-MIEMBROS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "ETIQUETAS GENERADAS...............:" TO CIF-TEXTO.
           MOVE CONTADOR-ETIQUETAS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "MIEMBROS SIN DIRECCION............:" TO CIF-TEXTO.
           MOVE CONTADOR-SIN-DIRECCION TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "LINEAS EN CAMPCORR.DAT............:" TO CIF-TEXTO.
           MOVE CONTADOR-CORREO TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "ETIQUETAS RETENIDAS (NO CORREO)...:" TO CIF-TEXTO.
           MOVE CONTADOR-NO-CORREO TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "CORREO CON MEDIOS BLANQUEADOS.....:" TO CIF-TEXTO.
           MOVE CONTADOR-OCULTOS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
      *------------------------------------------
       IMPRIMIR-UNA-CIFRA.
           MOVE LINEA-CIFRA TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
      *------------------------------------------
       ACTUALIZAR-CAMPANA.
           IF CPA-ESTADO = "N"
               MOVE "A" TO CPA-ESTADO
               MOVE FECHA-HOY TO CPA-FECHA-ARMADO
               MOVE CREAR-TAREAS TO CPA-TAREAS
               MOVE OPERADOR-FIRMA TO CPA-OPERADOR
           END-IF.
           MOVE CONTADOR-MIEMBROS TO CPA-MIEMBROS.
           REWRITE REG-CAMPANAS
               INVALID KEY
                   DISPLAY "No pude actualizar la campana" LINE 23
                           POSITION 30
                   ACCEPT TECLA LINE 23 POSITION 78 PROMPT
           END-REWRITE.
      *------------------------------------------
       MOSTRAR-RESUMEN.
           PERFORM LIMPIAR-PANTALLA.
           DISPLAY "Etiquetas en CAMPETIQ.LST y correo en CAMPCORR.DAT"
                   LINE 9 POSITION 10.
           DISPLAY "Miembros de la campana: " LINE 11 POSITION 10.
           DISPLAY CONTADOR-MIEMBROS LINE 11 POSITION 36.
           DISPLAY "Agregados ahora.......: " LINE 12 POSITION 10.
           DISPLAY CONTADOR-NUEVOS LINE 12 POSITION 36.
           DISPLAY "Tareas de agenda......: " LINE 13 POSITION 10.
           DISPLAY CONTADOR-TAREAS LINE 13 POSITION 36.
           DISPLAY "Etiquetas generadas...: " LINE 14 POSITION 10.
           DISPLAY CONTADOR-ETIQUETAS LINE 14 POSITION 36.
           DISPLAY "Sin direccion.........: " LINE 15 POSITION 10.
           DISPLAY CONTADOR-SIN-DIRECCION LINE 15 POSITION 36.
           DISPLAY "Retenidas (no correo).: " LINE 16 POSITION 10.
           DISPLAY CONTADOR-NO-CORREO LINE 16 POSITION 36.
           DISPLAY "Excluidos por medios..: " LINE 17 POSITION 10.
           DISPLAY CONTADOR-EXCLUIDOS LINE 17 POSITION 36.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
      *------------------------------------------
       CERRAR-ARCHIVOS.
           CLOSE AMIGOS.
           CLOSE DIRECCIONES.
           CLOSE AGENDA.
           CLOSE CAMPANAS.
           CLOSE MIEMBROS.
           CLOSE PREFERENCIAS.
