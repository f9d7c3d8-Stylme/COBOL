       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBIOS.
      *------------------------------------------
      *  Extraccion de cambios para los sistemas
      *  que guardan copia de los clientes (casa
      *  de correo, lista de recepcion).  Escribe
      *  en CAMBIOS.DAT solo la actividad ALTA,
      *  BAJA, MODIFICA, REACTIVA, RECLAS, FUSION,
      *  ANONIMIZ y PREFEREN posterior a la ultima
      *  extraccion buena, leyendo primero los
      *  LGaaaammdd.HIS que CIERRE ya roto y
      *  despues AMIGOS.LOG.  El punto alcanzado
      *  queda en CAMBCTL.DAT solo al terminar
      *  bien; si la corrida se cae o falta algun
      *  LG se vuelve a correr y sale lo mismo.
      *  CAMBIOS.DAT se reescribe en cada corrida:
      *  hay que entregarlo antes de la siguiente.
      *------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------
       INPUT-OUTPUT SECTION.
      *------------------------------------------
       FILE-CONTROL.
           COPY AMIGOSFC.
           COPY DIRECFC.
           COPY PREFFC.
           COPY LOGFC.
           COPY CIERCFC.
           COPY CAMCFC.
           SELECT HISTORIAL-DIA ASSIGN TO DYNAMIC NOMBRE-HISTORIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-HIS-DIA.
           SELECT SALIDA ASSIGN TO "CAMBIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
       FILE SECTION.
      *------------------------------------------
           COPY AMIGOSFD.
           COPY DIRECFD.
           COPY PREFFD.
           COPY LOGFD.
           COPY CIERCFD.
           COPY CAMCFD.
      *------------------------------------------
       FD HISTORIAL-DIA.
       01 REG-HISTORIAL-DIA PIC X(142).
      *------------------------------------------
       FD SALIDA.
           COPY CAMBFD.
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-AMIGOS PIC X(2).
        02 ESTADO-DIRECCIONES PIC X(2).
        02 ESTADO-PREFERENCIAS PIC X(2).
        02 ESTADO-LOG PIC X(2).
        02 ESTADO-CIERRE PIC X(2).
        02 ESTADO-CAMBCTL PIC X(2).
        02 ESTADO-HIS-DIA PIC X(2).
        02 SW PIC 9.
        02 SW-FIN PIC 9.
        02 SW-FIN-CTL PIC 9.
        02 SW-FIN-DIA PIC 9.
        02 SW-TABLA-LLENA PIC 9.
        02 FECHA-HOY PIC 9(8).
        02 HORA-HOY PIC 9(8).
        02 ULTIMO-ESTADO-CIERRE PIC X(1).
        02 FECHA-LISTADA PIC 9(8).
        02 ULTIMO-CERRADO PIC 9(8).
        02 PUNTO-FECHA PIC 9(8).
        02 NUEVO-PISO PIC 9(8).
        02 NUEVO-PUNTO-FECHA PIC 9(8).
        02 NUEVO-PUNTO-LINEAS PIC 9(5).
        02 GRUPO-FECHA PIC 9(8).
        02 GRUPO-HORA PIC 9(8).
        02 SW-PISO PIC 9.
        02 IND PIC 9(3).
        02 IND-FECHA PIC 9(3).
        02 SECUENCIA PIC 9(5).
        02 CONTADOR-LEIDAS PIC 9(7).
        02 CONTADOR-YA-ENVIADAS PIC 9(7).
        02 CONTADOR-OTRAS PIC 9(7).
        02 CONTADOR-EXTRAIDOS PIC 9(5).
        02 CONTADOR-SIN-MAESTRO PIC 9(5).
        02 CONTADOR-RESTRINGIDOS PIC 9(5).
        02 NOMBRE-HISTORIAL PIC X(14) VALUE "LG00000000.HIS".
      *------------------------------------------
      *  Lineas ya enviadas de cada fecha que
      *  sigue abierta (la del punto y las
      *  posteriores) y lineas de esa fecha
      *  leidas en esta corrida.
      *------------------------------------------
       01 TABLA-PUNTO.
        02 TPU-CUENTA PIC 9(3).
        02 TPU-ENTRADA OCCURS 100.
         03 TPU-FECHA    PIC 9(8).
         03 TPU-ENVIADAS PIC 9(5).
         03 TPU-LEIDAS   PIC 9(5).
      *------------------------------------------
       01 ENTRADA-ACTUAL.
        02 ENT-CODIGO PIC 9(5).
        02 FILLER     PIC X(1).
        02 ENT-ACCION PIC X(8).
        02 FILLER     PIC X(1).
        02 ENT-FECHA  PIC 9(8).
        02 FILLER     PIC X(1).
        02 ENT-HORA   PIC 9(8).
        02 FILLER     PIC X(1).
        02 ENT-NOMBRE-ANT   PIC X(30).
        02 FILLER     PIC X(1).
        02 ENT-NOMBRE-NVO   PIC X(30).
        02 FILLER     PIC X(1).
        02 ENT-TELEFONO-ANT PIC X(20).
        02 FILLER     PIC X(1).
        02 ENT-TELEFONO-NVO PIC X(20).
        02 FILLER     PIC X(1).
        02 ENT-OPERADOR PIC X(3).
      *------------------------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE 0 TO SW.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT HORA-HOY FROM TIME.
           PERFORM LEER-PUNTO.
           PERFORM REVISAR-CIERRE.
           IF SW = 0
               PERFORM ABRIR-ARCHIVOS
           END-IF.
           IF SW = 0
               PERFORM EXTRAER-CERRADOS
               PERFORM EXTRAER-BITACORA-ACTUAL
               PERFORM CERRAR-ARCHIVOS
               IF SW-TABLA-LLENA = 1
                   DISPLAY "Mas de 100 dias sin cerrar, corra CIERRE"
                   MOVE 1 TO SW
               END-IF
               IF SW = 0
                   PERFORM GRABAR-PUNTO
               ELSE
                   DISPLAY "El punto no se grabo; la siguiente "
                           "corrida repite estos cambios"
               END-IF
               DISPLAY "Lineas de bitacora leidas..: " CONTADOR-LEIDAS
               DISPLAY "Ya enviadas antes..........: "
                       CONTADOR-YA-ENVIADAS
               DISPLAY "Otras acciones.............: " CONTADOR-OTRAS
               DISPLAY "Cambios extraidos..........: "
                       CONTADOR-EXTRAIDOS
               DISPLAY "Sin registro en el maestro.: "
                       CONTADOR-SIN-MAESTRO
               DISPLAY "Con medios rechazados......: "
                       CONTADOR-RESTRINGIDOS
               DISPLAY "Fechas abiertas desde el...: " NUEVO-PISO
           END-IF.
           STOP RUN.
      *------------------------------------------
      *  Solo cuenta el ultimo grupo de lineas de
      *  CAMBCTL.DAT (las de la misma fecha y hora
      *  de corrida); la fecha menor del grupo es
      *  el piso: lo anterior ya salio completo.
      *------------------------------------------
       LEER-PUNTO.
           MOVE 0 TO PUNTO-FECHA.
           MOVE 0 TO TPU-CUENTA.
           MOVE 0 TO GRUPO-FECHA.
           MOVE 0 TO GRUPO-HORA.
           OPEN INPUT CONTROL-CAMBIOS.
           MOVE 0 TO SW-FIN-CTL.
           PERFORM LEER-CONTROL-CAMBIOS.
           PERFORM TOMAR-PUNTO UNTIL SW-FIN-CTL = 1.
           CLOSE CONTROL-CAMBIOS.
      *------------------------------------------
       LEER-CONTROL-CAMBIOS.
           READ CONTROL-CAMBIOS
               AT END
                   MOVE 1 TO SW-FIN-CTL
           END-READ.
      *------------------------------------------
       TOMAR-PUNTO.
           IF CMC-FECHA NOT = GRUPO-FECHA OR CMC-HORA NOT = GRUPO-HORA
               MOVE CMC-FECHA TO GRUPO-FECHA
               MOVE CMC-HORA TO GRUPO-HORA
               MOVE 0 TO TPU-CUENTA
               MOVE CMC-PUNTO-FECHA TO PUNTO-FECHA
           END-IF.
           IF CMC-PUNTO-FECHA < PUNTO-FECHA
               MOVE CMC-PUNTO-FECHA TO PUNTO-FECHA
           END-IF.
           IF TPU-CUENTA < 100
               ADD 1 TO TPU-CUENTA
               MOVE CMC-PUNTO-FECHA TO TPU-FECHA (TPU-CUENTA)
               MOVE CMC-PUNTO-LINEAS TO TPU-ENVIADAS (TPU-CUENTA)
               MOVE 0 TO TPU-LEIDAS (TPU-CUENTA)
           END-IF.
           PERFORM LEER-CONTROL-CAMBIOS.
      *------------------------------------------
      *  Con un cierre a medias las lineas del dia
      *  que se esta cerrando no estan ni en
      *  AMIGOS.LOG ni en su LG: se espera a que
      *  CIERRE termine para no saltarlas.  Los
      *  dias antes del ultimo cerrado ya no
      *  reciben lineas, asi que el piso nuevo es
      *  ese dia (o el piso anterior si es mayor).
      *------------------------------------------
       REVISAR-CIERRE.
           MOVE SPACE TO ULTIMO-ESTADO-CIERRE.
           MOVE 0 TO ULTIMO-CERRADO.
           OPEN INPUT CONTROL-CIERRE.
           MOVE 0 TO SW-FIN-CTL.
           PERFORM LEER-CONTROL-CIERRE.
           PERFORM TOMAR-ESTADO-CIERRE UNTIL SW-FIN-CTL = 1.
           CLOSE CONTROL-CIERRE.
           IF ULTIMO-ESTADO-CIERRE NOT = SPACE
              AND ULTIMO-ESTADO-CIERRE NOT = "C"
               DISPLAY "Hay un cierre pendiente, corra CIERRE antes"
               MOVE 1 TO SW
           END-IF.
           MOVE PUNTO-FECHA TO NUEVO-PISO.
           IF ULTIMO-CERRADO > NUEVO-PISO
               MOVE ULTIMO-CERRADO TO NUEVO-PISO
           END-IF.
      *------------------------------------------
       LEER-CONTROL-CIERRE.
           READ CONTROL-CIERRE
               AT END
                   MOVE 1 TO SW-FIN-CTL
           END-READ.
      *------------------------------------------
       TOMAR-ESTADO-CIERRE.
           MOVE CIE-ESTADO TO ULTIMO-ESTADO-CIERRE.
           IF CIE-ESTADO = "C" AND CIE-FECHA > ULTIMO-CERRADO
               MOVE CIE-FECHA TO ULTIMO-CERRADO
           END-IF.
           PERFORM LEER-CONTROL-CIERRE.
      *------------------------------------------
       ABRIR-ARCHIVOS.
           OPEN INPUT AMIGOS.
           IF ESTADO-AMIGOS NOT = "00" AND ESTADO-AMIGOS NOT = "05"
               DISPLAY "No pude abrir el maestro: " ESTADO-AMIGOS
               MOVE 1 TO SW
           ELSE
               OPEN INPUT DIRECCIONES
               OPEN INPUT PREFERENCIAS
               OPEN OUTPUT SALIDA
               MOVE 0 TO CONTADOR-LEIDAS
               MOVE 0 TO CONTADOR-YA-ENVIADAS
               MOVE 0 TO CONTADOR-OTRAS
               MOVE 0 TO CONTADOR-EXTRAIDOS
               MOVE 0 TO CONTADOR-SIN-MAESTRO
               MOVE 0 TO CONTADOR-RESTRINGIDOS
               MOVE 0 TO SW-TABLA-LLENA
           END-IF.
      *------------------------------------------
      *  Los dias cerrados desde la fecha del
      *  punto, en orden, igual que HISTORIA.
      *------------------------------------------
       EXTRAER-CERRADOS.
           MOVE 0 TO FECHA-LISTADA.
           MOVE 0 TO SW-FIN-CTL.
           OPEN INPUT CONTROL-CIERRE.
           PERFORM LEER-CONTROL-CIERRE.
           PERFORM REVISAR-DIA-CERRADO UNTIL SW-FIN-CTL = 1.
           CLOSE CONTROL-CIERRE.
      *------------------------------------------
       REVISAR-DIA-CERRADO.
           IF CIE-ESTADO = "C" AND CIE-FECHA > FECHA-LISTADA
               MOVE CIE-FECHA TO FECHA-LISTADA
               IF FECHA-LISTADA NOT < PUNTO-FECHA
                   PERFORM EXTRAER-UN-CERRADO
               END-IF
           END-IF.
           PERFORM LEER-CONTROL-CIERRE.
      *------------------------------------------
       EXTRAER-UN-CERRADO.
           MOVE FECHA-LISTADA TO NOMBRE-HISTORIAL (3:8).
           OPEN INPUT HISTORIAL-DIA.
           IF ESTADO-HIS-DIA = "00"
               MOVE 0 TO SW-FIN-DIA
               PERFORM LEER-HISTORIAL-DIA
               PERFORM REVISAR-HISTORIAL-DIA UNTIL SW-FIN-DIA = 1
               CLOSE HISTORIAL-DIA
           ELSE
               DISPLAY "No pude abrir " NOMBRE-HISTORIAL ": "
                       ESTADO-HIS-DIA
               MOVE 1 TO SW
           END-IF.
      *------------------------------------------
       LEER-HISTORIAL-DIA.
           READ HISTORIAL-DIA
               AT END
                   MOVE 1 TO SW-FIN-DIA
           END-READ.
      *------------------------------------------
       REVISAR-HISTORIAL-DIA.
           MOVE REG-HISTORIAL-DIA TO ENTRADA-ACTUAL.
           PERFORM REVISAR-ENTRADA.
           PERFORM LEER-HISTORIAL-DIA.
      *------------------------------------------
       EXTRAER-BITACORA-ACTUAL.
           OPEN INPUT AMIGOS-LOG.
           MOVE 0 TO SW-FIN.
           PERFORM LEER-BITACORA.
           PERFORM REVISAR-BITACORA UNTIL SW-FIN = 1.
           CLOSE AMIGOS-LOG.
      *------------------------------------------
       LEER-BITACORA.
           READ AMIGOS-LOG
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       REVISAR-BITACORA.
           MOVE REG-LOG TO ENTRADA-ACTUAL.
           PERFORM REVISAR-ENTRADA.
           PERFORM LEER-BITACORA.
      *------------------------------------------
      *  Cada linea se numera dentro de su fecha,
      *  siguiendo la cuenta de esa fecha aunque
      *  entre medias vengan lineas de otras (el
      *  LG del dia y luego lo que quede de ese
      *  dia en AMIGOS.LOG, como CIERRE las
      *  conserva).  Ya se enviaron las de fecha
      *  anterior al piso y, de cada fecha de la
      *  tabla, las primeras TPU-ENVIADAS.  Toda
      *  linea leida cuenta, sea o no de las
      *  acciones que se extraen.
      *------------------------------------------
       REVISAR-ENTRADA.
           ADD 1 TO CONTADOR-LEIDAS.
           MOVE 0 TO IND-FECHA.
           MOVE 0 TO SECUENCIA.
           IF ENT-FECHA NOT < PUNTO-FECHA
               PERFORM BUSCAR-FECHA-PUNTO
           END-IF.
           IF IND-FECHA > 0
               ADD 1 TO TPU-LEIDAS (IND-FECHA)
               MOVE TPU-LEIDAS (IND-FECHA) TO SECUENCIA
           END-IF.
           IF ENT-FECHA < PUNTO-FECHA
              OR (IND-FECHA > 0
                  AND SECUENCIA NOT > TPU-ENVIADAS (IND-FECHA))
               ADD 1 TO CONTADOR-YA-ENVIADAS
           ELSE
               IF ENT-ACCION = "ALTA" OR ENT-ACCION = "BAJA"
                  OR ENT-ACCION = "MODIFICA" OR ENT-ACCION = "REACTIVA"
                  OR ENT-ACCION = "RECLAS" OR ENT-ACCION = "FUSION"
                  OR ENT-ACCION = "ANONIMIZ" OR ENT-ACCION = "PREFEREN"
                   PERFORM ESCRIBIR-CAMBIO
               ELSE
                   ADD 1 TO CONTADOR-OTRAS
               END-IF
           END-IF.
      *------------------------------------------
      *  Las fechas anteriores al piso nuevo no se
      *  agregan: ya no reciben lineas y todo lo
      *  suyo sale en esta corrida.
      *------------------------------------------
       BUSCAR-FECHA-PUNTO.
           PERFORM COMPARAR-FECHA-PUNTO VARYING IND FROM 1 BY 1
               UNTIL IND > TPU-CUENTA.
           IF IND-FECHA = 0 AND ENT-FECHA NOT < NUEVO-PISO
               IF TPU-CUENTA < 100
                   ADD 1 TO TPU-CUENTA
                   MOVE TPU-CUENTA TO IND-FECHA
                   MOVE ENT-FECHA TO TPU-FECHA (IND-FECHA)
                   MOVE 0 TO TPU-ENVIADAS (IND-FECHA)
                   MOVE 0 TO TPU-LEIDAS (IND-FECHA)
               ELSE
                   MOVE 1 TO SW-TABLA-LLENA
               END-IF
           END-IF.
      *------------------------------------------
       COMPARAR-FECHA-PUNTO.
           IF TPU-FECHA (IND) = ENT-FECHA
               MOVE IND TO IND-FECHA
           END-IF.
      *------------------------------------------
       ESCRIBIR-CAMBIO.
           MOVE SPACES TO REG-CAMBIO.
           MOVE ENT-ACCION TO CAM-ACCION.
           MOVE ENT-FECHA TO CAM-FECHA.
           MOVE ENT-HORA TO CAM-HORA.
           MOVE ENT-OPERADOR TO CAM-OPERADOR.
           MOVE ENT-CODIGO TO CAM-CODIGO.
           MOVE 0 TO CAM-FECHA-ALTA.
           MOVE 0 TO CAM-FECHA-BAJA.
           MOVE 0 TO CAM-CUMPLE.
           MOVE "N" TO CAM-NO-CORREO.
           MOVE "N" TO CAM-NO-TELEFONO.
           MOVE "N" TO CAM-NO-EMAIL.
           MOVE ENT-CODIGO TO CODIGO.
           READ AMIGOS
               INVALID KEY
                   MOVE "N" TO CAM-EXISTE
                   ADD 1 TO CONTADOR-SIN-MAESTRO
               NOT INVALID KEY
                   MOVE "S" TO CAM-EXISTE
                   MOVE NOMBRE TO CAM-NOMBRE
                   MOVE TELEFONO TO CAM-TELEFONO
                   MOVE CATEGORIA TO CAM-CATEGORIA
                   MOVE FECHA-ALTA TO CAM-FECHA-ALTA
                   MOVE FECHA-BAJA TO CAM-FECHA-BAJA
                   PERFORM PASAR-DETALLE
                   PERFORM PASAR-PREFERENCIAS
           END-READ.
           WRITE REG-CAMBIO.
           ADD 1 TO CONTADOR-EXTRAIDOS.
      *------------------------------------------
       PASAR-DETALLE.
           MOVE ENT-CODIGO TO DIR-CODIGO.
           READ DIRECCIONES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DIR-CALLE TO CAM-DIRECCION
                   MOVE DIR-EMAIL TO CAM-EMAIL
                   MOVE DIR-TELEFONO2 TO CAM-TELEFONO2
                   MOVE DIR-CUMPLE TO CAM-CUMPLE
                   MOVE DIR-NOTAS TO CAM-NOTAS
                   MOVE DIR-COLONIA TO CAM-COLONIA
                   MOVE DIR-CIUDAD TO CAM-CIUDAD
                   MOVE DIR-ESTADO TO CAM-ESTADO
                   MOVE DIR-CP TO CAM-CP
           END-READ.
      *------------------------------------------
       PASAR-PREFERENCIAS.
           MOVE ENT-CODIGO TO PRF-CODIGO.
           READ PREFERENCIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PRF-NO-CORREO TO CAM-NO-CORREO
                   MOVE PRF-NO-TELEFONO TO CAM-NO-TELEFONO
                   MOVE PRF-NO-EMAIL TO CAM-NO-EMAIL
                   IF PRF-NO-CORREO = "S" OR PRF-NO-TELEFONO = "S"
                      OR PRF-NO-EMAIL = "S"
                       ADD 1 TO CONTADOR-RESTRINGIDOS
                   END-IF
           END-READ.
      *------------------------------------------
       CERRAR-ARCHIVOS.
           CLOSE AMIGOS.
           CLOSE DIRECCIONES.
           CLOSE PREFERENCIAS.
           CLOSE SALIDA.
      *------------------------------------------
      *  Un grupo de lineas con la misma fecha y
      *  hora de corrida: el piso nuevo (con su
      *  cuenta si la tiene) y cada fecha de la
      *  tabla que no quede debajo de el.
      *------------------------------------------
       GRABAR-PUNTO.
           OPEN EXTEND CONTROL-CAMBIOS.
           MOVE 0 TO SW-PISO.
           PERFORM REVISAR-PISO VARYING IND FROM 1 BY 1
               UNTIL IND > TPU-CUENTA.
           IF SW-PISO = 0
               MOVE NUEVO-PISO TO NUEVO-PUNTO-FECHA
               MOVE 0 TO NUEVO-PUNTO-LINEAS
               PERFORM ESCRIBIR-PUNTO
           END-IF.
           PERFORM GRABAR-FECHA-PUNTO VARYING IND FROM 1 BY 1
               UNTIL IND > TPU-CUENTA.
           CLOSE CONTROL-CAMBIOS.
      *------------------------------------------
       REVISAR-PISO.
           IF TPU-FECHA (IND) = NUEVO-PISO
               MOVE 1 TO SW-PISO
           END-IF.
      *------------------------------------------
       GRABAR-FECHA-PUNTO.
           IF TPU-FECHA (IND) NOT < NUEVO-PISO
               MOVE TPU-FECHA (IND) TO NUEVO-PUNTO-FECHA
               IF TPU-LEIDAS (IND) > TPU-ENVIADAS (IND)
                   MOVE TPU-LEIDAS (IND) TO NUEVO-PUNTO-LINEAS
               ELSE
                   MOVE TPU-ENVIADAS (IND) TO NUEVO-PUNTO-LINEAS
               END-IF
               PERFORM ESCRIBIR-PUNTO
           END-IF.
      *------------------------------------------
       ESCRIBIR-PUNTO.
           MOVE SPACES TO REG-CONTROL-CAMBIOS.
           MOVE FECHA-HOY TO CMC-FECHA.
           MOVE HORA-HOY TO CMC-HORA.
           MOVE NUEVO-PUNTO-FECHA TO CMC-PUNTO-FECHA.
           MOVE NUEVO-PUNTO-LINEAS TO CMC-PUNTO-LINEAS.
           MOVE CONTADOR-EXTRAIDOS TO CMC-EXTRAIDOS.
           WRITE REG-CONTROL-CAMBIOS.
