       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERA.
      *------------------------------------------
      *  Reproduce sobre el maestro restaurado las
      *  lineas de AMIGOS.LGR posteriores a la
      *  generacion elegida.  Si entre ellas hay
      *  anonimizaciones, al terminar se limpian
      *  tambien las lineas de esos codigos en
      *  AMIGOS.LOG (la bitacora del respaldo las
      *  trae con el nombre y los telefonos),
      *  pasando por AMIGOS.LGA como EXPEDIEN.
      *------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------
           SELECT LOG-PREVIO ASSIGN TO "AMIGOS.LGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-LGR.
           SELECT LOG-TRABAJO ASSIGN TO "AMIGOS.LGA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-LGA.
           SELECT REPORTE ASSIGN TO "RECUPERA.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************************
      *------------------------------------------
       FD LOG-PREVIO.
       01 REG-LOG-PREVIO PIC X(142).
      *------------------------------------------
       FD LOG-TRABAJO.
       01 REG-LOG-TRABAJO PIC X(142).
      *------------------------------------------
       FD REPORTE.
       01 LINEA-REPORTE PIC X(80).
        02 ESTADO-DIRECCIONES PIC X(2).
        02 ESTADO-CONTROL PIC X(2).
        02 ESTADO-LGR PIC X(2).
        02 ESTADO-LGA PIC X(2).
        02 SW PIC 9.
        02 SW-CONTROL PIC 9.
        02 SW-FIN PIC 9.
        02 CONTADOR-OMITIDAS PIC 9(5).
        02 CONTADOR-REPLICADAS PIC 9(5).
        02 CONTADOR-FALLIDAS PIC 9(5).
        02 CONTADOR-LIMPIADAS PIC 9(5).
        02 CONTADOR-SIN-LIMPIAR PIC 9(5).
        02 IND-ANONIMO PIC 9(2).
        02 SW-ANONIMO PIC 9.
        02 TEXTO-ANONIMO PIC X(30) VALUE "ANONIMIZADO".
      *------------------------------------------
      *  Codigos cuya anonimizacion se reprodujo.
      *------------------------------------------
       01 TABLA-ANONIMOS.
        02 ANO-CUENTA PIC 9(2).
        02 ANO-CODIGO PIC 9(5) OCCURS 50.
      *------------------------------------------
       01 TABLA-GENERACIONES.
        02 GEN-ENTRADA OCCURS 5.
           END-IF.
           IF SW = 0
               PERFORM RECORRER-BITACORA
               PERFORM LIMPIAR-BITACORA
               PERFORM IMPRIMIR-TOTALES
               PERFORM CERRAR-ARCHIVOS
               PERFORM MOSTRAR-RESUMEN
           MOVE 0 TO CONTADOR-OMITIDAS.
           MOVE 0 TO CONTADOR-REPLICADAS.
           MOVE 0 TO CONTADOR-FALLIDAS.
           MOVE 0 TO CONTADOR-LIMPIADAS.
           MOVE 0 TO CONTADOR-SIN-LIMPIAR.
           MOVE 0 TO ANO-CUENTA.
           MOVE CORTE-FECHA TO TIT-FECHA.
           MOVE LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
                               PERFORM REPRODUCIR-RECLAS
                           ELSE
                               IF REC-ACCION = "FUSION"
                                  OR REC-ACCION = "PREFEREN"
                                   PERFORM REPRODUCIR-FUSION
                               ELSE
                                   IF REC-ACCION = "ANONIMIZ"
                                       PERFORM REPRODUCIR-ANONIMIZA
                                   ELSE
                                       MOVE
                                       "ACCION DESCONOCIDA, NO REPUESTA"
                                         TO DET-RESULTADO
                                       PERFORM ANOTAR-FALLIDA
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
      *  Las lineas FUSION no mueven el maestro
      *  (la BAJA que las acompana ya lo hizo);
      *  solo se regresan a la bitacora para que
      *  HISTORIA siga mostrando la fusion.  Lo
      *  mismo las PREFEREN: PREFER.DAT no viene
      *  en el respaldo y ya tiene el cambio.
      *------------------------------------------
       REPRODUCIR-FUSION.
           MOVE "SOLO BITACORA" TO DET-RESULTADO.
           PERFORM ANOTAR-REPLICADA.
      *------------------------------------------
      *  Un respaldo anterior a la anonimizacion
      *  trae otra vez los datos personales: se
      *  vuelven a borrar del maestro y del
      *  detalle, y el codigo se anota para
      *  limpiar despues sus lineas de AMIGOS.LOG.
      *  Un codigo ya purgado solo regresa a la
      *  bitacora.
      *------------------------------------------
       REPRODUCIR-ANONIMIZA.
           PERFORM ANOTAR-ANONIMO.
           MOVE REC-CODIGO TO CODIGO.
           READ AMIGOS
               INVALID KEY
                   MOVE "SOLO BITACORA" TO DET-RESULTADO
                   PERFORM ANOTAR-REPLICADA
               NOT INVALID KEY
                   MOVE REC-NOMBRE-NVO TO NOMBRE
                   MOVE SPACES TO TELEFONO
                   REWRITE REG-AMIGOS
                       INVALID KEY
                           MOVE "NO PUDE REESCRIBIR" TO DET-RESULTADO
                           PERFORM ANOTAR-FALLIDA
                       NOT INVALID KEY
                           PERFORM BORRAR-DETALLE
                           PERFORM ANOTAR-REPLICADA
                   END-REWRITE
           END-READ.
      *------------------------------------------
       ANOTAR-ANONIMO.
           MOVE 0 TO SW-ANONIMO.
           PERFORM BUSCAR-ANONIMO VARYING IND-ANONIMO FROM 1 BY 1
               UNTIL IND-ANONIMO > ANO-CUENTA.
           IF SW-ANONIMO = 0
               IF ANO-CUENTA < 50
                   ADD 1 TO ANO-CUENTA
                   MOVE REC-CODIGO TO ANO-CODIGO (ANO-CUENTA)
               ELSE
                   ADD 1 TO CONTADOR-SIN-LIMPIAR
               END-IF
           END-IF.
      *------------------------------------------
       BUSCAR-ANONIMO.
           IF ANO-CODIGO (IND-ANONIMO) = REC-CODIGO
               MOVE 1 TO SW-ANONIMO
           END-IF.
      *------------------------------------------
       BORRAR-DETALLE.
           MOVE CODIGO TO DIR-CODIGO.
           READ DIRECCIONES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO DIR-CALLE
                   MOVE SPACES TO DIR-EMAIL
                   MOVE SPACES TO DIR-TELEFONO2
                   MOVE 0 TO DIR-CUMPLE
                   MOVE SPACES TO DIR-NOTAS
                   MOVE SPACES TO DIR-UBICACION
                   REWRITE REG-DIRECCIONES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
      *------------------------------------------
       ANOTAR-REPLICADA.
           MOVE REG-LOG-PREVIO TO REG-LOG.
           MOVE "LINEAS QUE NO PUDE REPONER........:" TO CIF-TEXTO.
           MOVE CONTADOR-FALLIDAS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "LINEAS ANONIMIZADAS EN AMIGOS.LOG.:" TO CIF-TEXTO.
           MOVE CONTADOR-LIMPIADAS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           IF CONTADOR-SIN-LIMPIAR > 0
               MOVE "CODIGOS SIN LIMPIAR (VEA EXPEDIEN):" TO CIF-TEXTO
               MOVE CONTADOR-SIN-LIMPIAR TO CIF-VALOR
               PERFORM IMPRIMIR-UNA-CIFRA
           END-IF.
      *------------------------------------------
      *------------------------------------------
      *  Mismo criterio que EXPEDIEN: las lineas
      *  RECLAS y PREFEREN no llevan datos
      *  personales y la propia ANONIMIZ ya viene
      *  limpia; de las FUSION solo se limpia el
      *  nombre de NOMBRE-ANT, el texto de la
      *  fusion se conserva.  AMIGOS.LOG se copia
      *  a AMIGOS.LGA y, si algo cambio, regresa.
      *------------------------------------------
       LIMPIAR-BITACORA.
           CLOSE AMIGOS-LOG.
           IF ANO-CUENTA > 0
               OPEN INPUT AMIGOS-LOG
               OPEN OUTPUT LOG-TRABAJO
               MOVE 0 TO SW-FIN
               PERFORM LEER-BITACORA
               PERFORM LIMPIAR-LINEA UNTIL SW-FIN = 1
               CLOSE LOG-TRABAJO
               CLOSE AMIGOS-LOG
               IF CONTADOR-LIMPIADAS > 0
                   PERFORM REGRESAR-BITACORA
               END-IF
           END-IF.
      *------------------------------------------
       LEER-BITACORA.
           READ AMIGOS-LOG
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       LIMPIAR-LINEA.
           MOVE REG-LOG TO ENTRADA-ACTUAL.
           MOVE 0 TO SW-ANONIMO.
           PERFORM BUSCAR-ANONIMO VARYING IND-ANONIMO FROM 1 BY 1
               UNTIL IND-ANONIMO > ANO-CUENTA.
           IF SW-ANONIMO = 1
              AND REC-ACCION = "FUSION"
              AND REC-NOMBRE-ANT NOT = SPACES
              AND REC-NOMBRE-ANT NOT = TEXTO-ANONIMO
               MOVE TEXTO-ANONIMO TO REC-NOMBRE-ANT
               ADD 1 TO CONTADOR-LIMPIADAS
           END-IF.
           IF SW-ANONIMO = 1
              AND REC-ACCION NOT = "RECLAS"
              AND REC-ACCION NOT = "FUSION"
              AND REC-ACCION NOT = "PREFEREN"
              AND REC-ACCION NOT = "ANONIMIZ"
              AND (REC-NOMBRE-ANT NOT = SPACES
                   OR REC-NOMBRE-NVO NOT = SPACES
                   OR REC-TELEFONO-ANT NOT = SPACES
                   OR REC-TELEFONO-NVO NOT = SPACES)
               IF REC-NOMBRE-ANT NOT = SPACES
                   MOVE TEXTO-ANONIMO TO REC-NOMBRE-ANT
               END-IF
               IF REC-NOMBRE-NVO NOT = SPACES
                   MOVE TEXTO-ANONIMO TO REC-NOMBRE-NVO
               END-IF
               MOVE SPACES TO REC-TELEFONO-ANT
               MOVE SPACES TO REC-TELEFONO-NVO
               ADD 1 TO CONTADOR-LIMPIADAS
           END-IF.
           MOVE ENTRADA-ACTUAL TO REG-LOG-TRABAJO.
           WRITE REG-LOG-TRABAJO.
           PERFORM LEER-BITACORA.
      *------------------------------------------
       REGRESAR-BITACORA.
           OPEN INPUT LOG-TRABAJO.
           IF ESTADO-LGA NOT = "00"
               DISPLAY "No encuentro AMIGOS.LGA" LINE 22 POSITION 10
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               MOVE 0 TO CONTADOR-LIMPIADAS
           ELSE
               OPEN OUTPUT AMIGOS-LOG
               MOVE 0 TO SW-FIN
               PERFORM LEER-LOG-TRABAJO
               PERFORM REGRESAR-LINEA UNTIL SW-FIN = 1
               CLOSE AMIGOS-LOG
               CLOSE LOG-TRABAJO
           END-IF.
      *------------------------------------------
       LEER-LOG-TRABAJO.
           READ LOG-TRABAJO
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       REGRESAR-LINEA.
           MOVE REG-LOG-TRABAJO TO REG-LOG.
           WRITE REG-LOG.
           PERFORM LEER-LOG-TRABAJO.
      *------------------------------------------
       IMPRIMIR-UNA-CIFRA.
           MOVE LINEA-CIFRA TO LINEA-REPORTE.
       CERRAR-ARCHIVOS.
           CLOSE LOG-PREVIO.
           CLOSE AMIGOS.
           CLOSE DIRECCIONES.
           CLOSE REPORTE.
