       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOCTURNO.
      *------------------------------------------
      *  Corrida nocturna desatendida: VERIFICA,
      *  RESPALDA, MANTLOTE y CIERRE en ese orden.
      *  Cada paso graba en NOCTCTL.DAT una linea
      *  al empezar y otra al terminar.  Si un
      *  paso falla la corrida se detiene; al
      *  volver a correr NOCTURNO se reanuda en el
      *  paso que fallo y los pasos ya terminados
      *  no se repiten (no se toma otra generacion
      *  de respaldo ni se aplica dos veces
      *  MANTLOTE.DAT).  El resumen de la corrida
      *  queda en NOCTURNO.LST.
      *------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------
       INPUT-OUTPUT SECTION.
      *------------------------------------------
       FILE-CONTROL.
           COPY NOCTFC.
           COPY OPERFC.
           COPY RSPCFC.
           COPY CIERCFC.
           SELECT OPTIONAL LISTADO-VERIFICA ASSIGN TO "VERIFICA.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-VERIFICA.
           SELECT OPTIONAL LOTE ASSIGN TO "MANTLOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-LOTE.
           SELECT OPTIONAL LOTE-APLICADO ASSIGN TO "MANTLOTE.APL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-APLICADO.
           SELECT OPTIONAL RECHAZOS ASSIGN TO "MANTLOTE.RCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-RECHAZOS.
           SELECT REPORTE ASSIGN TO "NOCTURNO.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
       FILE SECTION.
      *------------------------------------------
           COPY NOCTFD.
           COPY OPERFD.
           COPY RSPCFD.
           COPY CIERCFD.
      *------------------------------------------
       FD LISTADO-VERIFICA.
       01 LINEA-VERIFICA.
        02 VER-TEXTO PIC X(35).
        02 VER-VALOR PIC ZZZZZZZ9-.
        02 FILLER    PIC X(36).
      *------------------------------------------
       FD LOTE.
       01 LINEA-LOTE PIC X(61).
      *------------------------------------------
       FD LOTE-APLICADO.
       01 LINEA-APLICADA PIC X(61).
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
        02 ESTADO-NOCTURNO PIC X(2).
        02 ESTADO-OPERADORES PIC X(2).
        02 ESTADO-CONTROL PIC X(2).
        02 ESTADO-CIERRE PIC X(2).
        02 ESTADO-VERIFICA PIC X(2).
        02 ESTADO-LOTE PIC X(2).
        02 ESTADO-APLICADO PIC X(2).
        02 ESTADO-RECHAZOS PIC X(2).
        02 SW PIC 9.
        02 SW-FIN PIC 9.
        02 SW-FIRMADO PIC 9.
        02 SW-DETENIDO PIC 9.
        02 SW-COMPLETA PIC 9.
        02 SW-RESUELTO PIC 9.
        02 SW-CIFRAS PIC 9.
        02 SW-CUADRA PIC 9.
        02 SW-LOTE PIC 9.
        02 SW-OTRO-CIERRE PIC 9.
        02 OPERADOR-FIRMA PIC X(3).
        02 MODO-RESPALDO PIC X(1).
        02 PASO PIC 9(1).
        02 PASO-DETENIDO PIC 9(1).
        02 IND PIC 9(1).
        02 INTENTOS-FIRMA PIC 9(1).
        02 FECHA-HOY PIC 9(8).
        02 FECHA-CORRIDA PIC 9(8).
        02 ULTIMA-CORRIDA PIC 9(8).
        02 ESTADO-PREVIO PIC X(1).
        02 FECHA-INICIO-PREVIA PIC 9(8).
        02 HORA-INICIO-PREVIA PIC 9(8).
        02 RESULTADO-PASO PIC X(1).
        02 CIFRA-PASO PIC 9(5).
        02 MOTIVO-PASO PIC X(40).
        02 CONTADOR-EXCEPCIONES PIC 9(5).
        02 CONTADOR-RECHAZOS PIC 9(5).
        02 CONTADOR-APARTADAS PIC 9(5).
        02 GENERACION-NUEVA PIC 9(1).
        02 FECHA-GENERACION PIC 9(8).
        02 HORA-GENERACION PIC 9(8).
        02 ULTIMA-FECHA-CIERRE PIC 9(8).
        02 ULTIMO-ESTADO-CIERRE PIC X(1).
        02 FECHA-CERRADA PIC 9(8).
      *------------------------------------------
       01 TABLA-PASOS.
        02 PASO-ENTRADA OCCURS 4.
         03 PASO-PROGRAMA     PIC X(8).
         03 PASO-ESTADO       PIC X(1).
         03 PASO-FECHA-INICIO PIC 9(8).
         03 PASO-HORA-INICIO  PIC 9(8).
         03 PASO-FECHA-FIN    PIC 9(8).
         03 PASO-HORA-FIN     PIC 9(8).
         03 PASO-CIFRA        PIC 9(5).
         03 PASO-OPERADOR     PIC X(3).
         03 PASO-MOTIVO       PIC X(40).
      *------------------------------------------
       01 LINEA-TITULO.
        02 FILLER PIC X(20) VALUE SPACES.
        02 FILLER PIC X(22) VALUE "CORRIDA NOCTURNA DEL ".
        02 TIT-FECHA PIC 9(8).
        02 FILLER PIC X(11) VALUE "  IMPRESO ".
        02 TIT-IMPRESO PIC 9(8).
      *------------------------------------------
       01 LINEA-OPERADOR.
        02 FILLER PIC X(20) VALUE "OPERADOR QUE CORRIO:".
        02 FILLER PIC X(1) VALUE SPACES.
        02 OPE-LINEA PIC X(3).
      *------------------------------------------
       01 LINEA-ENCABEZADO.
        02 FILLER PIC X(5)  VALUE "PASO ".
        02 FILLER PIC X(10) VALUE "PROGRAMA".
        02 FILLER PIC X(14) VALUE "ESTADO".
        02 FILLER PIC X(17) VALUE "INICIO".
        02 FILLER PIC X(17) VALUE "FIN".
        02 FILLER PIC X(5)  VALUE "CIFRA".
      *------------------------------------------
       01 LINEA-PASO.
        02 DET-PASO         PIC 9(1).
        02 FILLER           PIC X(4) VALUE SPACES.
        02 DET-PROGRAMA     PIC X(8).
        02 FILLER           PIC X(2) VALUE SPACES.
        02 DET-ESTADO       PIC X(12).
        02 FILLER           PIC X(2) VALUE SPACES.
        02 DET-FECHA-INICIO PIC 9(8).
        02 FILLER           PIC X(1) VALUE SPACES.
        02 DET-HORA-INICIO  PIC X(6).
        02 FILLER           PIC X(2) VALUE SPACES.
        02 DET-FECHA-FIN    PIC 9(8).
        02 FILLER           PIC X(1) VALUE SPACES.
        02 DET-HORA-FIN     PIC X(6).
        02 FILLER           PIC X(2) VALUE SPACES.
        02 DET-CIFRA        PIC ZZZZ9.
      *------------------------------------------
       01 LINEA-MOTIVO.
        02 FILLER           PIC X(15) VALUE SPACES.
        02 MOT-TEXTO        PIC X(40).
      *------------------------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE 0 TO SW.
           MOVE 0 TO SW-DETENIDO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-CONTROL.
           PERFORM EVALUAR-CORRIDA.
           IF SW = 0
               PERFORM PEDIR-OPERADOR
               PERFORM CORRER-PASO
                   VARYING PASO FROM 1 BY 1
                   UNTIL PASO > 4 OR SW-DETENIDO = 1
               PERFORM IMPRIMIR-RESUMEN
               PERFORM MOSTRAR-RESUMEN
           END-IF.
           STOP RUN.
      *------------------------------------------
       LEER-CONTROL.
           MOVE 0 TO ULTIMA-CORRIDA.
           PERFORM LIMPIAR-TABLA.
           OPEN INPUT CONTROL-NOCTURNO.
           MOVE 0 TO SW-FIN.
           PERFORM LEER-LINEA-CONTROL.
           PERFORM CARGAR-LINEA-CONTROL UNTIL SW-FIN = 1.
           CLOSE CONTROL-NOCTURNO.
      *------------------------------------------
       LIMPIAR-TABLA.
           MOVE SPACES TO TABLA-PASOS.
           PERFORM LIMPIAR-PASO VARYING IND FROM 1 BY 1 UNTIL IND > 4.
           MOVE "VERIFICA" TO PASO-PROGRAMA (1).
           MOVE "RESPALDA" TO PASO-PROGRAMA (2).
           MOVE "MANTLOTE" TO PASO-PROGRAMA (3).
           MOVE "CIERRE" TO PASO-PROGRAMA (4).
      *------------------------------------------
       LIMPIAR-PASO.
           MOVE 0 TO PASO-FECHA-INICIO (IND).
           MOVE 0 TO PASO-HORA-INICIO (IND).
           MOVE 0 TO PASO-FECHA-FIN (IND).
           MOVE 0 TO PASO-HORA-FIN (IND).
           MOVE 0 TO PASO-CIFRA (IND).
      *------------------------------------------
       LEER-LINEA-CONTROL.
           READ CONTROL-NOCTURNO
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
      *  Solo cuenta la ultima corrida del
      *  archivo: al cambiar NOC-CORRIDA se
      *  limpia la tabla y se vuelve a llenar.
      *------------------------------------------
       CARGAR-LINEA-CONTROL.
           IF NOC-CORRIDA NOT = ULTIMA-CORRIDA
               PERFORM LIMPIAR-TABLA
               MOVE NOC-CORRIDA TO ULTIMA-CORRIDA
           END-IF.
           IF NOC-PASO >= 1 AND NOC-PASO <= 4
               MOVE NOC-ESTADO TO PASO-ESTADO (NOC-PASO)
               MOVE NOC-FECHA-INICIO TO PASO-FECHA-INICIO (NOC-PASO)
               MOVE NOC-HORA-INICIO TO PASO-HORA-INICIO (NOC-PASO)
               MOVE NOC-FECHA-FIN TO PASO-FECHA-FIN (NOC-PASO)
               MOVE NOC-HORA-FIN TO PASO-HORA-FIN (NOC-PASO)
               MOVE NOC-CIFRA TO PASO-CIFRA (NOC-PASO)
               MOVE NOC-OPERADOR TO PASO-OPERADOR (NOC-PASO)
               MOVE NOC-MOTIVO TO PASO-MOTIVO (NOC-PASO)
           END-IF.
           PERFORM LEER-LINEA-CONTROL.
      *------------------------------------------
      *  Corrida nueva si no hay ninguna o si la
      *  ultima termino completa en un dia
      *  anterior; si la ultima quedo a medias se
      *  reanuda con su misma fecha, sin importar
      *  en que dia se vuelva a correr.
      *------------------------------------------
       EVALUAR-CORRIDA.
           MOVE 1 TO SW-COMPLETA.
           PERFORM REVISAR-PASO VARYING IND FROM 1 BY 1 UNTIL IND > 4.
           IF ULTIMA-CORRIDA = 0
               MOVE FECHA-HOY TO FECHA-CORRIDA
           ELSE
               IF SW-COMPLETA = 1
                   IF ULTIMA-CORRIDA = FECHA-HOY
                       DISPLAY "La corrida nocturna de hoy ya termino"
                       MOVE 1 TO SW
                   ELSE
                       PERFORM LIMPIAR-TABLA
                       MOVE FECHA-HOY TO FECHA-CORRIDA
                   END-IF
               ELSE
                   MOVE ULTIMA-CORRIDA TO FECHA-CORRIDA
                   DISPLAY "Reanuda la corrida nocturna del dia "
                           FECHA-CORRIDA
               END-IF
           END-IF.
      *------------------------------------------
       REVISAR-PASO.
           IF PASO-ESTADO (IND) NOT = "T"
               MOVE 0 TO SW-COMPLETA
           END-IF.
      *------------------------------------------
      *  La corrida es desatendida pero quien la
      *  lanza debe firmarse para que las lineas
      *  de la bitacora que graba MANTLOTE carguen
      *  su firma; si no hay OPERADOR.DAT se
      *  acepta la firma tal cual se teclea.  La
      *  firma puede venir en la linea de mandato
      *  (se valida una sola vez); si no viene se
      *  pide hasta tres veces.  Sin firma buena
      *  no corre ningun paso: queda una linea de
      *  paso 0 en NOCTCTL.DAT con el motivo.
      *------------------------------------------
       PEDIR-OPERADOR.
           MOVE 0 TO SW-FIRMADO.
           MOVE 0 TO INTENTOS-FIRMA.
           OPEN INPUT OPERADORES.
           MOVE SPACES TO OPERADOR-FIRMA.
           ACCEPT OPERADOR-FIRMA FROM COMMAND-LINE.
           IF OPERADOR-FIRMA NOT = SPACES
               PERFORM VALIDAR-FIRMA
               MOVE 3 TO INTENTOS-FIRMA
           END-IF.
           PERFORM ACEPTAR-OPERADOR
               UNTIL SW-FIRMADO = 1 OR INTENTOS-FIRMA = 3.
           CLOSE OPERADORES.
           IF SW-FIRMADO = 0
               PERFORM RECHAZAR-FIRMA
           END-IF.
      *------------------------------------------
       ACEPTAR-OPERADOR.
           ADD 1 TO INTENTOS-FIRMA.
           DISPLAY "Firma del operador.........: ".
           ACCEPT OPERADOR-FIRMA.
           PERFORM VALIDAR-FIRMA.
      *------------------------------------------
       VALIDAR-FIRMA.
           INSPECT OPERADOR-FIRMA CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF ESTADO-OPERADORES = "00"
               MOVE OPERADOR-FIRMA TO OPE-CODIGO
               READ OPERADORES
                   INVALID KEY
                       DISPLAY "Firma desconocida"
                   NOT INVALID KEY
                       IF OPE-ACTIVO = "S"
                           MOVE 1 TO SW-FIRMADO
                       ELSE
                           DISPLAY "Firma retirada"
                       END-IF
               END-READ
           ELSE
               MOVE 1 TO SW-FIRMADO
           END-IF.
      *------------------------------------------
      *  La linea de paso 0 no cambia lo que hay
      *  que reanudar: lleva la fecha de la ultima
      *  corrida registrada y CARGAR-LINEA-CONTROL
      *  solo toma los pasos 1 a 4.
      *------------------------------------------
       RECHAZAR-FIRMA.
           OPEN EXTEND CONTROL-NOCTURNO.
           MOVE SPACES TO REG-NOCTURNO.
           IF ULTIMA-CORRIDA NOT = 0
               MOVE ULTIMA-CORRIDA TO NOC-CORRIDA
           ELSE
               MOVE FECHA-CORRIDA TO NOC-CORRIDA
           END-IF.
           MOVE 0 TO NOC-PASO.
           MOVE "NOCTURNO" TO NOC-PROGRAMA.
           MOVE "F" TO NOC-ESTADO.
           ACCEPT NOC-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT NOC-HORA-INICIO FROM TIME.
           MOVE NOC-FECHA-INICIO TO NOC-FECHA-FIN.
           MOVE NOC-HORA-INICIO TO NOC-HORA-FIN.
           MOVE 0 TO NOC-CIFRA.
           MOVE OPERADOR-FIRMA TO NOC-OPERADOR.
           MOVE "FIRMA NO ACEPTADA, NO CORRIO NINGUN PASO"
                TO NOC-MOTIVO.
           WRITE REG-NOCTURNO.
           CLOSE CONTROL-NOCTURNO.
           DISPLAY "Firma no aceptada, la corrida no arranca".
           STOP RUN.
      *------------------------------------------
       CORRER-PASO.
           IF PASO-ESTADO (PASO) NOT = "T"
               PERFORM INICIAR-PASO
               IF PASO = 1
                   PERFORM PASO-VERIFICA
               END-IF
               IF PASO = 2
                   PERFORM PASO-RESPALDA
               END-IF
               IF PASO = 3
                   PERFORM PASO-MANTLOTE
               END-IF
               IF PASO = 4
                   PERFORM PASO-CIERRE
               END-IF
               PERFORM TERMINAR-PASO
           END-IF.
      *------------------------------------------
       INICIAR-PASO.
           MOVE PASO-ESTADO (PASO) TO ESTADO-PREVIO.
           MOVE PASO-FECHA-INICIO (PASO) TO FECHA-INICIO-PREVIA.
           MOVE PASO-HORA-INICIO (PASO) TO HORA-INICIO-PREVIA.
           MOVE "I" TO PASO-ESTADO (PASO).
           ACCEPT PASO-FECHA-INICIO (PASO) FROM DATE YYYYMMDD.
           ACCEPT PASO-HORA-INICIO (PASO) FROM TIME.
           MOVE 0 TO PASO-FECHA-FIN (PASO).
           MOVE 0 TO PASO-HORA-FIN (PASO).
           MOVE 0 TO PASO-CIFRA (PASO).
           MOVE OPERADOR-FIRMA TO PASO-OPERADOR (PASO).
           MOVE SPACES TO PASO-MOTIVO (PASO).
           DISPLAY "Paso " PASO ": " PASO-PROGRAMA (PASO).
           PERFORM GRABAR-CONTROL.
           MOVE "F" TO RESULTADO-PASO.
           MOVE 0 TO CIFRA-PASO.
           MOVE SPACES TO MOTIVO-PASO.
      *------------------------------------------
       TERMINAR-PASO.
           MOVE RESULTADO-PASO TO PASO-ESTADO (PASO).
           ACCEPT PASO-FECHA-FIN (PASO) FROM DATE YYYYMMDD.
           ACCEPT PASO-HORA-FIN (PASO) FROM TIME.
           MOVE CIFRA-PASO TO PASO-CIFRA (PASO).
           MOVE MOTIVO-PASO TO PASO-MOTIVO (PASO).
           PERFORM GRABAR-CONTROL.
           IF RESULTADO-PASO NOT = "T"
               MOVE 1 TO SW-DETENIDO
               MOVE PASO TO PASO-DETENIDO
               DISPLAY "Paso fallido: " MOTIVO-PASO
           END-IF.
      *------------------------------------------
       GRABAR-CONTROL.
           OPEN EXTEND CONTROL-NOCTURNO.
           MOVE SPACES TO REG-NOCTURNO.
           MOVE FECHA-CORRIDA TO NOC-CORRIDA.
           MOVE PASO TO NOC-PASO.
           MOVE PASO-PROGRAMA (PASO) TO NOC-PROGRAMA.
           MOVE PASO-ESTADO (PASO) TO NOC-ESTADO.
           MOVE PASO-FECHA-INICIO (PASO) TO NOC-FECHA-INICIO.
           MOVE PASO-HORA-INICIO (PASO) TO NOC-HORA-INICIO.
           MOVE PASO-FECHA-FIN (PASO) TO NOC-FECHA-FIN.
           MOVE PASO-HORA-FIN (PASO) TO NOC-HORA-FIN.
           MOVE PASO-CIFRA (PASO) TO NOC-CIFRA.
           MOVE PASO-OPERADOR (PASO) TO NOC-OPERADOR.
           MOVE PASO-MOTIVO (PASO) TO NOC-MOTIVO.
           WRITE REG-NOCTURNO.
           CLOSE CONTROL-NOCTURNO.
      *------------------------------------------
      *  VERIFICA solo da por bueno el maestro si
      *  no listo excepciones y cuadra contra la
      *  bitacora; las cifras se leen del mismo
      *  VERIFICA.LST que queda para el turno.
      *------------------------------------------
       PASO-VERIFICA.
           CALL "VERIFICA".
           PERFORM LEER-CIFRAS-VERIFICA.
           MOVE CONTADOR-EXCEPCIONES TO CIFRA-PASO.
           IF SW-CIFRAS = 0
               MOVE "VERIFICA NO PUDO LEER EL MAESTRO" TO MOTIVO-PASO
           ELSE
               IF CONTADOR-EXCEPCIONES > 0
                   MOVE "HAY EXCEPCIONES, VER VERIFICA.LST"
                        TO MOTIVO-PASO
               ELSE
                   IF SW-CUADRA = 0
                       MOVE "EL MAESTRO NO CUADRA CON LA BITACORA"
                            TO MOTIVO-PASO
                   ELSE
                       MOVE "T" TO RESULTADO-PASO
                       MOVE "MAESTRO SIN EXCEPCIONES Y CUADRADO"
                            TO MOTIVO-PASO
                   END-IF
               END-IF
           END-IF.
      *------------------------------------------
       LEER-CIFRAS-VERIFICA.
           MOVE 0 TO SW-CIFRAS.
           MOVE 0 TO SW-CUADRA.
           MOVE 0 TO CONTADOR-EXCEPCIONES.
           OPEN INPUT LISTADO-VERIFICA.
           MOVE 0 TO SW-FIN.
           PERFORM LEER-LINEA-VERIFICA.
           PERFORM REVISAR-LINEA-VERIFICA UNTIL SW-FIN = 1.
           CLOSE LISTADO-VERIFICA.
      *------------------------------------------
       LEER-LINEA-VERIFICA.
           READ LISTADO-VERIFICA
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       REVISAR-LINEA-VERIFICA.
           IF VER-TEXTO = "EXCEPCIONES LISTADAS..............:"
               MOVE 1 TO SW-CIFRAS
               MOVE VER-VALOR TO CONTADOR-EXCEPCIONES
           END-IF.
           IF LINEA-VERIFICA = "EL MAESTRO CUADRA CON LA BITACORA"
               MOVE 1 TO SW-CUADRA
           END-IF.
           PERFORM LEER-LINEA-VERIFICA.
      *------------------------------------------
      *  Si el paso quedo iniciado sin fin (la
      *  corrida se cayo), se mira en RESPCTL.DAT
      *  si RESPALDA alcanzo a grabar su
      *  generacion despues de ese inicio; si es
      *  asi el respaldo ya esta tomado y no se
      *  gasta otra generacion.  Si no, RESPALDA
      *  vuelve a elegir el mismo lugar, porque
      *  solo marca la generacion al terminar.
      *------------------------------------------
       PASO-RESPALDA.
           MOVE 0 TO SW-RESUELTO.
           IF ESTADO-PREVIO = "I"
               PERFORM BUSCAR-GENERACION
               IF FECHA-GENERACION > FECHA-INICIO-PREVIA
                  OR (FECHA-GENERACION = FECHA-INICIO-PREVIA
                      AND HORA-GENERACION >= HORA-INICIO-PREVIA)
                   MOVE 1 TO SW-RESUELTO
                   MOVE "T" TO RESULTADO-PASO
                   MOVE GENERACION-NUEVA TO CIFRA-PASO
                   MOVE "RESPALDO YA TOMADO EN LA GENERACION"
                        TO MOTIVO-PASO
                   MOVE GENERACION-NUEVA TO MOTIVO-PASO (37:1)
               END-IF
           END-IF.
           IF SW-RESUELTO = 0
               MOVE "N" TO MODO-RESPALDO
               CALL "RESPALDA" USING MODO-RESPALDO
               IF RETURN-CODE = 0
                   PERFORM BUSCAR-GENERACION
                   MOVE "T" TO RESULTADO-PASO
                   MOVE GENERACION-NUEVA TO CIFRA-PASO
                   MOVE "RESPALDO TOMADO EN LA GENERACION"
                        TO MOTIVO-PASO
                   MOVE GENERACION-NUEVA TO MOTIVO-PASO (34:1)
               ELSE
                   MOVE "RESPALDA NO PUDO TOMAR EL RESPALDO"
                        TO MOTIVO-PASO
               END-IF
           END-IF.
      *------------------------------------------
       BUSCAR-GENERACION.
           MOVE 0 TO GENERACION-NUEVA.
           MOVE 0 TO FECHA-GENERACION.
           MOVE 0 TO HORA-GENERACION.
           OPEN INPUT CONTROL-RESPALDO.
           MOVE 0 TO SW-FIN.
           PERFORM LEER-LINEA-RESPALDO.
           PERFORM REVISAR-GENERACION UNTIL SW-FIN = 1.
           CLOSE CONTROL-RESPALDO.
      *------------------------------------------
       LEER-LINEA-RESPALDO.
           READ CONTROL-RESPALDO
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       REVISAR-GENERACION.
           IF CTL-FECHA > FECHA-GENERACION
              OR (CTL-FECHA = FECHA-GENERACION
                  AND CTL-HORA > HORA-GENERACION)
               MOVE CTL-GENERACION TO GENERACION-NUEVA
               MOVE CTL-FECHA TO FECHA-GENERACION
               MOVE CTL-HORA TO HORA-GENERACION
           END-IF.
           PERFORM LEER-LINEA-RESPALDO.
      *------------------------------------------
      *  Lo que MANTLOTE alcanzo a aplicar ya no
      *  debe volver a correr: MANTLOTE.DAT se
      *  agrega al final de MANTLOTE.APL (que
      *  guarda todos los lotes) y en su lugar
      *  quedan solo las lineas rechazadas, para
      *  que el turno de la manana las corrija (o
      *  vacie el archivo) antes de reanudar.  Si
      *  el paso quedo iniciado sin fin no se sabe
      *  que tanto se aplico: se marca fallido sin
      *  correr y el supervisor depura MANTLOTE.DAT
      *  contra AMIGOS.LOG antes de reanudar.
      *------------------------------------------
       PASO-MANTLOTE.
           MOVE 0 TO CONTADOR-RECHAZOS.
           IF ESTADO-PREVIO = "I"
               MOVE "MANTLOTE INTERRUMPIDO, DEPURE MANTLOTE.DAT"
                    TO MOTIVO-PASO
           ELSE
               CALL "APLILOTE" USING OPERADOR-FIRMA
               IF RETURN-CODE = 8
                   MOVE "MANTLOTE NO PUDO ABRIR SUS ARCHIVOS"
                        TO MOTIVO-PASO
               ELSE
                   PERFORM APARTAR-LOTE
                   MOVE CONTADOR-RECHAZOS TO CIFRA-PASO
                   IF CONTADOR-RECHAZOS = 0
                       MOVE "T" TO RESULTADO-PASO
                       MOVE "LOTE APLICADO SIN RECHAZOS"
                            TO MOTIVO-PASO
                   ELSE
                       MOVE "HAY RECHAZOS, CORRIJA MANTLOTE.DAT"
                            TO MOTIVO-PASO
                   END-IF
               END-IF
           END-IF.
      *------------------------------------------
       APARTAR-LOTE.
           MOVE 0 TO SW-LOTE.
           MOVE 0 TO CONTADOR-APARTADAS.
           OPEN INPUT LOTE.
           IF ESTADO-LOTE = "00"
               MOVE 1 TO SW-LOTE
               OPEN EXTEND LOTE-APLICADO
               MOVE 0 TO SW-FIN
               PERFORM LEER-LOTE
               PERFORM COPIAR-LOTE UNTIL SW-FIN = 1
               CLOSE LOTE-APLICADO
           END-IF.
           CLOSE LOTE.
           IF SW-LOTE = 1
               OPEN OUTPUT LOTE
           END-IF.
           OPEN INPUT RECHAZOS.
           MOVE 0 TO SW-FIN.
           PERFORM LEER-RECHAZO.
           PERFORM DEVOLVER-RECHAZO UNTIL SW-FIN = 1.
           CLOSE RECHAZOS.
           IF SW-LOTE = 1
               CLOSE LOTE
           END-IF.
      *------------------------------------------
       LEER-LOTE.
           READ LOTE
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       COPIAR-LOTE.
           MOVE LINEA-LOTE TO LINEA-APLICADA.
           WRITE LINEA-APLICADA.
           ADD 1 TO CONTADOR-APARTADAS.
           PERFORM LEER-LOTE.
      *------------------------------------------
       LEER-RECHAZO.
           READ RECHAZOS
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       DEVOLVER-RECHAZO.
           ADD 1 TO CONTADOR-RECHAZOS.
           IF SW-LOTE = 1
               MOVE RCH-LINEA TO LINEA-LOTE
               WRITE LINEA-LOTE
           END-IF.
           PERFORM LEER-RECHAZO.
      *------------------------------------------
      *  CIERRE cierra un dia por corrida; si hay
      *  varios dias pendientes se vuelve a
      *  llamar mientras avance y no llegue a hoy.
      *  El paso es bueno si la ultima linea de
      *  CIERRCTL.DAT quedo en estado C.
      *------------------------------------------
       PASO-CIERRE.
           MOVE 0 TO FECHA-CERRADA.
           MOVE 1 TO SW-OTRO-CIERRE.
           PERFORM CORRER-CIERRE UNTIL SW-OTRO-CIERRE = 0.
           IF ULTIMO-ESTADO-CIERRE = "C"
               MOVE "T" TO RESULTADO-PASO
               MOVE "CERRADO HASTA EL DIA" TO MOTIVO-PASO
               MOVE ULTIMA-FECHA-CIERRE TO MOTIVO-PASO (22:8)
           ELSE
               MOVE "CIERRE NO LLEGO AL ESTADO C" TO MOTIVO-PASO
               MOVE ULTIMA-FECHA-CIERRE TO MOTIVO-PASO (29:8)
           END-IF.
      *------------------------------------------
       CORRER-CIERRE.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           CALL "CIERRE".
           PERFORM LEER-ULTIMO-CIERRE.
           MOVE 0 TO SW-OTRO-CIERRE.
           IF ULTIMO-ESTADO-CIERRE = "C"
               IF ULTIMA-FECHA-CIERRE < FECHA-HOY
                  AND ULTIMA-FECHA-CIERRE > FECHA-CERRADA
                   MOVE 1 TO SW-OTRO-CIERRE
               END-IF
               MOVE ULTIMA-FECHA-CIERRE TO FECHA-CERRADA
           END-IF.
      *------------------------------------------
       LEER-ULTIMO-CIERRE.
           MOVE 0 TO ULTIMA-FECHA-CIERRE.
           MOVE SPACE TO ULTIMO-ESTADO-CIERRE.
           OPEN INPUT CONTROL-CIERRE.
           MOVE 0 TO SW-FIN.
           PERFORM LEER-LINEA-CIERRE.
           PERFORM GUARDAR-LINEA-CIERRE UNTIL SW-FIN = 1.
           CLOSE CONTROL-CIERRE.
      *------------------------------------------
       LEER-LINEA-CIERRE.
           READ CONTROL-CIERRE
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       GUARDAR-LINEA-CIERRE.
           MOVE CIE-FECHA TO ULTIMA-FECHA-CIERRE.
           MOVE CIE-ESTADO TO ULTIMO-ESTADO-CIERRE.
           PERFORM LEER-LINEA-CIERRE.
      *------------------------------------------
      *  Resumen de una hoja para el turno de la
      *  manana: todos los pasos de la corrida,
      *  incluso los que terminaron en una
      *  corrida anterior que se reanudo.
      *------------------------------------------
       IMPRIMIR-RESUMEN.
           OPEN OUTPUT REPORTE.
           MOVE FECHA-CORRIDA TO TIT-FECHA.
           ACCEPT TIT-IMPRESO FROM DATE YYYYMMDD.
           MOVE LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE OPERADOR-FIRMA TO OPE-LINEA.
           MOVE LINEA-OPERADOR TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-ENCABEZADO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM IMPRIMIR-PASO VARYING IND FROM 1 BY 1 UNTIL IND > 4.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF SW-DETENIDO = 1
               MOVE "*** CORRIDA DETENIDA EN EL PASO" TO LINEA-REPORTE
               MOVE PASO-DETENIDO TO LINEA-REPORTE (33:1)
               MOVE PASO-PROGRAMA (PASO-DETENIDO)
                    TO LINEA-REPORTE (35:8)
               MOVE "***" TO LINEA-REPORTE (44:3)
               WRITE LINEA-REPORTE
               MOVE "CORRIJA LA CAUSA Y VUELVA A CORRER NOCTURNO;"
                    TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "LA CORRIDA SE REANUDA EN EL PASO QUE FALLO."
                    TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               MOVE "CORRIDA NOCTURNA TERMINADA SIN NOVEDAD"
                    TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CIFRA: EXCEPCIONES (VERIFICA), GENERACION (RESPALDA),"
                TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "RECHAZOS (MANTLOTE).  EL LOTE LEIDO SE AGREGA AL"
                TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "FINAL DE MANTLOTE.APL, QUE GUARDA TODOS LOS LOTES."
                TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE.
      *------------------------------------------
       IMPRIMIR-PASO.
           MOVE IND TO DET-PASO.
           MOVE PASO-PROGRAMA (IND) TO DET-PROGRAMA.
           IF PASO-ESTADO (IND) = "T"
               MOVE "TERMINADO" TO DET-ESTADO
           ELSE
               IF PASO-ESTADO (IND) = "F"
                   MOVE "FALLIDO" TO DET-ESTADO
               ELSE
                   IF PASO-ESTADO (IND) = "I"
                       MOVE "INTERRUMPIDO" TO DET-ESTADO
                   ELSE
                       MOVE "NO CORRIO" TO DET-ESTADO
                   END-IF
               END-IF
           END-IF.
           MOVE PASO-FECHA-INICIO (IND) TO DET-FECHA-INICIO.
           MOVE PASO-HORA-INICIO (IND) (1:6) TO DET-HORA-INICIO.
           MOVE PASO-FECHA-FIN (IND) TO DET-FECHA-FIN.
           MOVE PASO-HORA-FIN (IND) (1:6) TO DET-HORA-FIN.
           MOVE PASO-CIFRA (IND) TO DET-CIFRA.
           MOVE LINEA-PASO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF PASO-MOTIVO (IND) NOT = SPACES
               MOVE PASO-MOTIVO (IND) TO MOT-TEXTO
               MOVE LINEA-MOTIVO TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
      *------------------------------------------
       MOSTRAR-RESUMEN.
           IF SW-DETENIDO = 1
               DISPLAY "Corrida detenida en el paso " PASO-DETENIDO
                       ": " PASO-PROGRAMA (PASO-DETENIDO)
           ELSE
               DISPLAY "Corrida nocturna terminada sin novedad"
           END-IF.
           DISPLAY "Resumen de la corrida en NOCTURNO.LST".
