       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITA.
      *------------------------------------------
      *  Actividad de los operadores en un rango
      *  de fechas (0 = sin limite), para el
      *  supervisor.  Lee la bitacora de los dias
      *  cerrados (LGaaaammdd.HIS, en el orden de
      *  CIERRCTL.DAT) y la de AMIGOS.LOG, las
      *  tareas de AGENDA.DAT y las purgas de
      *  AMIGOS.HIS.  AUDITA.LST trae:
      *  - por operador y dia, altas, bajas,
      *    modificaciones, reactivaciones,
      *    fusiones, reclasificaciones y otras
      *    lineas, y tareas grabadas y terminadas;
      *  - las corridas de PURGA (fecha, firma y
      *    registros purgados);
      *  - las lineas sospechosas: en sabado o
      *    domingo, fuera del horario de oficina,
      *    de operadores inactivos o que no
      *    existen en OPERADOR.DAT, y sin firma
      *    despues de la fecha en que empezo la
      *    firma.  Si esa fecha se deja en 0 se
      *    toma la de la primera linea firmada de
      *    la bitacora.
      *  Una fusion se cuenta una vez, en la linea
      *  FUSION del codigo que sobrevive.
      *------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------
       INPUT-OUTPUT SECTION.
      *------------------------------------------
       FILE-CONTROL.
           COPY OPERFC.
           COPY HISFC.
           COPY AGENFC.
           COPY LOGFC.
           COPY CIERCFC.
           SELECT HISTORIAL-DIA ASSIGN TO DYNAMIC NOMBRE-HISTORIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-HIS-DIA.
           SELECT TOTALES ASSIGN TO RANDOM "AUDITA.TOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOT-CLAVE
               FILE STATUS IS ESTADO-TOTALES.
           SELECT SOSPECHAS ASSIGN TO "AUDITA.SOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-SOSPECHAS.
           SELECT REPORTE ASSIGN TO "AUDITA.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
       FILE SECTION.
      *------------------------------------------
           COPY OPERFD.
           COPY HISFD.
           COPY AGENFD.
           COPY LOGFD.
           COPY CIERCFD.
      *------------------------------------------
       FD HISTORIAL-DIA.
       01 REG-HISTORIAL-DIA PIC X(142).
      *------------------------------------------
      *  TOT-TIPO: A = actividad de un operador
      *  en un dia, P = corrida de PURGA.
      *------------------------------------------
       FD TOTALES.
       01 REG-TOTALES.
        02 TOT-CLAVE.
         03 TOT-TIPO       PIC X(1).
         03 TOT-OPERADOR   PIC X(3).
         03 TOT-FECHA      PIC 9(8).
        02 TOT-ALTAS       PIC 9(5).
        02 TOT-BAJAS       PIC 9(5).
        02 TOT-MODIFICAS   PIC 9(5).
        02 TOT-REACTIVAS   PIC 9(5).
        02 TOT-FUSIONES    PIC 9(5).
        02 TOT-RECLAS      PIC 9(5).
        02 TOT-OTRAS       PIC 9(5).
        02 TOT-CREADAS     PIC 9(5).
        02 TOT-TERMINADAS  PIC 9(5).
        02 TOT-PURGADOS    PIC 9(5).
      *------------------------------------------
       FD SOSPECHAS.
       01 REG-SOSPECHAS PIC X(132).
      *------------------------------------------
       FD REPORTE.
       01 LINEA-REPORTE PIC X(132).
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-OPERADORES PIC X(2).
        02 ESTADO-HIS PIC X(2).
        02 ESTADO-AGENDA PIC X(2).
        02 ESTADO-LOG PIC X(2).
        02 ESTADO-CIERRE PIC X(2).
        02 ESTADO-HIS-DIA PIC X(2).
        02 ESTADO-TOTALES PIC X(2).
        02 ESTADO-SOSPECHAS PIC X(2).
        02 SW PIC 9.
        02 SW-FIN PIC 9.
        02 SW-FIN-CTL PIC 9.
        02 SW-FIN-DIA PIC 9.
        02 SW-NUEVO PIC 9.
        02 SW-OPERADOR PIC 9.
        02 FECHA-DESDE-X PIC X(8).
        02 FECHA-HASTA-X PIC X(8).
        02 FECHA-FIRMA-X PIC X(8).
        02 HORA-ENTRADA-X PIC X(4).
        02 HORA-SALIDA-X PIC X(4).
        02 FECHA-DESDE PIC 9(8).
        02 FECHA-HASTA PIC 9(8).
        02 FECHA-FIRMA PIC 9(8).
        02 HORA-ENTRADA PIC 9(4).
        02 HORA-SALIDA PIC 9(4).
        02 HORA-LINEA PIC 9(4).
        02 ANIO-LINEA PIC 9(4).
        02 MESDIA-LINEA PIC 9(4).
        02 MES-LINEA PIC 9(2).
        02 DIA-LINEA PIC 9(2).
        02 SIGLO-LINEA PIC 9(2).
        02 ANIO-SIGLO PIC 9(2).
        02 CUARTO-SIGLO PIC 9(2).
        02 CUARTO-ANIO PIC 9(2).
        02 TERMINO-MES PIC 9(3).
        02 SUMA-ZELLER PIC 9(4).
        02 COCIENTE-ZELLER PIC 9(4).
        02 DIA-SEMANA PIC 9(1).
        02 FECHA-HOY PIC 9(8).
        02 FECHA-LISTADA PIC 9(8).
        02 NOMBRE-HISTORIAL PIC X(14) VALUE "LG00000000.HIS".
        02 OPERADOR-ACTUAL PIC X(3).
        02 NOMBRE-OPERADOR PIC X(30).
        02 NOTA-OPERADOR PIC X(12).
        02 TEXTO-SECCION PIC X(60).
        02 TEXTO-COLUMNAS PIC X(132).
        02 COLUMNAS-SECCION PIC X(132).
        02 CONTADOR-LINEAS PIC 9(3).
        02 NUMERO-PAGINA PIC 9(3).
        02 LINEAS-POR-PAGINA PIC 9(3) VALUE 20.
        02 CONTADOR-LEIDAS PIC 9(7).
        02 CONTADOR-EN-RANGO PIC 9(7).
        02 CONTADOR-FUERA-HORARIO PIC 9(5).
        02 CONTADOR-FIN-SEMANA PIC 9(5).
        02 CONTADOR-INACTIVOS PIC 9(5).
        02 CONTADOR-INEXISTENTES PIC 9(5).
        02 CONTADOR-SIN-FIRMA PIC 9(5).
        02 CONTADOR-SOSPECHAS PIC 9(5).
        02 CONTADOR-CREADAS PIC 9(5).
        02 CONTADOR-TERMINADAS PIC 9(5).
        02 CONTADOR-PURGAS PIC 9(5).
        02 CONTADOR-PURGADOS PIC 9(5).
        02 CONTADOR-ARCHIVOS PIC 9(5).
      *------------------------------------------
       01 ACUMULADO-OPERADOR.
        02 ACU-ALTAS       PIC 9(5).
        02 ACU-BAJAS       PIC 9(5).
        02 ACU-MODIFICAS   PIC 9(5).
        02 ACU-REACTIVAS   PIC 9(5).
        02 ACU-FUSIONES    PIC 9(5).
        02 ACU-RECLAS      PIC 9(5).
        02 ACU-OTRAS       PIC 9(5).
        02 ACU-CREADAS     PIC 9(5).
        02 ACU-TERMINADAS  PIC 9(5).
      *------------------------------------------
       01 LINEA-BITACORA.
        02 BIT-CODIGO PIC 9(5).
        02 FILLER     PIC X(1).
        02 BIT-ACCION PIC X(8).
        02 FILLER     PIC X(1).
        02 BIT-FECHA  PIC 9(8).
        02 FILLER     PIC X(1).
        02 BIT-HORA   PIC 9(8).
        02 FILLER     PIC X(1).
        02 BIT-NOMBRE-ANT   PIC X(30).
        02 FILLER     PIC X(1).
        02 BIT-NOMBRE-NVO   PIC X(30).
        02 FILLER     PIC X(1).
        02 BIT-TELEFONO-ANT PIC X(20).
        02 FILLER     PIC X(1).
        02 BIT-TELEFONO-NVO PIC X(20).
        02 FILLER     PIC X(1).
        02 BIT-OPERADOR PIC X(3).
        02 FILLER     PIC X(1).
        02 BIT-CATEGORIA PIC X(1).
      *------------------------------------------
       01 LINEA-ENCABEZADO-1.
        02 FILLER     PIC X(25) VALUE SPACES.
        02 FILLER     PIC X(24) VALUE "ACTIVIDAD DE OPERADORES ".
        02 ENC-FECHA  PIC 9(8).
        02 FILLER     PIC X(13) VALUE SPACES.
        02 FILLER     PIC X(7)  VALUE "PAGINA ".
        02 ENC-PAGINA PIC ZZ9.
      *------------------------------------------
       01 LINEA-RANGO.
        02 FILLER    PIC X(10) VALUE "RANGO DEL ".
        02 RAN-DESDE PIC 9(8).
        02 FILLER    PIC X(4)  VALUE " AL ".
        02 RAN-HASTA PIC 9(8).
        02 FILLER    PIC X(11) VALUE "  HORARIO ".
        02 RAN-ENTRADA PIC 9(4).
        02 FILLER    PIC X(3)  VALUE " A ".
        02 RAN-SALIDA PIC 9(4).
        02 FILLER    PIC X(20) VALUE "  FIRMA EN USO DESDE".
        02 FILLER    PIC X(1)  VALUE SPACES.
        02 RAN-FIRMA PIC 9(8).
      *------------------------------------------
       01 COLUMNAS-ACTIVIDAD.
        02 FILLER PIC X(12) VALUE "  FECHA".
        02 FILLER PIC X(8)  VALUE "   ALTAS".
        02 FILLER PIC X(8)  VALUE "   BAJAS".
        02 FILLER PIC X(8)  VALUE " MODIFIC".
        02 FILLER PIC X(8)  VALUE " REACTIV".
        02 FILLER PIC X(8)  VALUE "  FUSION".
        02 FILLER PIC X(8)  VALUE "  RECLAS".
        02 FILLER PIC X(8)  VALUE "   OTRAS".
        02 FILLER PIC X(8)  VALUE " TAR.GRA".
        02 FILLER PIC X(8)  VALUE " TAR.TER".
      *------------------------------------------
       01 COLUMNAS-PURGA.
        02 FILLER PIC X(12) VALUE "  FECHA".
        02 FILLER PIC X(36) VALUE "OPERADOR".
        02 FILLER PIC X(10) VALUE "PURGADOS".
        02 FILLER PIC X(12) VALUE "NOTA".
      *------------------------------------------
       01 COLUMNAS-SOSPECHA.
        02 FILLER PIC X(12) VALUE "  FECHA".
        02 FILLER PIC X(10) VALUE "HORA".
        02 FILLER PIC X(5)  VALUE "OPE".
        02 FILLER PIC X(10) VALUE "ACCION".
        02 FILLER PIC X(7)  VALUE "CODIGO".
        02 FILLER PIC X(25) VALUE "MOTIVO".
      *------------------------------------------
       01 LINEA-OPERADOR.
        02 FILLER      PIC X(9) VALUE "OPERADOR ".
        02 LOP-CODIGO  PIC X(3).
        02 FILLER      PIC X(2) VALUE SPACES.
        02 LOP-NOMBRE  PIC X(30).
        02 FILLER      PIC X(2) VALUE SPACES.
        02 LOP-NOTA    PIC X(12).
      *------------------------------------------
       01 LINEA-DIA.
        02 FILLER         PIC X(2) VALUE SPACES.
        02 DIA-FECHA      PIC X(8).
        02 FILLER         PIC X(2) VALUE SPACES.
        02 FILLER         PIC X(3) VALUE SPACES.
        02 DIA-ALTAS      PIC ZZZZ9.
        02 FILLER         PIC X(3) VALUE SPACES.
        02 DIA-BAJAS      PIC ZZZZ9.
        02 FILLER         PIC X(3) VALUE SPACES.
        02 DIA-MODIFICAS  PIC ZZZZ9.
        02 FILLER         PIC X(3) VALUE SPACES.
        02 DIA-REACTIVAS  PIC ZZZZ9.
        02 FILLER         PIC X(3) VALUE SPACES.
        02 DIA-FUSIONES   PIC ZZZZ9.
        02 FILLER         PIC X(3) VALUE SPACES.
        02 DIA-RECLAS     PIC ZZZZ9.
        02 FILLER         PIC X(3) VALUE SPACES.
        02 DIA-OTRAS      PIC ZZZZ9.
        02 FILLER         PIC X(3) VALUE SPACES.
        02 DIA-CREADAS    PIC ZZZZ9.
        02 FILLER         PIC X(3) VALUE SPACES.
        02 DIA-TERMINADAS PIC ZZZZ9.
      *------------------------------------------
       01 LINEA-PURGA.
        02 FILLER       PIC X(2) VALUE SPACES.
        02 LPU-FECHA    PIC 9(8).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 LPU-OPERADOR PIC X(3).
        02 FILLER       PIC X(1) VALUE SPACES.
        02 LPU-NOMBRE   PIC X(30).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 LPU-PURGADOS PIC ZZZZ9.
        02 FILLER       PIC X(5) VALUE SPACES.
        02 LPU-NOTA     PIC X(12).
      *------------------------------------------
       01 LINEA-SOSPECHA.
        02 FILLER       PIC X(2) VALUE SPACES.
        02 SOS-FECHA    PIC 9(8).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 SOS-HORA     PIC 9(8).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 SOS-OPERADOR PIC X(3).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 SOS-ACCION   PIC X(8).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 SOS-CODIGO   PIC 9(5).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 SOS-MOTIVO   PIC X(25).
      *------------------------------------------
       01 LINEA-CIFRA.
        02 CIF-TEXTO PIC X(35).
        02 CIF-VALOR PIC ZZZZZZ9.
      *------------------------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE 0 TO SW.
           MOVE 0 TO CONTADOR-LEIDAS.
           MOVE 0 TO CONTADOR-EN-RANGO.
           MOVE 0 TO CONTADOR-FUERA-HORARIO.
           MOVE 0 TO CONTADOR-FIN-SEMANA.
           MOVE 0 TO CONTADOR-INACTIVOS.
           MOVE 0 TO CONTADOR-INEXISTENTES.
           MOVE 0 TO CONTADOR-SIN-FIRMA.
           MOVE 0 TO CONTADOR-SOSPECHAS.
           MOVE 0 TO CONTADOR-CREADAS.
           MOVE 0 TO CONTADOR-TERMINADAS.
           MOVE 0 TO CONTADOR-PURGAS.
           MOVE 0 TO CONTADOR-PURGADOS.
           MOVE 0 TO CONTADOR-ARCHIVOS.
           MOVE 0 TO NUMERO-PAGINA.
           MOVE 99 TO CONTADOR-LINEAS.
           MOVE SPACES TO TEXTO-COLUMNAS.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM PEDIR-RANGO.
           PERFORM ABRIR-ARCHIVOS.
           IF SW = 0
               PERFORM RECORRER-CERRADOS
               PERFORM RECORRER-BITACORA-ACTUAL
               CLOSE SOSPECHAS
               PERFORM CONTAR-AGENDA
               PERFORM CONTAR-PURGAS
               PERFORM IMPRIMIR-ACTIVIDAD
               PERFORM IMPRIMIR-PURGAS
               PERFORM IMPRIMIR-SOSPECHAS
               PERFORM IMPRIMIR-CIFRAS
               DISPLAY "Lineas de bitacora en rango.: "
                       CONTADOR-EN-RANGO
               DISPLAY "Lineas sospechosas..........: "
                       CONTADOR-SOSPECHAS
               DISPLAY "Corridas de purga...........: "
                       CONTADOR-PURGAS
           END-IF.
           PERFORM CERRAR-ARCHIVOS.
           STOP RUN.
      *------------------------------------------
       PEDIR-RANGO.
           DISPLAY "Actividad desde (AAAAMMDD, 0=toda)...: ".
           ACCEPT FECHA-DESDE-X.
           IF FECHA-DESDE-X IS NUMERIC
               MOVE FECHA-DESDE-X TO FECHA-DESDE
           ELSE
               MOVE 0 TO FECHA-DESDE
           END-IF.
           DISPLAY "Actividad hasta (AAAAMMDD, 0=toda)...: ".
           ACCEPT FECHA-HASTA-X.
           IF FECHA-HASTA-X IS NUMERIC
               MOVE FECHA-HASTA-X TO FECHA-HASTA
           ELSE
               MOVE 0 TO FECHA-HASTA
           END-IF.
           IF FECHA-HASTA = 0
               MOVE 99999999 TO FECHA-HASTA
           END-IF.
           DISPLAY "Horario desde (HHMM, 0=0800).........: ".
           ACCEPT HORA-ENTRADA-X.
           IF HORA-ENTRADA-X IS NUMERIC
               MOVE HORA-ENTRADA-X TO HORA-ENTRADA
           ELSE
               MOVE 0 TO HORA-ENTRADA
           END-IF.
           IF HORA-ENTRADA = 0
               MOVE 0800 TO HORA-ENTRADA
           END-IF.
           DISPLAY "Horario hasta (HHMM, 0=1900).........: ".
           ACCEPT HORA-SALIDA-X.
           IF HORA-SALIDA-X IS NUMERIC
               MOVE HORA-SALIDA-X TO HORA-SALIDA
           ELSE
               MOVE 0 TO HORA-SALIDA
           END-IF.
           IF HORA-SALIDA = 0
               MOVE 1900 TO HORA-SALIDA
           END-IF.
           DISPLAY "Firma en uso desde (AAAAMMDD, 0=la".
           DISPLAY "primera linea firmada)...............: ".
           ACCEPT FECHA-FIRMA-X.
           IF FECHA-FIRMA-X IS NUMERIC
               MOVE FECHA-FIRMA-X TO FECHA-FIRMA
           ELSE
               MOVE 0 TO FECHA-FIRMA
           END-IF.
      *------------------------------------------
       ABRIR-ARCHIVOS.
           OPEN INPUT OPERADORES.
           IF ESTADO-OPERADORES NOT = "00"
               DISPLAY "No pude abrir OPERADOR.DAT: " ESTADO-OPERADORES
               MOVE 1 TO SW
           END-IF.
           OPEN OUTPUT TOTALES.
           CLOSE TOTALES.
           OPEN I-O TOTALES.
           OPEN OUTPUT SOSPECHAS.
           OPEN OUTPUT REPORTE.
      *------------------------------------------
      *  Los dias cerrados se recorren en el orden
      *  de CIERRCTL.DAT, como en HISTORIA; un dia
      *  reabierto aparece dos veces en el control
      *  y solo se lee una.
      *------------------------------------------
       RECORRER-CERRADOS.
           MOVE 0 TO FECHA-LISTADA.
           MOVE 0 TO SW-FIN-CTL.
           OPEN INPUT CONTROL-CIERRE.
           PERFORM LEER-CONTROL-CIERRE.
           PERFORM REVISAR-CONTROL-CIERRE UNTIL SW-FIN-CTL = 1.
           CLOSE CONTROL-CIERRE.
      *------------------------------------------
       LEER-CONTROL-CIERRE.
           READ CONTROL-CIERRE
               AT END
                   MOVE 1 TO SW-FIN-CTL
           END-READ.
      *------------------------------------------
       REVISAR-CONTROL-CIERRE.
           IF CIE-ESTADO = "C" AND CIE-FECHA > FECHA-LISTADA
               MOVE CIE-FECHA TO FECHA-LISTADA
               MOVE FECHA-LISTADA TO NOMBRE-HISTORIAL (3:8)
               PERFORM LEER-UN-CERRADO
           END-IF.
           PERFORM LEER-CONTROL-CIERRE.
      *------------------------------------------
       LEER-UN-CERRADO.
           OPEN INPUT HISTORIAL-DIA.
           IF ESTADO-HIS-DIA = "00"
               ADD 1 TO CONTADOR-ARCHIVOS
               MOVE 0 TO SW-FIN-DIA
               PERFORM LEER-HISTORIAL-DIA
               PERFORM REVISAR-HISTORIAL-DIA UNTIL SW-FIN-DIA = 1
               CLOSE HISTORIAL-DIA
           END-IF.
      *------------------------------------------
       LEER-HISTORIAL-DIA.
           READ HISTORIAL-DIA
               AT END
                   MOVE 1 TO SW-FIN-DIA
           END-READ.
      *------------------------------------------
       REVISAR-HISTORIAL-DIA.
           MOVE REG-HISTORIAL-DIA TO LINEA-BITACORA.
           PERFORM REVISAR-LINEA.
           PERFORM LEER-HISTORIAL-DIA.
      *------------------------------------------
       RECORRER-BITACORA-ACTUAL.
           OPEN INPUT AMIGOS-LOG.
           MOVE 0 TO SW-FIN.
           PERFORM LEER-LOG.
           PERFORM REVISAR-LOG UNTIL SW-FIN = 1.
           CLOSE AMIGOS-LOG.
      *------------------------------------------
       LEER-LOG.
           READ AMIGOS-LOG
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       REVISAR-LOG.
           MOVE REG-LOG TO LINEA-BITACORA.
           PERFORM REVISAR-LINEA.
           PERFORM LEER-LOG.
      *------------------------------------------
      *  Las lineas llegan en orden cronologico,
      *  asi que la primera firmada marca el
      *  arranque de la firma cuando no se dio.
      *------------------------------------------
       REVISAR-LINEA.
           ADD 1 TO CONTADOR-LEIDAS.
           IF BIT-OPERADOR NOT = SPACES AND FECHA-FIRMA = 0
               MOVE BIT-FECHA TO FECHA-FIRMA
           END-IF.
           IF BIT-FECHA >= FECHA-DESDE AND BIT-FECHA <= FECHA-HASTA
               ADD 1 TO CONTADOR-EN-RANGO
               MOVE "A" TO TOT-TIPO
               MOVE BIT-OPERADOR TO TOT-OPERADOR
               MOVE BIT-FECHA TO TOT-FECHA
               PERFORM LEER-TOTAL-CLAVE
               PERFORM ACUMULAR-ACCION
               PERFORM GRABAR-TOTAL
               PERFORM REVISAR-SOSPECHA
           END-IF.
      *------------------------------------------
       ACUMULAR-ACCION.
           IF BIT-ACCION = "ALTA"
               ADD 1 TO TOT-ALTAS
           END-IF.
           IF BIT-ACCION = "BAJA"
               ADD 1 TO TOT-BAJAS
           END-IF.
           IF BIT-ACCION = "MODIFICA"
               ADD 1 TO TOT-MODIFICAS
           END-IF.
           IF BIT-ACCION = "REACTIVA"
               ADD 1 TO TOT-REACTIVAS
           END-IF.
           IF BIT-ACCION = "RECLAS"
               ADD 1 TO TOT-RECLAS
           END-IF.
           IF BIT-ACCION = "FUSION"
              AND BIT-NOMBRE-NVO (1:7) = "ABSORBE"
               ADD 1 TO TOT-FUSIONES
           END-IF.
           IF BIT-ACCION NOT = "ALTA" AND BIT-ACCION NOT = "BAJA"
              AND BIT-ACCION NOT = "MODIFICA"
              AND BIT-ACCION NOT = "REACTIVA"
              AND BIT-ACCION NOT = "RECLAS"
              AND BIT-ACCION NOT = "FUSION"
               ADD 1 TO TOT-OTRAS
           END-IF.
      *------------------------------------------
       REVISAR-SOSPECHA.
           MOVE 9 TO DIA-SEMANA.
           IF BIT-FECHA IS NUMERIC
               PERFORM CALCULAR-DIA-SEMANA
           END-IF.
           IF DIA-SEMANA = 0 OR DIA-SEMANA = 1
               MOVE "FIN DE SEMANA" TO SOS-MOTIVO
               ADD 1 TO CONTADOR-FIN-SEMANA
               PERFORM ESCRIBIR-SOSPECHA
           END-IF.
           IF BIT-HORA IS NUMERIC
               MOVE BIT-HORA (1:4) TO HORA-LINEA
               IF HORA-LINEA < HORA-ENTRADA
                  OR HORA-LINEA NOT < HORA-SALIDA
                   MOVE "FUERA DE HORARIO" TO SOS-MOTIVO
                   ADD 1 TO CONTADOR-FUERA-HORARIO
                   PERFORM ESCRIBIR-SOSPECHA
               END-IF
           END-IF.
           IF BIT-OPERADOR = SPACES
               IF FECHA-FIRMA NOT = 0 AND BIT-FECHA >= FECHA-FIRMA
                   MOVE "SIN FIRMA DE OPERADOR" TO SOS-MOTIVO
                   ADD 1 TO CONTADOR-SIN-FIRMA
                   PERFORM ESCRIBIR-SOSPECHA
               END-IF
           ELSE
               MOVE BIT-OPERADOR TO OPERADOR-ACTUAL
               PERFORM BUSCAR-OPERADOR
               IF SW-OPERADOR = 0
                   MOVE "OPERADOR NO EXISTE" TO SOS-MOTIVO
                   ADD 1 TO CONTADOR-INEXISTENTES
                   PERFORM ESCRIBIR-SOSPECHA
               END-IF
               IF SW-OPERADOR = 2
                   MOVE "OPERADOR INACTIVO" TO SOS-MOTIVO
                   ADD 1 TO CONTADOR-INACTIVOS
                   PERFORM ESCRIBIR-SOSPECHA
               END-IF
           END-IF.
      *------------------------------------------
      *  Dia de la semana por la congruencia de
      *  Zeller: enero y febrero cuentan como los
      *  meses 13 y 14 del anio anterior.
      *  DIA-SEMANA: 0 = sabado, 1 = domingo,
      *  2 = lunes ... 6 = viernes.
      *------------------------------------------
       CALCULAR-DIA-SEMANA.
           DIVIDE BIT-FECHA BY 10000 GIVING ANIO-LINEA
               REMAINDER MESDIA-LINEA.
           DIVIDE MESDIA-LINEA BY 100 GIVING MES-LINEA
               REMAINDER DIA-LINEA.
           IF MES-LINEA < 3
               ADD 12 TO MES-LINEA
               SUBTRACT 1 FROM ANIO-LINEA
           END-IF.
           DIVIDE ANIO-LINEA BY 100 GIVING SIGLO-LINEA
               REMAINDER ANIO-SIGLO.
           COMPUTE TERMINO-MES = 13 * (MES-LINEA + 1).
           DIVIDE TERMINO-MES BY 5 GIVING TERMINO-MES.
           DIVIDE ANIO-SIGLO BY 4 GIVING CUARTO-ANIO.
           DIVIDE SIGLO-LINEA BY 4 GIVING CUARTO-SIGLO.
           COMPUTE SUMA-ZELLER = DIA-LINEA + TERMINO-MES
                   + ANIO-SIGLO + CUARTO-ANIO + CUARTO-SIGLO
                   + 5 * SIGLO-LINEA.
           DIVIDE SUMA-ZELLER BY 7 GIVING COCIENTE-ZELLER
               REMAINDER DIA-SEMANA.
      *------------------------------------------
       ESCRIBIR-SOSPECHA.
           ADD 1 TO CONTADOR-SOSPECHAS.
           MOVE BIT-FECHA TO SOS-FECHA.
           MOVE BIT-HORA TO SOS-HORA.
           MOVE BIT-OPERADOR TO SOS-OPERADOR.
           MOVE BIT-ACCION TO SOS-ACCION.
           MOVE BIT-CODIGO TO SOS-CODIGO.
           MOVE LINEA-SOSPECHA TO REG-SOSPECHAS.
           WRITE REG-SOSPECHAS.
      *------------------------------------------
      *  SW-OPERADOR: 0 = no existe en OPERADOR.DAT,
      *  1 = activo, 2 = firma retirada.
      *------------------------------------------
       BUSCAR-OPERADOR.
           MOVE SPACES TO NOTA-OPERADOR.
           IF OPERADOR-ACTUAL = SPACES
               MOVE 1 TO SW-OPERADOR
               MOVE "(SIN FIRMA)" TO NOMBRE-OPERADOR
           ELSE
               MOVE OPERADOR-ACTUAL TO OPE-CODIGO
               READ OPERADORES
                   INVALID KEY
                       MOVE 0 TO SW-OPERADOR
                       MOVE SPACES TO NOMBRE-OPERADOR
                       MOVE "*NO EXISTE*" TO NOTA-OPERADOR
                   NOT INVALID KEY
                       MOVE OPE-NOMBRE TO NOMBRE-OPERADOR
                       IF OPE-ACTIVO = "N"
                           MOVE 2 TO SW-OPERADOR
                           MOVE "*INACTIVO*" TO NOTA-OPERADOR
                       ELSE
                           MOVE 1 TO SW-OPERADOR
                       END-IF
               END-READ
           END-IF.
      *------------------------------------------
      *  Deja en REG-TOTALES el renglon de la
      *  clave ya puesta, o uno en ceros si es
      *  nuevo (SW-NUEVO = 1).
      *------------------------------------------
       LEER-TOTAL-CLAVE.
           MOVE 0 TO SW-NUEVO.
           READ TOTALES
               INVALID KEY
                   MOVE 1 TO SW-NUEVO
                   MOVE 0 TO TOT-ALTAS
                   MOVE 0 TO TOT-BAJAS
                   MOVE 0 TO TOT-MODIFICAS
                   MOVE 0 TO TOT-REACTIVAS
                   MOVE 0 TO TOT-FUSIONES
                   MOVE 0 TO TOT-RECLAS
                   MOVE 0 TO TOT-OTRAS
                   MOVE 0 TO TOT-CREADAS
                   MOVE 0 TO TOT-TERMINADAS
                   MOVE 0 TO TOT-PURGADOS
           END-READ.
      *------------------------------------------
       GRABAR-TOTAL.
           IF SW-NUEVO = 1
               WRITE REG-TOTALES
                   INVALID KEY
                       DISPLAY "No pude grabar el total " TOT-CLAVE
               END-WRITE
           ELSE
               REWRITE REG-TOTALES
                   INVALID KEY
                       DISPLAY "No pude grabar el total " TOT-CLAVE
               END-REWRITE
           END-IF.
      *------------------------------------------
      *  Las tareas cuentan el dia en que se
      *  grabaron y el dia en que se terminaron,
      *  cada una para la firma que la movio.
      *------------------------------------------
       CONTAR-AGENDA.
           OPEN INPUT AGENDA.
           IF ESTADO-AGENDA NOT = "00" AND ESTADO-AGENDA NOT = "05"
               DISPLAY "Agenda ilegible (corra CONVAGE): " ESTADO-AGENDA
           ELSE
               MOVE 0 TO SW-FIN
               PERFORM LEER-AGENDA
               PERFORM REVISAR-TAREA UNTIL SW-FIN = 1
               CLOSE AGENDA
           END-IF.
      *------------------------------------------
       LEER-AGENDA.
           READ AGENDA NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       REVISAR-TAREA.
           IF AGE-FECHA-CAPTURA >= FECHA-DESDE
              AND AGE-FECHA-CAPTURA <= FECHA-HASTA
               ADD 1 TO CONTADOR-CREADAS
               MOVE "A" TO TOT-TIPO
               MOVE AGE-OPERADOR TO TOT-OPERADOR
               MOVE AGE-FECHA-CAPTURA TO TOT-FECHA
               PERFORM LEER-TOTAL-CLAVE
               ADD 1 TO TOT-CREADAS
               PERFORM GRABAR-TOTAL
           END-IF.
           IF AGE-ESTADO = "T"
              AND AGE-FECHA-TERMINO >= FECHA-DESDE
              AND AGE-FECHA-TERMINO <= FECHA-HASTA
               ADD 1 TO CONTADOR-TERMINADAS
               MOVE "A" TO TOT-TIPO
               MOVE AGE-OPERADOR-TERMINO TO TOT-OPERADOR
               MOVE AGE-FECHA-TERMINO TO TOT-FECHA
               PERFORM LEER-TOTAL-CLAVE
               ADD 1 TO TOT-TERMINADAS
               PERFORM GRABAR-TOTAL
           END-IF.
           PERFORM LEER-AGENDA.
      *------------------------------------------
      *  Cada registro de AMIGOS.HIS guarda la
      *  fecha de la purga y la firma de quien la
      *  corrio; una corrida es una fecha y una
      *  firma.
      *------------------------------------------
       CONTAR-PURGAS.
           OPEN INPUT AMIGOS-HIS.
           IF ESTADO-HIS NOT = "00" AND ESTADO-HIS NOT = "05"
               DISPLAY "Historico ilegible (corra CONVHIS): " ESTADO-HIS
           ELSE
               MOVE 0 TO SW-FIN
               PERFORM LEER-HISTORICO
               PERFORM REVISAR-PURGADO UNTIL SW-FIN = 1
               CLOSE AMIGOS-HIS
           END-IF.
      *------------------------------------------
       LEER-HISTORICO.
           READ AMIGOS-HIS NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       REVISAR-PURGADO.
           IF HIS-FECHA-PURGA >= FECHA-DESDE
              AND HIS-FECHA-PURGA <= FECHA-HASTA
               ADD 1 TO CONTADOR-PURGADOS
               MOVE "P" TO TOT-TIPO
               MOVE HIS-OPERADOR TO TOT-OPERADOR
               MOVE HIS-FECHA-PURGA TO TOT-FECHA
               PERFORM LEER-TOTAL-CLAVE
               IF SW-NUEVO = 1
                   ADD 1 TO CONTADOR-PURGAS
               END-IF
               ADD 1 TO TOT-PURGADOS
               PERFORM GRABAR-TOTAL
           END-IF.
           PERFORM LEER-HISTORICO.
      *------------------------------------------
      *  Los renglones A vienen por firma y fecha;
      *  al cambiar de firma se imprime el total
      *  del operador anterior.
      *------------------------------------------
       IMPRIMIR-ACTIVIDAD.
           MOVE "ACTIVIDAD POR OPERADOR Y DIA" TO TEXTO-SECCION.
           MOVE COLUMNAS-ACTIVIDAD TO COLUMNAS-SECCION.
           PERFORM TITULO-SECCION.
           MOVE HIGH-VALUES TO OPERADOR-ACTUAL.
           MOVE 0 TO SW-FIN.
           MOVE "A" TO TOT-TIPO.
           MOVE LOW-VALUES TO TOT-OPERADOR.
           MOVE 0 TO TOT-FECHA.
           PERFORM INICIAR-RECORRIDO.
           PERFORM IMPRIMIR-UN-DIA UNTIL SW-FIN = 1.
           IF OPERADOR-ACTUAL = HIGH-VALUES
               MOVE "(SIN ACTIVIDAD EN EL RANGO)" TO LINEA-REPORTE
               PERFORM ESCRIBIR-LINEA
           ELSE
               PERFORM IMPRIMIR-TOTAL-OPERADOR
           END-IF.
      *------------------------------------------
       INICIAR-RECORRIDO.
           START TOTALES KEY IS NOT LESS THAN TOT-CLAVE
               INVALID KEY
                   MOVE 1 TO SW-FIN
           END-START.
           IF SW-FIN = 0
               PERFORM LEER-TOTAL
           END-IF.
      *------------------------------------------
       LEER-TOTAL.
           READ TOTALES NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       IMPRIMIR-UN-DIA.
           IF TOT-TIPO NOT = "A"
               MOVE 1 TO SW-FIN
           ELSE
               IF TOT-OPERADOR NOT = OPERADOR-ACTUAL
                   IF OPERADOR-ACTUAL NOT = HIGH-VALUES
                       PERFORM IMPRIMIR-TOTAL-OPERADOR
                   END-IF
                   PERFORM IMPRIMIR-OPERADOR
               END-IF
               MOVE TOT-FECHA TO DIA-FECHA
               MOVE TOT-ALTAS TO DIA-ALTAS
               MOVE TOT-BAJAS TO DIA-BAJAS
               MOVE TOT-MODIFICAS TO DIA-MODIFICAS
               MOVE TOT-REACTIVAS TO DIA-REACTIVAS
               MOVE TOT-FUSIONES TO DIA-FUSIONES
               MOVE TOT-RECLAS TO DIA-RECLAS
               MOVE TOT-OTRAS TO DIA-OTRAS
               MOVE TOT-CREADAS TO DIA-CREADAS
               MOVE TOT-TERMINADAS TO DIA-TERMINADAS
               MOVE LINEA-DIA TO LINEA-REPORTE
               PERFORM ESCRIBIR-LINEA
               ADD TOT-ALTAS TO ACU-ALTAS
               ADD TOT-BAJAS TO ACU-BAJAS
               ADD TOT-MODIFICAS TO ACU-MODIFICAS
               ADD TOT-REACTIVAS TO ACU-REACTIVAS
               ADD TOT-FUSIONES TO ACU-FUSIONES
               ADD TOT-RECLAS TO ACU-RECLAS
               ADD TOT-OTRAS TO ACU-OTRAS
               ADD TOT-CREADAS TO ACU-CREADAS
               ADD TOT-TERMINADAS TO ACU-TERMINADAS
               PERFORM LEER-TOTAL
           END-IF.
      *------------------------------------------
       IMPRIMIR-OPERADOR.
           MOVE TOT-OPERADOR TO OPERADOR-ACTUAL.
           PERFORM BUSCAR-OPERADOR.
           MOVE ZEROS TO ACUMULADO-OPERADOR.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           MOVE OPERADOR-ACTUAL TO LOP-CODIGO.
           MOVE NOMBRE-OPERADOR TO LOP-NOMBRE.
           MOVE NOTA-OPERADOR TO LOP-NOTA.
           MOVE LINEA-OPERADOR TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
      *------------------------------------------
       IMPRIMIR-TOTAL-OPERADOR.
           MOVE "TOTAL" TO DIA-FECHA.
           MOVE ACU-ALTAS TO DIA-ALTAS.
           MOVE ACU-BAJAS TO DIA-BAJAS.
           MOVE ACU-MODIFICAS TO DIA-MODIFICAS.
           MOVE ACU-REACTIVAS TO DIA-REACTIVAS.
           MOVE ACU-FUSIONES TO DIA-FUSIONES.
           MOVE ACU-RECLAS TO DIA-RECLAS.
           MOVE ACU-OTRAS TO DIA-OTRAS.
           MOVE ACU-CREADAS TO DIA-CREADAS.
           MOVE ACU-TERMINADAS TO DIA-TERMINADAS.
           MOVE LINEA-DIA TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
      *------------------------------------------
       IMPRIMIR-PURGAS.
           MOVE "CORRIDAS DE PURGA (AMIGOS.HIS)" TO TEXTO-SECCION.
           MOVE COLUMNAS-PURGA TO COLUMNAS-SECCION.
           PERFORM TITULO-SECCION.
           IF CONTADOR-PURGAS = 0
               MOVE "(SIN PURGAS EN EL RANGO)" TO LINEA-REPORTE
               PERFORM ESCRIBIR-LINEA
           ELSE
               MOVE 0 TO SW-FIN
               MOVE "P" TO TOT-TIPO
               MOVE LOW-VALUES TO TOT-OPERADOR
               MOVE 0 TO TOT-FECHA
               PERFORM INICIAR-RECORRIDO
               PERFORM IMPRIMIR-UNA-PURGA UNTIL SW-FIN = 1
           END-IF.
      *------------------------------------------
       IMPRIMIR-UNA-PURGA.
           IF TOT-TIPO NOT = "P"
               MOVE 1 TO SW-FIN
           ELSE
               MOVE TOT-OPERADOR TO OPERADOR-ACTUAL
               PERFORM BUSCAR-OPERADOR
               MOVE TOT-FECHA TO LPU-FECHA
               MOVE TOT-OPERADOR TO LPU-OPERADOR
               MOVE NOMBRE-OPERADOR TO LPU-NOMBRE
               MOVE TOT-PURGADOS TO LPU-PURGADOS
               MOVE NOTA-OPERADOR TO LPU-NOTA
               MOVE LINEA-PURGA TO LINEA-REPORTE
               PERFORM ESCRIBIR-LINEA
               PERFORM LEER-TOTAL
           END-IF.
      *------------------------------------------
       IMPRIMIR-SOSPECHAS.
           MOVE "ACTIVIDAD SOSPECHOSA" TO TEXTO-SECCION.
           MOVE COLUMNAS-SOSPECHA TO COLUMNAS-SECCION.
           PERFORM TITULO-SECCION.
           IF CONTADOR-SOSPECHAS = 0
               MOVE "(SIN LINEAS SOSPECHOSAS)" TO LINEA-REPORTE
               PERFORM ESCRIBIR-LINEA
           ELSE
               OPEN INPUT SOSPECHAS
               MOVE 0 TO SW-FIN
               PERFORM LEER-SOSPECHA
               PERFORM COPIAR-SOSPECHA UNTIL SW-FIN = 1
               CLOSE SOSPECHAS
           END-IF.
           MOVE SPACES TO TEXTO-COLUMNAS.
      *------------------------------------------
       LEER-SOSPECHA.
           READ SOSPECHAS
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       COPIAR-SOSPECHA.
           MOVE REG-SOSPECHAS TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           PERFORM LEER-SOSPECHA.
      *------------------------------------------
      *  Los encabezados de columna de la seccion
      *  se repiten en cada pagina nueva.
      *------------------------------------------
       TITULO-SECCION.
           MOVE SPACES TO TEXTO-COLUMNAS.
           IF CONTADOR-LINEAS + 4 > LINEAS-POR-PAGINA
               PERFORM ENCABEZAR-PAGINA
           ELSE
               MOVE SPACES TO LINEA-REPORTE
               PERFORM ESCRIBIR-LINEA
           END-IF.
           MOVE TEXTO-SECCION TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           MOVE COLUMNAS-SECCION TO TEXTO-COLUMNAS.
           MOVE TEXTO-COLUMNAS TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
      *------------------------------------------
       ENCABEZAR-PAGINA.
           ADD 1 TO NUMERO-PAGINA.
           MOVE NUMERO-PAGINA TO ENC-PAGINA.
           MOVE FECHA-HOY TO ENC-FECHA.
           MOVE LINEA-ENCABEZADO-1 TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE FECHA-DESDE TO RAN-DESDE.
           MOVE FECHA-HASTA TO RAN-HASTA.
           MOVE HORA-ENTRADA TO RAN-ENTRADA.
           MOVE HORA-SALIDA TO RAN-SALIDA.
           MOVE FECHA-FIRMA TO RAN-FIRMA.
           MOVE LINEA-RANGO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 2 TO CONTADOR-LINEAS.
           IF TEXTO-COLUMNAS NOT = SPACES
               MOVE TEXTO-COLUMNAS TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               ADD 1 TO CONTADOR-LINEAS
           END-IF.
      *------------------------------------------
       ESCRIBIR-LINEA.
           IF CONTADOR-LINEAS >= LINEAS-POR-PAGINA
               PERFORM ENCABEZAR-PAGINA
           END-IF.
           WRITE LINEA-REPORTE.
           ADD 1 TO CONTADOR-LINEAS.
      *------------------------------------------
       IMPRIMIR-CIFRAS.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           MOVE "DIAS CERRADOS LEIDOS..............:" TO CIF-TEXTO.
           MOVE CONTADOR-ARCHIVOS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "LINEAS DE BITACORA LEIDAS.........:" TO CIF-TEXTO.
           MOVE CONTADOR-LEIDAS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "LINEAS DE BITACORA EN EL RANGO....:" TO CIF-TEXTO.
           MOVE CONTADOR-EN-RANGO TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "TAREAS DE AGENDA GRABADAS.........:" TO CIF-TEXTO.
           MOVE CONTADOR-CREADAS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "TAREAS DE AGENDA TERMINADAS.......:" TO CIF-TEXTO.
           MOVE CONTADOR-TERMINADAS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "CORRIDAS DE PURGA.................:" TO CIF-TEXTO.
           MOVE CONTADOR-PURGAS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "REGISTROS PURGADOS................:" TO CIF-TEXTO.
           MOVE CONTADOR-PURGADOS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "LINEAS FUERA DE HORARIO...........:" TO CIF-TEXTO.
           MOVE CONTADOR-FUERA-HORARIO TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "LINEAS EN FIN DE SEMANA...........:" TO CIF-TEXTO.
           MOVE CONTADOR-FIN-SEMANA TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "LINEAS DE OPERADOR INACTIVO.......:" TO CIF-TEXTO.
           MOVE CONTADOR-INACTIVOS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "LINEAS DE OPERADOR INEXISTENTE....:" TO CIF-TEXTO.
           MOVE CONTADOR-INEXISTENTES TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "LINEAS SIN FIRMA..................:" TO CIF-TEXTO.
           MOVE CONTADOR-SIN-FIRMA TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
      *------------------------------------------
       IMPRIMIR-UNA-CIFRA.
           MOVE LINEA-CIFRA TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
      *------------------------------------------
       CERRAR-ARCHIVOS.
           CLOSE OPERADORES.
           CLOSE TOTALES.
           CLOSE REPORTE.
