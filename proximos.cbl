       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROXIMOS.
      *------------------------------------------
      *  Cambios programados pendientes que
      *  vencen de hoy a 30 dias, en orden de
      *  fecha efectiva, con un aviso para los
      *  que CIERRE no podra aplicar (codigo de
      *  baja o purgado) y para los atrasados
      *  (fecha ya pasada y CIERRE aun no los
      *  tomo).  PROXIMOS.LST.
      *------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------
       INPUT-OUTPUT SECTION.
      *------------------------------------------
       FILE-CONTROL.
           COPY AMIGOSFC.
           COPY PRGFC.
           SELECT REPORTE ASSIGN TO "PROXIMOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
       FILE SECTION.
      *------------------------------------------
           COPY AMIGOSFD.
           COPY PRGFD.
      *------------------------------------------
       FD REPORTE.
       01 LINEA-REPORTE PIC X(140).
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-AMIGOS PIC X(2).
        02 ESTADO-PROGRAMADOS PIC X(2).
        02 SW PIC 9.
        02 SW-FIN PIC 9.
        02 FECHA-HOY PIC 9(8).
        02 FECHA-LIMITE PIC 9(8).
        02 ANIOMES-TRABAJO PIC 9(6).
        02 ANIO-TRABAJO PIC 9(4).
        02 MES-TRABAJO PIC 9(2).
        02 DIA-TRABAJO PIC 9(2).
        02 DIAS-DEL-MES PIC 9(2).
        02 COCIENTE PIC 9(4).
        02 RESTO-4 PIC 9(3).
        02 RESTO-100 PIC 9(3).
        02 RESTO-400 PIC 9(3).
        02 CONTADOR-LINEAS PIC 9(3).
        02 NUMERO-PAGINA PIC 9(3).
        02 LINEAS-POR-PAGINA PIC 9(3) VALUE 20.
        02 CONTADOR-PENDIENTES PIC 9(5).
        02 CONTADOR-BAJAS PIC 9(5).
        02 CONTADOR-CATEGORIAS PIC 9(5).
        02 CONTADOR-NOMBRES PIC 9(5).
        02 CONTADOR-ATRASADOS PIC 9(5).
        02 CONTADOR-AVISOS PIC 9(5).
      *------------------------------------------
       01 TABLA-DIAS.
        02 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TABLA-DIAS-R REDEFINES TABLA-DIAS.
        02 DIAS-MES PIC 9(2) OCCURS 12.
      *------------------------------------------
       01 LINEA-ENCABEZADO-1.
        02 FILLER     PIC X(25) VALUE SPACES.
        02 FILLER     PIC X(35)
                      VALUE "CAMBIOS PROGRAMADOS PROXIMOS DEL ".
        02 ENC-DESDE  PIC 9(8).
        02 FILLER     PIC X(4)  VALUE " AL ".
        02 ENC-HASTA  PIC 9(8).
        02 FILLER     PIC X(13) VALUE SPACES.
        02 FILLER     PIC X(7)  VALUE "PAGINA ".
        02 ENC-PAGINA PIC ZZ9.
      *------------------------------------------
       01 LINEA-ENCABEZADO-2.
        02 FILLER PIC X(10) VALUE "EFECTIVA".
        02 FILLER PIC X(7)  VALUE "CODIGO".
        02 FILLER PIC X(32) VALUE "NOMBRE ACTUAL".
        02 FILLER PIC X(11) VALUE "ACCION".
        02 FILLER PIC X(32) VALUE "NUEVO VALOR".
        02 FILLER PIC X(22) VALUE "TELEFONO NUEVO".
        02 FILLER PIC X(5)  VALUE "POR".
        02 FILLER PIC X(10) VALUE "ATRASO".
        02 FILLER PIC X(10) VALUE "AVISO".
      *------------------------------------------
       01 LINEA-PROXIMO.
        02 PRX-EFECTIVA PIC 9(8).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 PRX-CODIGO   PIC 9(5).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 PRX-NOMBRE   PIC X(30).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 PRX-ACCION   PIC X(9).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 PRX-VALOR    PIC X(30).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 PRX-TELEFONO PIC X(20).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 PRX-OPERADOR PIC X(3).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 PRX-ATRASO   PIC X(8).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 PRX-AVISO    PIC X(10).
      *------------------------------------------
       01 LINEA-CIFRA.
        02 CIF-TEXTO PIC X(35).
        02 CIF-VALOR PIC ZZZZZZ9.
      *------------------------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE 0 TO SW.
           MOVE 0 TO CONTADOR-PENDIENTES.
           MOVE 0 TO CONTADOR-BAJAS.
           MOVE 0 TO CONTADOR-CATEGORIAS.
           MOVE 0 TO CONTADOR-NOMBRES.
           MOVE 0 TO CONTADOR-ATRASADOS.
           MOVE 0 TO CONTADOR-AVISOS.
           MOVE 0 TO NUMERO-PAGINA.
           MOVE 99 TO CONTADOR-LINEAS.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CALCULAR-LIMITE.
           PERFORM ABRIR-ARCHIVOS.
           IF SW = 0
               PERFORM LISTAR-PROXIMOS
               PERFORM IMPRIMIR-CIFRAS
               DISPLAY "Cambios pendientes hasta " FECHA-LIMITE
                       ": " CONTADOR-PENDIENTES
               DISPLAY "Con aviso...................: "
                       CONTADOR-AVISOS
           END-IF.
           PERFORM CERRAR-ARCHIVOS.
           STOP RUN.
      *------------------------------------------
      *  FECHA-LIMITE = hoy + 30 dias, avanzando
      *  de dia en dia con los dias de cada mes
      *  (febrero de 29 en anio bisiesto).
      *------------------------------------------
       CALCULAR-LIMITE.
           COMPUTE ANIOMES-TRABAJO = FECHA-HOY / 100.
           COMPUTE ANIO-TRABAJO = ANIOMES-TRABAJO / 100.
           COMPUTE MES-TRABAJO = ANIOMES-TRABAJO - ANIO-TRABAJO * 100.
           COMPUTE DIA-TRABAJO = FECHA-HOY - ANIOMES-TRABAJO * 100.
           PERFORM SUMAR-UN-DIA 30 TIMES.
           COMPUTE FECHA-LIMITE = ANIO-TRABAJO * 10000
                                + MES-TRABAJO * 100 + DIA-TRABAJO.
      *------------------------------------------
       SUMAR-UN-DIA.
           MOVE DIAS-MES (MES-TRABAJO) TO DIAS-DEL-MES.
           IF MES-TRABAJO = 2
               DIVIDE ANIO-TRABAJO BY 4 GIVING COCIENTE
                   REMAINDER RESTO-4
               DIVIDE ANIO-TRABAJO BY 100 GIVING COCIENTE
                   REMAINDER RESTO-100
               DIVIDE ANIO-TRABAJO BY 400 GIVING COCIENTE
                   REMAINDER RESTO-400
               IF RESTO-4 = 0 AND RESTO-100 NOT = 0
                   MOVE 29 TO DIAS-DEL-MES
               END-IF
               IF RESTO-400 = 0
                   MOVE 29 TO DIAS-DEL-MES
               END-IF
           END-IF.
           ADD 1 TO DIA-TRABAJO.
           IF DIA-TRABAJO > DIAS-DEL-MES
               MOVE 1 TO DIA-TRABAJO
               ADD 1 TO MES-TRABAJO
               IF MES-TRABAJO > 12
                   MOVE 1 TO MES-TRABAJO
                   ADD 1 TO ANIO-TRABAJO
               END-IF
           END-IF.
      *------------------------------------------
       ABRIR-ARCHIVOS.
           OPEN INPUT AMIGOS.
           IF ESTADO-AMIGOS NOT = "00" AND ESTADO-AMIGOS NOT = "05"
               DISPLAY "No pude abrir el maestro: " ESTADO-AMIGOS
               MOVE 1 TO SW
           END-IF.
           OPEN INPUT PROGRAMADOS.
           OPEN OUTPUT REPORTE.
      *------------------------------------------
      *  Por la llave alterna salen en orden de
      *  fecha efectiva; los pendientes con fecha
      *  ya pasada se listan como atrasados.
      *------------------------------------------
       LISTAR-PROXIMOS.
           MOVE 0 TO SW-FIN.
           MOVE 0 TO PRG-FECHA-EFECTIVA.
           START PROGRAMADOS KEY IS NOT LESS THAN PRG-FECHA-EFECTIVA
               INVALID KEY
                   MOVE 1 TO SW-FIN
           END-START.
           IF ESTADO-PROGRAMADOS NOT = "00"
               MOVE 1 TO SW-FIN
           END-IF.
           IF SW-FIN = 0
               PERFORM LEER-PROGRAMADO
           END-IF.
           PERFORM REVISAR-PROGRAMADO UNTIL SW-FIN = 1.
      *------------------------------------------
       LEER-PROGRAMADO.
           READ PROGRAMADOS NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
           IF SW-FIN = 0 AND PRG-FECHA-EFECTIVA > FECHA-LIMITE
               MOVE 1 TO SW-FIN
           END-IF.
      *------------------------------------------
       REVISAR-PROGRAMADO.
           IF PRG-ESTADO = "P"
               PERFORM IMPRIMIR-PROXIMO
           END-IF.
           PERFORM LEER-PROGRAMADO.
      *------------------------------------------
       IMPRIMIR-PROXIMO.
           ADD 1 TO CONTADOR-PENDIENTES.
           MOVE SPACES TO PRX-VALOR.
           MOVE SPACES TO PRX-TELEFONO.
           MOVE SPACES TO PRX-ATRASO.
           MOVE SPACES TO PRX-AVISO.
           MOVE PRG-FECHA-EFECTIVA TO PRX-EFECTIVA.
           MOVE PRG-CODIGO TO PRX-CODIGO.
           MOVE PRG-OPERADOR TO PRX-OPERADOR.
           IF PRG-ACCION = "B"
               MOVE "BAJA" TO PRX-ACCION
               ADD 1 TO CONTADOR-BAJAS
           END-IF.
           IF PRG-ACCION = "C"
               MOVE "CATEGORIA" TO PRX-ACCION
               MOVE PRG-CATEGORIA TO PRX-VALOR
               ADD 1 TO CONTADOR-CATEGORIAS
           END-IF.
           IF PRG-ACCION = "N"
               MOVE "NOMBRE" TO PRX-ACCION
               MOVE PRG-NOMBRE TO PRX-VALOR
               MOVE PRG-TELEFONO TO PRX-TELEFONO
               ADD 1 TO CONTADOR-NOMBRES
           END-IF.
           IF PRG-FECHA-EFECTIVA < FECHA-HOY
               MOVE "ATRASADO" TO PRX-ATRASO
               ADD 1 TO CONTADOR-ATRASADOS
           END-IF.
           MOVE PRG-CODIGO TO CODIGO.
           READ AMIGOS
               INVALID KEY
                   MOVE "(No existe en el maestro)" TO PRX-NOMBRE
                   MOVE "NO EXISTE" TO PRX-AVISO
               NOT INVALID KEY
                   MOVE NOMBRE TO PRX-NOMBRE
                   IF FECHA-BAJA NOT = 0
                       MOVE "YA DE BAJA" TO PRX-AVISO
                   END-IF
           END-READ.
           IF PRX-AVISO = "NO EXISTE" OR PRX-AVISO = "YA DE BAJA"
               ADD 1 TO CONTADOR-AVISOS
           END-IF.
           MOVE LINEA-PROXIMO TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
      *------------------------------------------
       ENCABEZAR-PAGINA.
           ADD 1 TO NUMERO-PAGINA.
           MOVE NUMERO-PAGINA TO ENC-PAGINA.
           MOVE FECHA-HOY TO ENC-DESDE.
           MOVE FECHA-LIMITE TO ENC-HASTA.
           MOVE LINEA-ENCABEZADO-1 TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-ENCABEZADO-2 TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 0 TO CONTADOR-LINEAS.
      *------------------------------------------
       ESCRIBIR-LINEA.
           IF CONTADOR-LINEAS >= LINEAS-POR-PAGINA
               PERFORM ENCABEZAR-PAGINA
           END-IF.
           WRITE LINEA-REPORTE.
           ADD 1 TO CONTADOR-LINEAS.
      *------------------------------------------
       IMPRIMIR-CIFRAS.
           IF NUMERO-PAGINA = 0
               PERFORM ENCABEZAR-PAGINA
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CAMBIOS PENDIENTES EN EL PERIODO..:" TO CIF-TEXTO.
           MOVE CONTADOR-PENDIENTES TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "  BAJAS...........................:" TO CIF-TEXTO.
           MOVE CONTADOR-BAJAS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "  CAMBIOS DE CATEGORIA............:" TO CIF-TEXTO.
           MOVE CONTADOR-CATEGORIAS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "  CAMBIOS DE NOMBRE Y TELEFONO....:" TO CIF-TEXTO.
           MOVE CONTADOR-NOMBRES TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "ATRASADOS (CIERRE AUN NO CORRIO)..:" TO CIF-TEXTO.
           MOVE CONTADOR-ATRASADOS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "QUE CIERRE NO PODRA APLICAR.......:" TO CIF-TEXTO.
           MOVE CONTADOR-AVISOS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
      *------------------------------------------
       IMPRIMIR-UNA-CIFRA.
           MOVE LINEA-CIFRA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
      *------------------------------------------
       CERRAR-ARCHIVOS.
           CLOSE AMIGOS.
           CLOSE PROGRAMADOS.
           CLOSE REPORTE.
