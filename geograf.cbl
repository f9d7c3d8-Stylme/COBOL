       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEOGRAF.
      *------------------------------------------
      *  Distribucion geografica de los contactos
      *  activos: cuantos hay por estado, ciudad
      *  y categoria, segun la direccion postal
      *  de DIRECC.DAT.  Estado y ciudad se
      *  comparan en mayusculas y sin acentos
      *  para que "Puebla" y "PUEBLA" cuenten
      *  juntos.  Los que no tienen estado o
      *  ciudad se agrupan como (SIN ESTADO) y
      *  (SIN CIUDAD).  GEOGRAF.LST lleva un
      *  renglon por estado, ciudad y categoria,
      *  con el total de cada ciudad y de cada
      *  estado.
      *------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------
       INPUT-OUTPUT SECTION.
      *------------------------------------------
       FILE-CONTROL.
           COPY AMIGOSFC.
           COPY DIRECFC.
           COPY CATFC.
           SELECT TOTALES ASSIGN TO RANDOM "GEOGRAF.TOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOT-CLAVE
               FILE STATUS IS ESTADO-TOTALES.
           SELECT REPORTE ASSIGN TO "GEOGRAF.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
       FILE SECTION.
      *------------------------------------------
           COPY AMIGOSFD.
           COPY DIRECFD.
           COPY CATFD.
      *------------------------------------------
      *  Un renglon por estado, ciudad y
      *  categoria, en el orden del reporte.
      *------------------------------------------
       FD TOTALES.
       01 REG-TOTALES.
        02 TOT-CLAVE.
         03 TOT-ESTADO    PIC X(20).
         03 TOT-CIUDAD    PIC X(25).
         03 TOT-CATEGORIA PIC X(1).
        02 TOT-CONTACTOS  PIC 9(5).
      *------------------------------------------
       FD REPORTE.
       01 LINEA-REPORTE PIC X(80).
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-AMIGOS PIC X(2).
        02 ESTADO-DIRECCIONES PIC X(2).
        02 ESTADO-CATEGORIAS PIC X(2).
        02 ESTADO-TOTALES PIC X(2).
        02 SW PIC 9.
        02 SW-FIN PIC 9.
        02 SW-DETALLE PIC 9.
        02 FECHA-HOY PIC 9(8).
        02 CORTE-ESTADO PIC X(20).
        02 CORTE-CIUDAD PIC X(25).
        02 LISTADO-ESTADO PIC X(20).
        02 LISTADO-CIUDAD PIC X(25).
        02 CONTADOR-LINEAS PIC 9(3).
        02 NUMERO-PAGINA PIC 9(3).
        02 LINEAS-POR-PAGINA PIC 9(3) VALUE 20.
        02 CONTADOR-CIUDAD PIC 9(5).
        02 CONTADOR-ESTADO PIC 9(5).
        02 CONTADOR-ACTIVOS PIC 9(5).
        02 CONTADOR-SIN-DETALLE PIC 9(5).
        02 CONTADOR-SIN-ESTADO PIC 9(5).
        02 CONTADOR-SIN-CIUDAD PIC 9(5).
        02 CONTADOR-ESTADOS PIC 9(5).
        02 CONTADOR-CIUDADES PIC 9(5).
      *------------------------------------------
       01 LINEA-ENCABEZADO-1.
        02 FILLER    PIC X(15) VALUE SPACES.
        02 FILLER    PIC X(29) VALUE "DISTRIBUCION GEOGRAFICA ".
        02 ENC-FECHA PIC 9(8).
        02 FILLER    PIC X(13) VALUE SPACES.
        02 FILLER    PIC X(7)  VALUE "PAGINA ".
        02 ENC-PAGINA PIC ZZ9.
      *------------------------------------------
       01 LINEA-ENCABEZADO-2.
        02 FILLER PIC X(21) VALUE "ESTADO".
        02 FILLER PIC X(26) VALUE "CIUDAD".
        02 FILLER PIC X(24) VALUE "CATEGORIA".
        02 FILLER PIC X(9)  VALUE "CONTACTOS".
      *------------------------------------------
       01 LINEA-DETALLE.
        02 LDE-ESTADO      PIC X(20).
        02 FILLER          PIC X(1) VALUE SPACES.
        02 LDE-CIUDAD      PIC X(25).
        02 FILLER          PIC X(1) VALUE SPACES.
        02 LDE-CATEGORIA   PIC X(1).
        02 FILLER          PIC X(1) VALUE SPACES.
        02 LDE-DESCRIPCION PIC X(20).
        02 FILLER          PIC X(6) VALUE SPACES.
        02 LDE-CONTACTOS   PIC ZZZZ9.
      *------------------------------------------
       01 LINEA-SUBTOTAL.
        02 SUB-SANGRIA PIC X(21).
        02 SUB-TEXTO   PIC X(54).
        02 SUB-VALOR   PIC ZZZZ9.
      *------------------------------------------
       01 LINEA-CIFRA.
        02 CIF-TEXTO PIC X(35).
        02 CIF-VALOR PIC ZZZZ9.
      *------------------------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE 0 TO SW.
           MOVE 0 TO CONTADOR-ACTIVOS.
           MOVE 0 TO CONTADOR-SIN-DETALLE.
           MOVE 0 TO CONTADOR-SIN-ESTADO.
           MOVE 0 TO CONTADOR-SIN-CIUDAD.
           MOVE 0 TO CONTADOR-ESTADOS.
           MOVE 0 TO CONTADOR-CIUDADES.
           MOVE 0 TO NUMERO-PAGINA.
           MOVE 99 TO CONTADOR-LINEAS.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARCHIVOS.
           IF SW = 0
               PERFORM CONTAR-CONTACTOS
               PERFORM IMPRIMIR-DISTRIBUCION
               PERFORM IMPRIMIR-CIFRAS
               DISPLAY "Contactos activos...........: "
                       CONTADOR-ACTIVOS
               DISPLAY "Estados.....................: "
                       CONTADOR-ESTADOS
               DISPLAY "Ciudades....................: "
                       CONTADOR-CIUDADES
           END-IF.
           PERFORM CERRAR-ARCHIVOS.
           STOP RUN.
      *------------------------------------------
       ABRIR-ARCHIVOS.
           OPEN INPUT AMIGOS.
           IF ESTADO-AMIGOS NOT = "00" AND ESTADO-AMIGOS NOT = "05"
               DISPLAY "No pude abrir el maestro: " ESTADO-AMIGOS
               MOVE 1 TO SW
           END-IF.
           OPEN INPUT DIRECCIONES.
           IF ESTADO-DIRECCIONES NOT = "00"
              AND ESTADO-DIRECCIONES NOT = "05"
               DISPLAY "Detalle ilegible (corra CONVDIR): "
                       ESTADO-DIRECCIONES
               MOVE 1 TO SW
           END-IF.
           OPEN INPUT CATEGORIAS.
           OPEN OUTPUT TOTALES.
           CLOSE TOTALES.
           OPEN I-O TOTALES.
           OPEN OUTPUT REPORTE.
      *------------------------------------------
       CONTAR-CONTACTOS.
           MOVE 0 TO SW-FIN.
           MOVE 0 TO CODIGO.
           START AMIGOS KEY IS NOT LESS THAN CODIGO
               INVALID KEY
                   MOVE 1 TO SW-FIN
           END-START.
           IF SW-FIN = 0
               PERFORM LEER-MAESTRO
           END-IF.
           PERFORM REVISAR-CONTACTO UNTIL SW-FIN = 1.
      *------------------------------------------
       LEER-MAESTRO.
           READ AMIGOS NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       REVISAR-CONTACTO.
           IF FECHA-BAJA = 0
               ADD 1 TO CONTADOR-ACTIVOS
               PERFORM LEER-DETALLE
               PERFORM SUMAR-CONTACTO
           END-IF.
           PERFORM LEER-MAESTRO.
      *------------------------------------------
       LEER-DETALLE.
           MOVE 0 TO SW-DETALLE.
           MOVE CODIGO TO DIR-CODIGO.
           READ DIRECCIONES
               INVALID KEY
                   MOVE SPACES TO DIR-UBICACION
                   ADD 1 TO CONTADOR-SIN-DETALLE
               NOT INVALID KEY
                   MOVE 1 TO SW-DETALLE
           END-READ.
      *------------------------------------------
      *  Estado y ciudad se pasan a mayusculas sin
      *  acentos (codigos Latin-1, como DUPLICA).
      *------------------------------------------
       SUMAR-CONTACTO.
           MOVE DIR-ESTADO TO TOT-ESTADO.
           MOVE DIR-CIUDAD TO TOT-CIUDAD.
           MOVE CATEGORIA TO TOT-CATEGORIA.
           INSPECT TOT-ESTADO CONVERTING
               X"E1E9EDF3FAE0E8ECF2F9FCF1C1C9CDD3DAC0C8CCD2D9DCD1"
               TO "AEIOUAEIOUUNAEIOUAEIOUUN".
           INSPECT TOT-ESTADO CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT TOT-CIUDAD CONVERTING
               X"E1E9EDF3FAE0E8ECF2F9FCF1C1C9CDD3DAC0C8CCD2D9DCD1"
               TO "AEIOUAEIOUUNAEIOUAEIOUUN".
           INSPECT TOT-CIUDAD CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF TOT-ESTADO = SPACES
               MOVE "(SIN ESTADO)" TO TOT-ESTADO
               ADD 1 TO CONTADOR-SIN-ESTADO
           END-IF.
           IF TOT-CIUDAD = SPACES
               MOVE "(SIN CIUDAD)" TO TOT-CIUDAD
               ADD 1 TO CONTADOR-SIN-CIUDAD
           END-IF.
           READ TOTALES
               INVALID KEY
                   MOVE 1 TO TOT-CONTACTOS
                   WRITE REG-TOTALES
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO TOT-CONTACTOS
                   REWRITE REG-TOTALES
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
      *------------------------------------------
       IMPRIMIR-DISTRIBUCION.
           MOVE 0 TO SW-FIN.
           MOVE LOW-VALUES TO CORTE-ESTADO.
           MOVE LOW-VALUES TO CORTE-CIUDAD.
           MOVE LOW-VALUES TO TOT-CLAVE.
           START TOTALES KEY IS NOT LESS THAN TOT-CLAVE
               INVALID KEY
                   MOVE 1 TO SW-FIN
           END-START.
           IF SW-FIN = 0
               PERFORM LEER-TOTAL
           END-IF.
           PERFORM IMPRIMIR-TOTAL UNTIL SW-FIN = 1.
           IF CORTE-ESTADO NOT = LOW-VALUES
               PERFORM CERRAR-CIUDAD
               PERFORM CERRAR-ESTADO
           END-IF.
      *------------------------------------------
       LEER-TOTAL.
           READ TOTALES NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       IMPRIMIR-TOTAL.
           IF TOT-ESTADO NOT = CORTE-ESTADO
               IF CORTE-ESTADO NOT = LOW-VALUES
                   PERFORM CERRAR-CIUDAD
                   PERFORM CERRAR-ESTADO
               END-IF
               MOVE TOT-ESTADO TO CORTE-ESTADO
               MOVE TOT-CIUDAD TO CORTE-CIUDAD
               MOVE 0 TO CONTADOR-ESTADO
               MOVE 0 TO CONTADOR-CIUDAD
               ADD 1 TO CONTADOR-ESTADOS
               ADD 1 TO CONTADOR-CIUDADES
           ELSE
               IF TOT-CIUDAD NOT = CORTE-CIUDAD
                   PERFORM CERRAR-CIUDAD
                   MOVE TOT-CIUDAD TO CORTE-CIUDAD
                   MOVE 0 TO CONTADOR-CIUDAD
                   ADD 1 TO CONTADOR-CIUDADES
               END-IF
           END-IF.
           IF CONTADOR-LINEAS >= LINEAS-POR-PAGINA
               PERFORM ENCABEZAR-PAGINA
           END-IF.
           MOVE SPACES TO LDE-ESTADO.
           MOVE SPACES TO LDE-CIUDAD.
           IF TOT-ESTADO NOT = LISTADO-ESTADO
               MOVE TOT-ESTADO TO LDE-ESTADO
               MOVE TOT-ESTADO TO LISTADO-ESTADO
               MOVE SPACES TO LISTADO-CIUDAD
           END-IF.
           IF TOT-CIUDAD NOT = LISTADO-CIUDAD
               MOVE TOT-CIUDAD TO LDE-CIUDAD
               MOVE TOT-CIUDAD TO LISTADO-CIUDAD
           END-IF.
           MOVE TOT-CATEGORIA TO LDE-CATEGORIA.
           PERFORM BUSCAR-CATEGORIA.
           MOVE TOT-CONTACTOS TO LDE-CONTACTOS.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           ADD TOT-CONTACTOS TO CONTADOR-CIUDAD.
           ADD TOT-CONTACTOS TO CONTADOR-ESTADO.
           PERFORM LEER-TOTAL.
      *------------------------------------------
       BUSCAR-CATEGORIA.
           MOVE TOT-CATEGORIA TO CAT-CODIGO.
           READ CATEGORIAS
               INVALID KEY
                   MOVE "(sin descripcion)" TO LDE-DESCRIPCION
               NOT INVALID KEY
                   MOVE CAT-DESCRIPCION TO LDE-DESCRIPCION
           END-READ.
      *------------------------------------------
       CERRAR-CIUDAD.
           MOVE SPACES TO SUB-SANGRIA.
           MOVE "TOTAL DE LA CIUDAD" TO SUB-TEXTO.
           MOVE CONTADOR-CIUDAD TO SUB-VALOR.
           MOVE LINEA-SUBTOTAL TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
      *------------------------------------------
       CERRAR-ESTADO.
           MOVE "TOTAL DEL ESTADO" TO SUB-SANGRIA.
           MOVE SPACES TO SUB-TEXTO.
           MOVE CONTADOR-ESTADO TO SUB-VALOR.
           MOVE LINEA-SUBTOTAL TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
      *------------------------------------------
      *  En cada hoja nueva se repiten el estado
      *  y la ciudad del primer renglon.
      *------------------------------------------
       ENCABEZAR-PAGINA.
           ADD 1 TO NUMERO-PAGINA.
           MOVE NUMERO-PAGINA TO ENC-PAGINA.
           MOVE FECHA-HOY TO ENC-FECHA.
           MOVE LINEA-ENCABEZADO-1 TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-ENCABEZADO-2 TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 0 TO CONTADOR-LINEAS.
           MOVE SPACES TO LISTADO-ESTADO.
           MOVE SPACES TO LISTADO-CIUDAD.
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
           MOVE "CONTACTOS ACTIVOS.................:" TO CIF-TEXTO.
           MOVE CONTADOR-ACTIVOS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "ESTADOS...........................:" TO CIF-TEXTO.
           MOVE CONTADOR-ESTADOS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "CIUDADES..........................:" TO CIF-TEXTO.
           MOVE CONTADOR-CIUDADES TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "ACTIVOS SIN DATOS DE CONTACTO.....:" TO CIF-TEXTO.
           MOVE CONTADOR-SIN-DETALLE TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "ACTIVOS SIN ESTADO................:" TO CIF-TEXTO.
           MOVE CONTADOR-SIN-ESTADO TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "ACTIVOS SIN CIUDAD................:" TO CIF-TEXTO.
           MOVE CONTADOR-SIN-CIUDAD TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
      *------------------------------------------
       IMPRIMIR-UNA-CIFRA.
           MOVE LINEA-CIFRA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
      *------------------------------------------
       CERRAR-ARCHIVOS.
           CLOSE AMIGOS.
           CLOSE DIRECCIONES.
           CLOSE CATEGORIAS.
           CLOSE TOTALES.
           CLOSE REPORTE.
