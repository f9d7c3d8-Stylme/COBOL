       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFERIDO.
      *------------------------------------------
      *  Clientes que mas altas nuevas trajeron,
      *  segun los vinculos tipo R (referido) de
      *  RELACION.DAT.  Se puede limitar a los
      *  referidos dados de alta en un rango de
      *  fechas (0 = sin limite).  REFERIDO.LST
      *  lista a cada cliente que refirio, de mas
      *  a menos altas, con sus referidos debajo.
      *------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------
       INPUT-OUTPUT SECTION.
      *------------------------------------------
       FILE-CONTROL.
           COPY AMIGOSFC.
           COPY RELFC.
           SELECT TOTALES ASSIGN TO RANDOM "REFERIDO.TOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOT-CODIGO
               ALTERNATE RECORD KEY IS TOT-ORDEN
               FILE STATUS IS ESTADO-TOTALES.
           SELECT REPORTE ASSIGN TO "REFERIDO.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
       FILE SECTION.
      *------------------------------------------
           COPY AMIGOSFD.
           COPY RELFD.
      *------------------------------------------
      *  Un renglon por cliente que refirio.
      *  TOT-ORDEN lleva el complemento de las
      *  altas para leerlos de mas a menos.
      *------------------------------------------
       FD TOTALES.
       01 REG-TOTALES.
        02 TOT-CODIGO        PIC 9(5).
        02 TOT-ORDEN.
         03 TOT-INVERSO      PIC 9(5).
         03 TOT-ORDEN-CODIGO PIC 9(5).
        02 TOT-ALTAS         PIC 9(5).
        02 TOT-ACTIVOS       PIC 9(5).
        02 TOT-ULTIMA-ALTA   PIC 9(8).
      *------------------------------------------
       FD REPORTE.
       01 LINEA-REPORTE PIC X(80).
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-AMIGOS PIC X(2).
        02 ESTADO-RELACIONES PIC X(2).
        02 ESTADO-TOTALES PIC X(2).
        02 SW PIC 9.
        02 SW-FIN PIC 9.
        02 SW-FIN-REL PIC 9.
        02 SW-CUENTA PIC 9.
        02 FECHA-DESDE-X PIC X(8).
        02 FECHA-HASTA-X PIC X(8).
        02 FECHA-DESDE PIC 9(8).
        02 FECHA-HASTA PIC 9(8).
        02 FECHA-HOY PIC 9(8).
        02 CODIGO-REFERENTE PIC 9(5).
        02 CONTADOR-LINEAS PIC 9(3).
        02 NUMERO-PAGINA PIC 9(3).
        02 LINEAS-POR-PAGINA PIC 9(3) VALUE 20.
        02 CONTADOR-VINCULOS PIC 9(5).
        02 CONTADOR-REFERIDOS PIC 9(5).
        02 CONTADOR-FUERA PIC 9(5).
        02 CONTADOR-REFERENTES PIC 9(5).
      *------------------------------------------
       01 LINEA-ENCABEZADO-1.
        02 FILLER    PIC X(15) VALUE SPACES.
        02 FILLER    PIC X(29) VALUE "ALTAS POR CLIENTE REFERENTE ".
        02 ENC-FECHA PIC 9(8).
        02 FILLER    PIC X(13) VALUE SPACES.
        02 FILLER    PIC X(7)  VALUE "PAGINA ".
        02 ENC-PAGINA PIC ZZ9.
      *------------------------------------------
       01 LINEA-ENCABEZADO-2.
        02 FILLER PIC X(37) VALUE "CODIGO NOMBRE".
        02 FILLER PIC X(8)  VALUE "ALTAS".
        02 FILLER PIC X(9)  VALUE "ACTIVOS".
        02 FILLER PIC X(11) VALUE "ULTIMA ALTA".
      *------------------------------------------
       01 LINEA-RANGO.
        02 FILLER    PIC X(26) VALUE "ALTAS DE REFERIDOS DEL ".
        02 RAN-DESDE PIC 9(8).
        02 FILLER    PIC X(4) VALUE " AL ".
        02 RAN-HASTA PIC 9(8).
      *------------------------------------------
       01 LINEA-REFERENTE.
        02 LRE-CODIGO       PIC 9(5).
        02 FILLER           PIC X(2) VALUE SPACES.
        02 LRE-NOMBRE       PIC X(30).
        02 LRE-ALTAS        PIC ZZZZ9.
        02 FILLER           PIC X(4) VALUE SPACES.
        02 LRE-ACTIVOS      PIC ZZZZ9.
        02 FILLER           PIC X(4) VALUE SPACES.
        02 LRE-ULTIMA-ALTA  PIC 9(8).
      *------------------------------------------
       01 LINEA-REFERIDO.
        02 FILLER           PIC X(7) VALUE SPACES.
        02 LRD-CODIGO       PIC 9(5).
        02 FILLER           PIC X(1) VALUE SPACES.
        02 LRD-NOMBRE       PIC X(30).
        02 FILLER           PIC X(1) VALUE SPACES.
        02 LRD-FECHA-ALTA   PIC 9(8).
        02 FILLER           PIC X(1) VALUE SPACES.
        02 LRD-BAJA         PIC X(6).
      *------------------------------------------
       01 LINEA-CIFRA.
        02 CIF-TEXTO PIC X(35).
        02 CIF-VALOR PIC ZZZZZZ9.
      *------------------------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE 0 TO SW.
           MOVE 0 TO CONTADOR-VINCULOS.
           MOVE 0 TO CONTADOR-REFERIDOS.
           MOVE 0 TO CONTADOR-FUERA.
           MOVE 0 TO CONTADOR-REFERENTES.
           MOVE 0 TO NUMERO-PAGINA.
           MOVE 99 TO CONTADOR-LINEAS.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM PEDIR-RANGO.
           PERFORM ABRIR-ARCHIVOS.
           IF SW = 0
               PERFORM CONTAR-REFERIDOS
               PERFORM IMPRIMIR-REFERENTES
               PERFORM IMPRIMIR-CIFRAS
               DISPLAY "Clientes que refirieron.....: "
                       CONTADOR-REFERENTES
               DISPLAY "Altas referidas contadas....: "
                       CONTADOR-REFERIDOS
           END-IF.
           PERFORM CERRAR-ARCHIVOS.
           STOP RUN.
      *------------------------------------------
       PEDIR-RANGO.
           DISPLAY "Altas desde (AAAAMMDD, 0=todas)..: ".
           ACCEPT FECHA-DESDE-X.
           IF FECHA-DESDE-X IS NUMERIC
               MOVE FECHA-DESDE-X TO FECHA-DESDE
           ELSE
               MOVE 0 TO FECHA-DESDE
           END-IF.
           DISPLAY "Altas hasta (AAAAMMDD, 0=todas)..: ".
           ACCEPT FECHA-HASTA-X.
           IF FECHA-HASTA-X IS NUMERIC
               MOVE FECHA-HASTA-X TO FECHA-HASTA
           ELSE
               MOVE 0 TO FECHA-HASTA
           END-IF.
           IF FECHA-HASTA = 0
               MOVE 99999999 TO FECHA-HASTA
           END-IF.
      *------------------------------------------
       ABRIR-ARCHIVOS.
           OPEN INPUT AMIGOS.
           IF ESTADO-AMIGOS NOT = "00" AND ESTADO-AMIGOS NOT = "05"
               DISPLAY "No pude abrir el maestro: " ESTADO-AMIGOS
               MOVE 1 TO SW
           END-IF.
           OPEN INPUT RELACIONES.
           OPEN OUTPUT TOTALES.
           CLOSE TOTALES.
           OPEN I-O TOTALES.
           OPEN OUTPUT REPORTE.
      *------------------------------------------
      *  Cada vinculo R cuenta una alta para el
      *  cliente que refirio, si el referido
      *  sigue en el maestro y su FECHA-ALTA cae
      *  en el rango.
      *------------------------------------------
       CONTAR-REFERIDOS.
           MOVE 0 TO SW-FIN.
           PERFORM LEER-VINCULO.
           PERFORM REVISAR-VINCULO UNTIL SW-FIN = 1.
      *------------------------------------------
       LEER-VINCULO.
           READ RELACIONES NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       REVISAR-VINCULO.
           IF REL-TIPO = "R"
               ADD 1 TO CONTADOR-VINCULOS
               PERFORM REVISAR-REFERIDO
           END-IF.
           PERFORM LEER-VINCULO.
      *------------------------------------------
       REVISAR-REFERIDO.
           MOVE 0 TO SW-CUENTA.
           MOVE REL-RELACIONADO TO CODIGO.
           READ AMIGOS
               INVALID KEY
                   ADD 1 TO CONTADOR-FUERA
               NOT INVALID KEY
                   IF FECHA-ALTA >= FECHA-DESDE
                      AND FECHA-ALTA <= FECHA-HASTA
                       MOVE 1 TO SW-CUENTA
                   ELSE
                       ADD 1 TO CONTADOR-FUERA
                   END-IF
           END-READ.
           IF SW-CUENTA = 1
               ADD 1 TO CONTADOR-REFERIDOS
               PERFORM SUMAR-REFERENTE
           END-IF.
      *------------------------------------------
       SUMAR-REFERENTE.
           MOVE REL-CODIGO TO TOT-CODIGO.
           READ TOTALES
               INVALID KEY
                   MOVE 0 TO TOT-ALTAS
                   MOVE 0 TO TOT-ACTIVOS
                   MOVE 0 TO TOT-ULTIMA-ALTA
                   PERFORM ACUMULAR-REFERENTE
                   WRITE REG-TOTALES
                       INVALID KEY
                           DISPLAY "No pude grabar el referente "
                                   REL-CODIGO
                       NOT INVALID KEY
                           ADD 1 TO CONTADOR-REFERENTES
                   END-WRITE
               NOT INVALID KEY
                   PERFORM ACUMULAR-REFERENTE
                   REWRITE REG-TOTALES
                       INVALID KEY
                           DISPLAY "No pude grabar el referente "
                                   REL-CODIGO
                   END-REWRITE
           END-READ.
      *------------------------------------------
       ACUMULAR-REFERENTE.
           ADD 1 TO TOT-ALTAS.
           IF FECHA-BAJA = 0
               ADD 1 TO TOT-ACTIVOS
           END-IF.
           IF FECHA-ALTA > TOT-ULTIMA-ALTA
               MOVE FECHA-ALTA TO TOT-ULTIMA-ALTA
           END-IF.
           COMPUTE TOT-INVERSO = 99999 - TOT-ALTAS.
           MOVE TOT-CODIGO TO TOT-ORDEN-CODIGO.
      *------------------------------------------
       IMPRIMIR-REFERENTES.
           MOVE 0 TO SW-FIN.
           MOVE LOW-VALUES TO TOT-ORDEN.
           START TOTALES KEY IS NOT LESS THAN TOT-ORDEN
               INVALID KEY
                   MOVE 1 TO SW-FIN
           END-START.
           IF SW-FIN = 0
               PERFORM LEER-TOTAL
           END-IF.
           PERFORM IMPRIMIR-REFERENTE UNTIL SW-FIN = 1.
      *------------------------------------------
       LEER-TOTAL.
           READ TOTALES NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       IMPRIMIR-REFERENTE.
           IF CONTADOR-LINEAS + 2 > LINEAS-POR-PAGINA
               PERFORM ENCABEZAR-PAGINA
           END-IF.
           MOVE TOT-CODIGO TO LRE-CODIGO.
           MOVE TOT-CODIGO TO CODIGO.
           PERFORM BUSCAR-NOMBRE.
           MOVE NOMBRE TO LRE-NOMBRE.
           MOVE TOT-ALTAS TO LRE-ALTAS.
           MOVE TOT-ACTIVOS TO LRE-ACTIVOS.
           MOVE TOT-ULTIMA-ALTA TO LRE-ULTIMA-ALTA.
           MOVE LINEA-REFERENTE TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           PERFORM IMPRIMIR-REFERIDOS.
           PERFORM LEER-TOTAL.
      *------------------------------------------
       IMPRIMIR-REFERIDOS.
           MOVE TOT-CODIGO TO CODIGO-REFERENTE.
           MOVE 0 TO SW-FIN-REL.
           MOVE CODIGO-REFERENTE TO REL-CODIGO.
           MOVE 0 TO REL-RELACIONADO.
           START RELACIONES KEY IS NOT LESS THAN REL-CLAVE
               INVALID KEY
                   MOVE 1 TO SW-FIN-REL
           END-START.
           IF ESTADO-RELACIONES NOT = "00"
               MOVE 1 TO SW-FIN-REL
           END-IF.
           IF SW-FIN-REL = 0
               PERFORM LEER-REFERIDO
           END-IF.
           PERFORM IMPRIMIR-REFERIDO UNTIL SW-FIN-REL = 1.
      *------------------------------------------
       LEER-REFERIDO.
           READ RELACIONES NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN-REL
           END-READ.
           IF SW-FIN-REL = 0 AND REL-CODIGO NOT = CODIGO-REFERENTE
               MOVE 1 TO SW-FIN-REL
           END-IF.
      *------------------------------------------
       IMPRIMIR-REFERIDO.
           IF REL-TIPO = "R"
               MOVE REL-RELACIONADO TO CODIGO
               READ AMIGOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FECHA-ALTA >= FECHA-DESDE
                          AND FECHA-ALTA <= FECHA-HASTA
                           PERFORM ESCRIBIR-REFERIDO
                       END-IF
               END-READ
           END-IF.
           PERFORM LEER-REFERIDO.
      *------------------------------------------
       ESCRIBIR-REFERIDO.
           MOVE CODIGO TO LRD-CODIGO.
           MOVE NOMBRE TO LRD-NOMBRE.
           MOVE FECHA-ALTA TO LRD-FECHA-ALTA.
           IF FECHA-BAJA NOT = 0
               MOVE "*BAJA*" TO LRD-BAJA
           ELSE
               MOVE SPACES TO LRD-BAJA
           END-IF.
           MOVE LINEA-REFERIDO TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
      *------------------------------------------
       BUSCAR-NOMBRE.
           READ AMIGOS
               INVALID KEY
                   MOVE "(No existe en el maestro)" TO NOMBRE
           END-READ.
      *------------------------------------------
       ENCABEZAR-PAGINA.
           ADD 1 TO NUMERO-PAGINA.
           MOVE NUMERO-PAGINA TO ENC-PAGINA.
           MOVE FECHA-HOY TO ENC-FECHA.
           MOVE LINEA-ENCABEZADO-1 TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE FECHA-DESDE TO RAN-DESDE.
           MOVE FECHA-HASTA TO RAN-HASTA.
           MOVE LINEA-RANGO TO LINEA-REPORTE.
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
           MOVE "VINCULOS DE REFERIDO LEIDOS.......:" TO CIF-TEXTO.
           MOVE CONTADOR-VINCULOS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "ALTAS REFERIDAS EN EL RANGO.......:" TO CIF-TEXTO.
           MOVE CONTADOR-REFERIDOS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "REFERIDOS FUERA DEL RANGO.........:" TO CIF-TEXTO.
           MOVE CONTADOR-FUERA TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "CLIENTES QUE REFIRIERON...........:" TO CIF-TEXTO.
           MOVE CONTADOR-REFERENTES TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
      *------------------------------------------
       IMPRIMIR-UNA-CIFRA.
           MOVE LINEA-CIFRA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
      *------------------------------------------
       CERRAR-ARCHIVOS.
           CLOSE AMIGOS.
           CLOSE RELACIONES.
           CLOSE TOTALES.
           CLOSE REPORTE.
