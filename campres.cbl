       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPRES.
      *------------------------------------------
      *  Resultados de campanas en CAMPRES.LST:
      *  por cada campana armada, sus miembros por
      *  categoria con las respuestas registradas
      *  y el porcentaje que contesto; al final el
      *  acumulado de todas las campanas listadas
      *  por categoria.  La categoria es la que
      *  tenia el cliente al armarse la campana.
      *------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------
       INPUT-OUTPUT SECTION.
      *------------------------------------------
       FILE-CONTROL.
           COPY CAMPFC.
           COPY MIEMFC.
           COPY CATFC.
           SELECT REPORTE ASSIGN TO "CAMPRES.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
       FILE SECTION.
      *------------------------------------------
           COPY CAMPFD.
           COPY MIEMFD.
           COPY CATFD.
      *------------------------------------------
       FD REPORTE.
       01 LINEA-REPORTE PIC X(132).
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-CAMPANAS PIC X(2).
        02 ESTADO-MIEMBROS PIC X(2).
        02 ESTADO-CATEGORIAS PIC X(2).
        02 SW PIC 9.
        02 TECLA PIC X.
        02 SW-FIN PIC 9.
        02 SW-FIN-MIE PIC 9.
        02 FILTRO-CAMPANA PIC X(6).
        02 IND PIC 9(2).
        02 IND-CAT PIC 9(2).
        02 IND-CIFRA PIC 9(1).
        02 IND-GEN PIC 9(2).
        02 CONTADOR-LINEAS PIC 9(3).
        02 NUMERO-PAGINA PIC 9(3).
        02 LINEAS-POR-PAGINA PIC 9(3) VALUE 20.
        02 CONTADOR-CAMPANAS PIC 9(5).
        02 FECHA-HOY PIC 9(8).
      *------------------------------------------
      *  Cifras de cada renglon: 1 miembros,
      *  2 contesto, 3 no contesto, 4 rechazo,
      *  5 direccion erronea, 6 sin respuesta.
      *------------------------------------------
       01 TABLA-CAMPANA.
        02 TCA-CUENTA PIC 9(2).
        02 TCA-ENTRADA OCCURS 40.
         03 TCA-CATEGORIA PIC X(1).
         03 TCA-CIFRA PIC 9(5) OCCURS 6.
      *------------------------------------------
       01 TABLA-GENERAL.
        02 TGE-CUENTA PIC 9(2).
        02 TGE-ENTRADA OCCURS 40.
         03 TGE-CATEGORIA PIC X(1).
         03 TGE-CIFRA PIC 9(5) OCCURS 6.
      *------------------------------------------
       01 RENGLON.
        02 REN-CAMPANA PIC X(6).
        02 REN-CATEGORIA PIC X(1).
        02 REN-DESCRIPCION PIC X(20).
        02 REN-CIFRA PIC 9(5) OCCURS 6.
      *------------------------------------------
       01 TOTAL-CAMPANA.
        02 TOT-CIFRA PIC 9(5) OCCURS 6.
      *------------------------------------------
       01 LINEA-ENCABEZADO-1.
        02 FILLER    PIC X(30) VALUE SPACES.
        02 FILLER    PIC X(26) VALUE "RESULTADOS DE CAMPANAS AL ".
        02 ENC-FECHA PIC 9(8).
        02 FILLER    PIC X(20) VALUE SPACES.
        02 FILLER    PIC X(7)  VALUE "PAGINA ".
        02 ENC-PAGINA PIC ZZ9.
      *------------------------------------------
       01 LINEA-ENCABEZADO-2.
        02 FILLER PIC X(8)  VALUE "CAMPANA".
        02 FILLER PIC X(24) VALUE "CATEGORIA".
        02 FILLER PIC X(9)  VALUE "MIEMBROS".
        02 FILLER PIC X(9)  VALUE "CONTESTO".
        02 FILLER PIC X(9)  VALUE "NO CONT.".
        02 FILLER PIC X(9)  VALUE "RECHAZO".
        02 FILLER PIC X(9)  VALUE "DIR.ERR.".
        02 FILLER PIC X(9)  VALUE "SIN RESP".
        02 FILLER PIC X(10) VALUE "% CONTESTO".
      *------------------------------------------
       01 LINEA-DETALLE.
        02 DET-CAMPANA     PIC X(6).
        02 FILLER          PIC X(2) VALUE SPACES.
        02 DET-CATEGORIA   PIC X(1).
        02 FILLER          PIC X(1) VALUE SPACES.
        02 DET-DESCRIPCION PIC X(20).
        02 FILLER          PIC X(2) VALUE SPACES.
        02 DET-CIFRAS OCCURS 6.
         03 DET-CIFRA      PIC ZZZZ9.
         03 FILLER         PIC X(4).
        02 FILLER          PIC X(3) VALUE SPACES.
        02 DET-TASA        PIC ZZ9.
      *------------------------------------------
       01 LINEA-CAMPANA.
        02 FILLER    PIC X(8) VALUE "CAMPANA ".
        02 CAM-CODIGO PIC X(6).
        02 FILLER    PIC X(2) VALUE SPACES.
        02 CAM-DESCRIPCION PIC X(30).
        02 FILLER    PIC X(2) VALUE SPACES.
        02 CAM-FECHA-INICIO PIC 9(8).
        02 FILLER    PIC X(3) VALUE " A ".
        02 CAM-FECHA-FIN PIC 9(8).
      *------------------------------------------
       01 LINEA-CIFRA.
        02 CIF-TEXTO PIC X(35).
        02 CIF-VALOR PIC ZZZZZZ9.
      *------------------------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE 0 TO SW.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM PEDIR-FILTRO.
           PERFORM ABRIR-ARCHIVOS.
           MOVE 0 TO NUMERO-PAGINA.
           MOVE 99 TO CONTADOR-LINEAS.
           MOVE 0 TO CONTADOR-CAMPANAS.
           MOVE 0 TO TGE-CUENTA.
           PERFORM RECORRER-CAMPANAS.
           PERFORM IMPRIMIR-GENERAL.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM MOSTRAR-RESUMEN.
           GOBACK.
      *------------------------------------------
       LIMPIAR-PANTALLA.
           DISPLAY " " LINE 1 POSITION 1 ERASE EOS.
      *------------------------------------------
       PEDIR-FILTRO.
           PERFORM LIMPIAR-PANTALLA.
           DISPLAY "RESULTADOS DE CAMPANAS" LINE 2 POSITION 29.
           DISPLAY "Campana (espacio=todas)..." LINE 6 POSITION 10.
           MOVE SPACES TO FILTRO-CAMPANA.
           ACCEPT FILTRO-CAMPANA LINE 6 POSITION 38 PROMPT NO BEEP.
           INSPECT FILTRO-CAMPANA CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *------------------------------------------
       ABRIR-ARCHIVOS.
           OPEN INPUT CAMPANAS.
           OPEN INPUT MIEMBROS.
           OPEN INPUT CATEGORIAS.
           OPEN OUTPUT REPORTE.
      *------------------------------------------
       RECORRER-CAMPANAS.
           MOVE 0 TO SW-FIN.
           MOVE LOW-VALUES TO CPA-CODIGO.
           START CAMPANAS KEY IS NOT LESS THAN CPA-CODIGO
               INVALID KEY
                   MOVE 1 TO SW-FIN
           END-START.
           IF ESTADO-CAMPANAS NOT = "00"
               MOVE 1 TO SW-FIN
           END-IF.
           IF SW-FIN = 0
               PERFORM LEER-CAMPANA
           END-IF.
           PERFORM REVISAR-CAMPANA UNTIL SW-FIN = 1.
      *------------------------------------------
       LEER-CAMPANA.
           READ CAMPANAS NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       REVISAR-CAMPANA.
           IF CPA-ESTADO = "A"
              AND (FILTRO-CAMPANA = SPACES
                   OR CPA-CODIGO = FILTRO-CAMPANA)
               PERFORM RESULTADOS-CAMPANA
           END-IF.
           PERFORM LEER-CAMPANA.
      *------------------------------------------
       RESULTADOS-CAMPANA.
           ADD 1 TO CONTADOR-CAMPANAS.
           MOVE 0 TO TCA-CUENTA.
           PERFORM CONTAR-MIEMBROS.
           IF CONTADOR-LINEAS + TCA-CUENTA + 3 > LINEAS-POR-PAGINA
               PERFORM ENCABEZAR-PAGINA
           END-IF.
           MOVE CPA-CODIGO TO CAM-CODIGO.
           MOVE CPA-DESCRIPCION TO CAM-DESCRIPCION.
           MOVE CPA-FECHA-INICIO TO CAM-FECHA-INICIO.
           MOVE CPA-FECHA-FIN TO CAM-FECHA-FIN.
           MOVE LINEA-CAMPANA TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           PERFORM LIMPIAR-TOTAL.
           PERFORM IMPRIMIR-CATEGORIA-CAMPANA VARYING IND FROM 1 BY 1
               UNTIL IND > TCA-CUENTA.
           MOVE CPA-CODIGO TO REN-CAMPANA.
           MOVE SPACE TO REN-CATEGORIA.
           MOVE "TOTAL CAMPANA" TO REN-DESCRIPCION.
           PERFORM PASAR-TOTAL VARYING IND-CIFRA FROM 1 BY 1
               UNTIL IND-CIFRA > 6.
           PERFORM IMPRIMIR-RENGLON.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
      *------------------------------------------
       CONTAR-MIEMBROS.
           MOVE 0 TO SW-FIN-MIE.
           MOVE CPA-CODIGO TO MIE-CAMPANA.
           MOVE 0 TO MIE-CODIGO.
           START MIEMBROS KEY IS NOT LESS THAN MIE-CLAVE
               INVALID KEY
                   MOVE 1 TO SW-FIN-MIE
           END-START.
           IF ESTADO-MIEMBROS NOT = "00"
               MOVE 1 TO SW-FIN-MIE
           END-IF.
           IF SW-FIN-MIE = 0
               PERFORM LEER-MIEMBRO
           END-IF.
           PERFORM CONTAR-UN-MIEMBRO UNTIL SW-FIN-MIE = 1.
      *------------------------------------------
       LEER-MIEMBRO.
           READ MIEMBROS NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN-MIE
           END-READ.
           IF SW-FIN-MIE = 0 AND MIE-CAMPANA NOT = CPA-CODIGO
               MOVE 1 TO SW-FIN-MIE
           END-IF.
      *------------------------------------------
       CONTAR-UN-MIEMBRO.
           MOVE 0 TO IND-CAT.
           PERFORM BUSCAR-CATEGORIA VARYING IND FROM 1 BY 1
               UNTIL IND > TCA-CUENTA.
           IF IND-CAT = 0 AND TCA-CUENTA < 40
               ADD 1 TO TCA-CUENTA
               MOVE TCA-CUENTA TO IND-CAT
               MOVE MIE-CATEGORIA TO TCA-CATEGORIA (IND-CAT)
               PERFORM LIMPIAR-CIFRA-CAMPANA VARYING IND-CIFRA
                   FROM 1 BY 1 UNTIL IND-CIFRA > 6
           END-IF.
           IF IND-CAT > 0
               ADD 1 TO TCA-CIFRA (IND-CAT, 1)
               IF MIE-RESPUESTA = "C"
                   ADD 1 TO TCA-CIFRA (IND-CAT, 2)
               END-IF
               IF MIE-RESPUESTA = "N"
                   ADD 1 TO TCA-CIFRA (IND-CAT, 3)
               END-IF
               IF MIE-RESPUESTA = "R"
                   ADD 1 TO TCA-CIFRA (IND-CAT, 4)
               END-IF
               IF MIE-RESPUESTA = "D"
                   ADD 1 TO TCA-CIFRA (IND-CAT, 5)
               END-IF
               IF MIE-RESPUESTA = SPACE
                   ADD 1 TO TCA-CIFRA (IND-CAT, 6)
               END-IF
           END-IF.
           PERFORM LEER-MIEMBRO.
      *------------------------------------------
       BUSCAR-CATEGORIA.
           IF TCA-CATEGORIA (IND) = MIE-CATEGORIA
               MOVE IND TO IND-CAT
           END-IF.
      *------------------------------------------
       LIMPIAR-CIFRA-CAMPANA.
           MOVE 0 TO TCA-CIFRA (IND-CAT, IND-CIFRA).
      *------------------------------------------
       LIMPIAR-TOTAL.
           MOVE 0 TO TOT-CIFRA (1).
           MOVE 0 TO TOT-CIFRA (2).
           MOVE 0 TO TOT-CIFRA (3).
           MOVE 0 TO TOT-CIFRA (4).
           MOVE 0 TO TOT-CIFRA (5).
           MOVE 0 TO TOT-CIFRA (6).
      *------------------------------------------
      *  Cada categoria de la campana se imprime,
      *  se suma al total de la campana y pasa al
      *  acumulado general.
      *------------------------------------------
       IMPRIMIR-CATEGORIA-CAMPANA.
           MOVE CPA-CODIGO TO REN-CAMPANA.
           MOVE TCA-CATEGORIA (IND) TO REN-CATEGORIA.
           PERFORM BUSCAR-DESCRIPCION.
           PERFORM PASAR-CIFRA-CAMPANA VARYING IND-CIFRA FROM 1 BY 1
               UNTIL IND-CIFRA > 6.
           PERFORM IMPRIMIR-RENGLON.
           PERFORM ACUMULAR-GENERAL.
      *------------------------------------------
       PASAR-CIFRA-CAMPANA.
           MOVE TCA-CIFRA (IND, IND-CIFRA) TO REN-CIFRA (IND-CIFRA).
           ADD TCA-CIFRA (IND, IND-CIFRA) TO TOT-CIFRA (IND-CIFRA).
      *------------------------------------------
       PASAR-TOTAL.
           MOVE TOT-CIFRA (IND-CIFRA) TO REN-CIFRA (IND-CIFRA).
      *------------------------------------------
       ACUMULAR-GENERAL.
           MOVE 0 TO IND-CAT.
           PERFORM BUSCAR-CATEGORIA-GENERAL VARYING IND-GEN
               FROM 1 BY 1 UNTIL IND-GEN > TGE-CUENTA.
           IF IND-CAT = 0 AND TGE-CUENTA < 40
               ADD 1 TO TGE-CUENTA
               MOVE TGE-CUENTA TO IND-CAT
               MOVE TCA-CATEGORIA (IND) TO TGE-CATEGORIA (IND-CAT)
               PERFORM LIMPIAR-CIFRA-GENERAL VARYING IND-CIFRA
                   FROM 1 BY 1 UNTIL IND-CIFRA > 6
           END-IF.
           IF IND-CAT > 0
               PERFORM SUMAR-CIFRA-GENERAL VARYING IND-CIFRA
                   FROM 1 BY 1 UNTIL IND-CIFRA > 6
           END-IF.
      *------------------------------------------
       BUSCAR-CATEGORIA-GENERAL.
           IF TGE-CATEGORIA (IND-GEN) = TCA-CATEGORIA (IND)
               MOVE IND-GEN TO IND-CAT
           END-IF.
      *------------------------------------------
       LIMPIAR-CIFRA-GENERAL.
           MOVE 0 TO TGE-CIFRA (IND-CAT, IND-CIFRA).
      *------------------------------------------
       SUMAR-CIFRA-GENERAL.
           ADD TCA-CIFRA (IND, IND-CIFRA)
               TO TGE-CIFRA (IND-CAT, IND-CIFRA).
      *------------------------------------------
       BUSCAR-DESCRIPCION.
           MOVE REN-CATEGORIA TO CAT-CODIGO.
           READ CATEGORIAS
               INVALID KEY
                   MOVE SPACES TO REN-DESCRIPCION
               NOT INVALID KEY
                   MOVE CAT-DESCRIPCION TO REN-DESCRIPCION
           END-READ.
      *------------------------------------------
       IMPRIMIR-RENGLON.
           IF CONTADOR-LINEAS >= LINEAS-POR-PAGINA
               PERFORM ENCABEZAR-PAGINA
           END-IF.
           MOVE SPACES TO LINEA-DETALLE.
           MOVE REN-CAMPANA TO DET-CAMPANA.
           MOVE REN-CATEGORIA TO DET-CATEGORIA.
           MOVE REN-DESCRIPCION TO DET-DESCRIPCION.
           PERFORM PASAR-CIFRA-DETALLE VARYING IND-CIFRA FROM 1 BY 1
               UNTIL IND-CIFRA > 6.
           IF REN-CIFRA (1) > 0
               COMPUTE DET-TASA ROUNDED =
                   REN-CIFRA (2) * 100 / REN-CIFRA (1)
           ELSE
               MOVE 0 TO DET-TASA
           END-IF.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
      *------------------------------------------
       PASAR-CIFRA-DETALLE.
           MOVE REN-CIFRA (IND-CIFRA) TO DET-CIFRA (IND-CIFRA).
      *------------------------------------------
       IMPRIMIR-GENERAL.
           IF CONTADOR-LINEAS + TGE-CUENTA + 3 > LINEAS-POR-PAGINA
               PERFORM ENCABEZAR-PAGINA
           END-IF.
           MOVE "TODAS LAS CAMPANAS LISTADAS, POR CATEGORIA"
                TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           PERFORM LIMPIAR-TOTAL.
           PERFORM IMPRIMIR-CATEGORIA-GENERAL VARYING IND FROM 1 BY 1
               UNTIL IND > TGE-CUENTA.
           MOVE SPACES TO REN-CAMPANA.
           MOVE SPACE TO REN-CATEGORIA.
           MOVE "TOTAL GENERAL" TO REN-DESCRIPCION.
           PERFORM PASAR-TOTAL VARYING IND-CIFRA FROM 1 BY 1
               UNTIL IND-CIFRA > 6.
           PERFORM IMPRIMIR-RENGLON.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           MOVE "CAMPANAS LISTADAS.................:" TO CIF-TEXTO.
           MOVE CONTADOR-CAMPANAS TO CIF-VALOR.
           MOVE LINEA-CIFRA TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
      *------------------------------------------
       IMPRIMIR-CATEGORIA-GENERAL.
           MOVE SPACES TO REN-CAMPANA.
           MOVE TGE-CATEGORIA (IND) TO REN-CATEGORIA.
           PERFORM BUSCAR-DESCRIPCION.
           PERFORM PASAR-CIFRA-GENERAL VARYING IND-CIFRA FROM 1 BY 1
               UNTIL IND-CIFRA > 6.
           PERFORM IMPRIMIR-RENGLON.
      *------------------------------------------
       PASAR-CIFRA-GENERAL.
           MOVE TGE-CIFRA (IND, IND-CIFRA) TO REN-CIFRA (IND-CIFRA).
           ADD TGE-CIFRA (IND, IND-CIFRA) TO TOT-CIFRA (IND-CIFRA).
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
      *------------------------------------------
       ESCRIBIR-LINEA.
           IF CONTADOR-LINEAS >= LINEAS-POR-PAGINA
               PERFORM ENCABEZAR-PAGINA
           END-IF.
           WRITE LINEA-REPORTE.
           ADD 1 TO CONTADOR-LINEAS.
      *------------------------------------------
       MOSTRAR-RESUMEN.
           PERFORM LIMPIAR-PANTALLA.
           DISPLAY "Resultados en CAMPRES.LST" LINE 9 POSITION 10.
           DISPLAY "Campanas listadas.....: " LINE 11 POSITION 10.
           DISPLAY CONTADOR-CAMPANAS LINE 11 POSITION 36.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
      *------------------------------------------
       CERRAR-ARCHIVOS.
           CLOSE CAMPANAS.
           CLOSE MIEMBROS.
           CLOSE CATEGORIAS.
           CLOSE REPORTE.
