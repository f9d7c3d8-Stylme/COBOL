       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPMANT.
      *------------------------------------------
      *  Catalogo de campanas.  Una campana ya
      *  armada conserva sus reglas de seleccion
      *  (sus miembros salieron de ellas); solo se
      *  le cambian la descripcion y las fechas.
      *------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------
       INPUT-OUTPUT SECTION.
      *------------------------------------------
       FILE-CONTROL.
           COPY CAMPFC.
           COPY CATFC.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
       FILE SECTION.
      *------------------------------------------
           COPY CAMPFD.
           COPY CATFD.
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-CAMPANAS PIC X(2).
        02 ESTADO-CATEGORIAS PIC X(2).
        02 SW PIC 9.
        02 TECLA PIC X.
        02 SW-FIN PIC 9.
        02 SW-EXISTE PIC 9.
        02 SW-VALIDO PIC 9.
        02 SW-TABLA PIC 9.
        02 IND PIC 9(2).
        02 CODIGO-MANT PIC X(6).
        02 LINEA-LISTA PIC 9(2).
      *------------------------------------------
       LINKAGE SECTION.
       01 OPERADOR-FIRMA PIC X(3).
      *------------------------------------------
       PROCEDURE DIVISION USING OPERADOR-FIRMA.
       PRINCIPAL.
           MOVE 0 TO SW.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM PROCESAR UNTIL SW = 1.
           PERFORM CERRAR-ARCHIVOS.
           GOBACK.
      *------------------------------------------
       ABRIR-ARCHIVOS.
           OPEN I-O CAMPANAS.
           OPEN INPUT CATEGORIAS.
           IF ESTADO-CATEGORIAS = "00"
               MOVE 1 TO SW-TABLA
           ELSE
               MOVE 0 TO SW-TABLA
           END-IF.
      *------------------------------------------
       LIMPIAR-PANTALLA.
           DISPLAY " " LINE 1 POSITION 1 ERASE EOS.
      *------------------------------------------
       PROCESAR.
           PERFORM LIMPIAR-PANTALLA.
           DISPLAY "CATALOGO DE CAMPANAS" LINE 2 POSITION 30.
           PERFORM LISTAR-CAMPANAS.
           DISPLAY "Campana a mantener (espacio=salir)..." LINE 14
                   POSITION 10.
           MOVE SPACES TO CODIGO-MANT.
           ACCEPT CODIGO-MANT LINE 14 POSITION 48 PROMPT NO BEEP.
           INSPECT CODIGO-MANT CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF CODIGO-MANT = SPACES
               MOVE 1 TO SW
           ELSE
               PERFORM EDITAR-CAMPANA
           END-IF.
      *------------------------------------------
       LISTAR-CAMPANAS.
           DISPLAY "CODIGO DESCRIPCION" LINE 4 POSITION 3.
           DISPLAY "INICIO   FIN      EST MIEMBROS" LINE 4
                   POSITION 42.
           MOVE 5 TO LINEA-LISTA.
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
           PERFORM MOSTRAR-CAMPANA UNTIL SW-FIN = 1.
      *------------------------------------------
       LEER-CAMPANA.
           READ CAMPANAS NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
      *  Solo caben 8 campanas; las que sigan se
      *  mantienen igual tecleando su codigo.
      *------------------------------------------
       MOSTRAR-CAMPANA.
           IF LINEA-LISTA < 13
               DISPLAY CPA-CODIGO LINE LINEA-LISTA POSITION 3
               DISPLAY CPA-DESCRIPCION LINE LINEA-LISTA POSITION 10
               DISPLAY CPA-FECHA-INICIO LINE LINEA-LISTA POSITION 42
               DISPLAY CPA-FECHA-FIN LINE LINEA-LISTA POSITION 51
               DISPLAY CPA-ESTADO LINE LINEA-LISTA POSITION 61
               DISPLAY CPA-MIEMBROS LINE LINEA-LISTA POSITION 65
               ADD 1 TO LINEA-LISTA
           ELSE
               DISPLAY "(hay mas)" LINE 13 POSITION 3
           END-IF.
           PERFORM LEER-CAMPANA.
      *------------------------------------------
       EDITAR-CAMPANA.
           MOVE 0 TO SW-EXISTE.
           MOVE CODIGO-MANT TO CPA-CODIGO.
           READ CAMPANAS
               INVALID KEY
                   MOVE SPACES TO REG-CAMPANAS
                   MOVE CODIGO-MANT TO CPA-CODIGO
                   MOVE 0 TO CPA-FECHA-INICIO
                   MOVE 0 TO CPA-FECHA-FIN
                   MOVE "S" TO CPA-SOLO-ACTIVOS
                   MOVE "A" TO CPA-REQUISITO
                   MOVE "N" TO CPA-ESTADO
                   MOVE 0 TO CPA-FECHA-ARMADO
                   MOVE 0 TO CPA-MIEMBROS
                   MOVE "N" TO CPA-TAREAS
               NOT INVALID KEY
                   MOVE 1 TO SW-EXISTE
           END-READ.
           DISPLAY "Descripcion................" LINE 15 POSITION 3.
           DISPLAY "Fecha inicio (AAAAMMDD)...." LINE 16 POSITION 3.
           DISPLAY "Fecha fin (AAAAMMDD)......." LINE 17 POSITION 3.
           DISPLAY "Categorias (blanco=todas).." LINE 18 POSITION 3.
           DISPLAY "Solo activos (S/N)........." LINE 19 POSITION 3.
           DISPLAY "Requisito (D/E/A/N)........" LINE 20 POSITION 3.
           DISPLAY "D=Direccion E=Email A=Alguno de los dos N=Ninguno"
                   LINE 21 POSITION 3.
           DISPLAY CPA-DESCRIPCION LINE 15 POSITION 31.
           DISPLAY CPA-FECHA-INICIO LINE 16 POSITION 31.
           DISPLAY CPA-FECHA-FIN LINE 17 POSITION 31.
           DISPLAY CPA-CATEGORIAS LINE 18 POSITION 31.
           DISPLAY CPA-SOLO-ACTIVOS LINE 19 POSITION 31.
           DISPLAY CPA-REQUISITO LINE 20 POSITION 31.
           ACCEPT CPA-DESCRIPCION LINE 15 POSITION 31 PROMPT NO BEEP.
           PERFORM PEDIR-FECHAS.
           IF CPA-ESTADO = "A"
               DISPLAY "Campana ya armada, reglas fijas" LINE 22
                       POSITION 31
           ELSE
               PERFORM PEDIR-CATEGORIAS
               PERFORM PEDIR-ACTIVOS
               PERFORM PEDIR-REQUISITO
           END-IF.
           MOVE OPERADOR-FIRMA TO CPA-OPERADOR.
           IF SW-EXISTE = 1
               REWRITE REG-CAMPANAS
                   INVALID KEY
                       DISPLAY "No pude grabar la campana" LINE 23
                               POSITION 30
                   NOT INVALID KEY
                       DISPLAY "Campana grabada" LINE 23 POSITION 30
               END-REWRITE
           ELSE
               WRITE REG-CAMPANAS
                   INVALID KEY
                       DISPLAY "No pude grabar la campana" LINE 23
                               POSITION 30
                   NOT INVALID KEY
                       DISPLAY "Campana grabada" LINE 23 POSITION 30
               END-WRITE
           END-IF.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
      *------------------------------------------
       PEDIR-FECHAS.
           MOVE 0 TO SW-VALIDO.
           PERFORM ACEPTAR-FECHAS UNTIL SW-VALIDO = 1.
      *------------------------------------------
       ACEPTAR-FECHAS.
           ACCEPT CPA-FECHA-INICIO LINE 16 POSITION 31 PROMPT NO BEEP.
           ACCEPT CPA-FECHA-FIN LINE 17 POSITION 31 PROMPT NO BEEP.
           IF CPA-FECHA-INICIO = 0 OR CPA-FECHA-FIN < CPA-FECHA-INICIO
               DISPLAY "Fechas invalidas" LINE 23 POSITION 30
           ELSE
               DISPLAY "                " LINE 23 POSITION 30
               MOVE 1 TO SW-VALIDO
           END-IF.
      *------------------------------------------
       PEDIR-CATEGORIAS.
           MOVE 0 TO SW-VALIDO.
           PERFORM ACEPTAR-CATEGORIAS UNTIL SW-VALIDO = 1.
      *------------------------------------------
       ACEPTAR-CATEGORIAS.
           ACCEPT CPA-CATEGORIAS LINE 18 POSITION 31 PROMPT NO BEEP.
           INSPECT CPA-CATEGORIAS CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 1 TO SW-VALIDO.
           PERFORM VALIDAR-CATEGORIA VARYING IND FROM 1 BY 1
               UNTIL IND > 10.
           IF SW-VALIDO = 0
               DISPLAY "Categoria inexistente" LINE 23 POSITION 30
           ELSE
               DISPLAY "                     " LINE 23 POSITION 30
           END-IF.
      *------------------------------------------
       VALIDAR-CATEGORIA.
           IF CPA-CATEGORIA (IND) NOT = SPACE
               IF SW-TABLA = 1
                   MOVE CPA-CATEGORIA (IND) TO CAT-CODIGO
                   READ CATEGORIAS
                       INVALID KEY
                           MOVE 0 TO SW-VALIDO
                   END-READ
               ELSE
                   IF CPA-CATEGORIA (IND) NOT = "F"
                      AND CPA-CATEGORIA (IND) NOT = "B"
                      AND CPA-CATEGORIA (IND) NOT = "P"
                       MOVE 0 TO SW-VALIDO
                   END-IF
               END-IF
           END-IF.
      *------------------------------------------
       PEDIR-ACTIVOS.
           MOVE 0 TO SW-VALIDO.
           PERFORM ACEPTAR-ACTIVOS UNTIL SW-VALIDO = 1.
      *------------------------------------------
       ACEPTAR-ACTIVOS.
           ACCEPT CPA-SOLO-ACTIVOS LINE 19 POSITION 31 PROMPT NO BEEP.
           IF CPA-SOLO-ACTIVOS = "s"
               MOVE "S" TO CPA-SOLO-ACTIVOS
           END-IF.
           IF CPA-SOLO-ACTIVOS = "n"
               MOVE "N" TO CPA-SOLO-ACTIVOS
           END-IF.
           IF CPA-SOLO-ACTIVOS = "S" OR CPA-SOLO-ACTIVOS = "N"
               MOVE 1 TO SW-VALIDO
           ELSE
               DISPLAY "Conteste S o N" LINE 23 POSITION 30
           END-IF.
      *------------------------------------------
       PEDIR-REQUISITO.
           MOVE 0 TO SW-VALIDO.
           PERFORM ACEPTAR-REQUISITO UNTIL SW-VALIDO = 1.
      *------------------------------------------
       ACEPTAR-REQUISITO.
           ACCEPT CPA-REQUISITO LINE 20 POSITION 31 PROMPT NO BEEP.
           INSPECT CPA-REQUISITO CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF CPA-REQUISITO = "D" OR CPA-REQUISITO = "E"
              OR CPA-REQUISITO = "A" OR CPA-REQUISITO = "N"
               MOVE 1 TO SW-VALIDO
           ELSE
               DISPLAY "Conteste D, E, A o N" LINE 23 POSITION 30
           END-IF.
      *------------------------------------------
       CERRAR-ARCHIVOS.
           CLOSE CAMPANAS.
           CLOSE CATEGORIAS.
