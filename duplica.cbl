       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLICA.
      *------------------------------------------
      *  Busqueda de duplicados probables entre
      *  los clientes activos, para revisarlos y
      *  fusionarlos con FUSIONA.  Compara:
      *  - telefonos (TELEFONO del maestro,
      *    DIR-TELEFONO2 y los TEL-NUMERO de
      *    TELEFS.DAT) sin espacios, guiones ni
      *    parentesis;
      *  - el DIR-EMAIL, sin importar mayusculas;
      *  - el NOMBRE sin acentos ni mayusculas y
      *    con las palabras en orden alfabetico.
      *  Cada par lleva una puntuacion y los
      *  motivos por los que coincidio.  Los
      *  pares que el supervisor marco en
      *  NODUPL.DAT (opcion DESCARTA) no salen.
      *------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------
       INPUT-OUTPUT SECTION.
      *------------------------------------------
       FILE-CONTROL.
           COPY AMIGOSFC.
           COPY DIRECFC.
           COPY TELFC.
           COPY NODUPFC.
           SELECT CLAVES ASSIGN TO RANDOM "DUPLICA.CLV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLA-LLAVE
               FILE STATUS IS ESTADO-CLAVES.
           SELECT PARES ASSIGN TO RANDOM "DUPLICA.PAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CLAVE
               ALTERNATE RECORD KEY IS PAR-ORDEN
               FILE STATUS IS ESTADO-PARES.
           SELECT REPORTE ASSIGN TO "DUPLICA.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
       FILE SECTION.
      *------------------------------------------
           COPY AMIGOSFD.
           COPY DIRECFD.
           COPY TELFD.
           COPY NODUPFD.
      *------------------------------------------
      *  Una linea por cada clave de comparacion
      *  de cada cliente activo; al leerlo en
      *  orden quedan juntos los clientes que
      *  comparten la misma clave.
      *  CLA-TIPO: T telefono, E email, N nombre.
      *------------------------------------------
       FD CLAVES.
       01 REG-CLAVES.
        02 CLA-LLAVE.
         03 CLA-TIPO   PIC X(1).
         03 CLA-VALOR  PIC X(40).
         03 CLA-CODIGO PIC 9(5).
      *------------------------------------------
      *  Un registro por par de codigos, con los
      *  motivos acumulados.  PAR-ORDEN lleva el
      *  complemento de la puntuacion para leer
      *  los pares de mayor a menor puntuacion.
      *------------------------------------------
       FD PARES.
       01 REG-PARES.
        02 PAR-CLAVE.
         03 PAR-CODIGO-1 PIC 9(5).
         03 PAR-CODIGO-2 PIC 9(5).
        02 PAR-ORDEN.
         03 PAR-INVERSO  PIC 9(3).
         03 PAR-ORDEN-CODIGOS PIC 9(10).
        02 PAR-PUNTOS    PIC 9(3).
        02 PAR-TELEFONO  PIC X(1).
        02 PAR-EMAIL     PIC X(1).
        02 PAR-NOMBRE    PIC X(1).
        02 PAR-DATO      PIC X(40).
      *------------------------------------------
       FD REPORTE.
       01 LINEA-REPORTE PIC X(132).
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-AMIGOS PIC X(2).
        02 ESTADO-DIRECCIONES PIC X(2).
        02 ESTADO-TELEFONOS PIC X(2).
        02 ESTADO-NODUP PIC X(2).
        02 ESTADO-CLAVES PIC X(2).
        02 ESTADO-PARES PIC X(2).
        02 SW PIC 9.
        02 SW-FIN PIC 9.
        02 SW-EN-PALABRA PIC 9.
        02 SW-GRUPO-LLENO PIC 9.
        02 FECHA-HOY PIC 9(8).
        02 POS PIC 9(2).
        02 IND PIC 9(2).
        02 IND-A PIC 9(2).
        02 IND-B PIC 9(2).
        02 CARACTER PIC X(1).
        02 TEXTO-ENTRADA PIC X(40).
        02 CLAVE-NORMAL PIC X(40).
        02 LARGO-CLAVE PIC 9(2).
        02 CUENTA-PALABRAS PIC 9(2).
        02 PALABRA-AUX PIC X(30).
        02 LARGO-AUX PIC 9(2).
        02 CODIGO-CLAVE PIC 9(5).
        02 GRUPO-TIPO PIC X(1).
        02 GRUPO-VALOR PIC X(40).
        02 GRUPO-CUENTA PIC 9(2).
        02 CONTADOR-LINEAS PIC 9(3).
        02 NUMERO-PAGINA PIC 9(3).
        02 LINEAS-POR-PAGINA PIC 9(3) VALUE 20.
        02 CONTADOR-ACTIVOS PIC 9(5).
        02 CONTADOR-CLAVES PIC 9(7).
        02 CONTADOR-PARES PIC 9(5).
        02 CONTADOR-DESCARTADOS PIC 9(5).
        02 CONTADOR-GRUPOS-LLENOS PIC 9(5).
      *------------------------------------------
      *  Puntos que aporta cada motivo; la suma
      *  se topa en 100.
      *------------------------------------------
       01 PUNTUACION.
        02 PUNTOS-TELEFONO PIC 9(3) VALUE 45.
        02 PUNTOS-EMAIL    PIC 9(3) VALUE 40.
        02 PUNTOS-NOMBRE   PIC 9(3) VALUE 30.
        02 PUNTOS-TOPE     PIC 9(3) VALUE 100.
      *------------------------------------------
       01 TABLA-PALABRAS.
        02 PAL-ENTRADA OCCURS 15.
         03 PAL-TEXTO PIC X(30).
         03 PAL-LARGO PIC 9(2).
      *------------------------------------------
       01 TABLA-GRUPO.
        02 GRUPO-CODIGO PIC 9(5) OCCURS 20.
      *------------------------------------------
       01 LINEA-ENCABEZADO-1.
        02 FILLER    PIC X(40) VALUE SPACES.
        02 FILLER    PIC X(30) VALUE "DUPLICADOS PROBABLES AL ".
        02 ENC-FECHA PIC 9(8).
        02 FILLER    PIC X(20) VALUE SPACES.
        02 FILLER    PIC X(7)  VALUE "PAGINA ".
        02 ENC-PAGINA PIC ZZ9.
      *------------------------------------------
       01 LINEA-ENCABEZADO-2.
        02 FILLER PIC X(7)  VALUE "PUNTOS ".
        02 FILLER PIC X(38) VALUE "CODIGO NOMBRE".
        02 FILLER PIC X(38) VALUE "CODIGO NOMBRE".
        02 FILLER PIC X(24) VALUE "MOTIVOS".
        02 FILLER PIC X(25) VALUE "DATO COINCIDENTE".
      *------------------------------------------
       01 LINEA-DETALLE.
        02 DET-PUNTOS   PIC ZZ9.
        02 FILLER       PIC X(4) VALUE SPACES.
        02 DET-CODIGO-1 PIC 9(5).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 DET-NOMBRE-1 PIC X(30).
        02 FILLER       PIC X(1) VALUE SPACES.
        02 DET-CODIGO-2 PIC 9(5).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 DET-NOMBRE-2 PIC X(30).
        02 FILLER       PIC X(1) VALUE SPACES.
        02 DET-MOTIVOS  PIC X(24).
        02 DET-DATO     PIC X(25).
      *------------------------------------------
       01 LINEA-CIFRA.
        02 CIF-TEXTO PIC X(35).
        02 CIF-VALOR PIC ZZZZZZ9.
      *------------------------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE 0 TO SW.
           MOVE 0 TO CONTADOR-ACTIVOS.
           MOVE 0 TO CONTADOR-CLAVES.
           MOVE 0 TO CONTADOR-PARES.
           MOVE 0 TO CONTADOR-DESCARTADOS.
           MOVE 0 TO CONTADOR-GRUPOS-LLENOS.
           MOVE 0 TO NUMERO-PAGINA.
           MOVE 99 TO CONTADOR-LINEAS.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARCHIVOS.
           IF SW = 0
               PERFORM CARGAR-CLAVES-MAESTRO
               PERFORM CARGAR-CLAVES-TELEFONOS
               CLOSE CLAVES
               PERFORM ARMAR-PARES
               PERFORM IMPRIMIR-PARES
               PERFORM IMPRIMIR-CIFRAS
               DISPLAY "Clientes activos revisados..: " CONTADOR-ACTIVOS
               DISPLAY "Pares probables listados....: " CONTADOR-PARES
               DISPLAY "Pares descartados...........: "
                       CONTADOR-DESCARTADOS
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
           OPEN INPUT TELEFONOS.
           OPEN INPUT NO-DUPLICADOS.
           OPEN OUTPUT CLAVES.
           OPEN OUTPUT PARES.
           CLOSE PARES.
           OPEN I-O PARES.
           OPEN OUTPUT REPORTE.
      *------------------------------------------
       CARGAR-CLAVES-MAESTRO.
           MOVE 0 TO SW-FIN.
           PERFORM LEER-MAESTRO.
           PERFORM CLAVES-DE-CLIENTE UNTIL SW-FIN = 1.
      *------------------------------------------
       LEER-MAESTRO.
           READ AMIGOS NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       CLAVES-DE-CLIENTE.
           IF FECHA-BAJA = 0
               ADD 1 TO CONTADOR-ACTIVOS
               MOVE CODIGO TO CODIGO-CLAVE
               MOVE TELEFONO TO TEXTO-ENTRADA
               PERFORM GRABAR-CLAVE-TELEFONO
               PERFORM NORMALIZAR-NOMBRE
               IF CUENTA-PALABRAS > 1
                   MOVE "N" TO CLA-TIPO
                   PERFORM GRABAR-CLAVE
               END-IF
               MOVE CODIGO TO DIR-CODIGO
               READ DIRECCIONES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CLAVES-DE-DETALLE
               END-READ
           END-IF.
           PERFORM LEER-MAESTRO.
      *------------------------------------------
       CLAVES-DE-DETALLE.
           MOVE DIR-TELEFONO2 TO TEXTO-ENTRADA.
           PERFORM GRABAR-CLAVE-TELEFONO.
           IF DIR-EMAIL NOT = SPACES
               MOVE DIR-EMAIL TO CLAVE-NORMAL
               INSPECT CLAVE-NORMAL CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE "E" TO CLA-TIPO
               PERFORM GRABAR-CLAVE
           END-IF.
      *------------------------------------------
      *  Los telefonos adicionales solo cuentan
      *  si su cliente sigue activo.
      *------------------------------------------
       CARGAR-CLAVES-TELEFONOS.
           MOVE 0 TO SW-FIN.
           PERFORM LEER-TELEFONO.
           PERFORM CLAVE-DE-TELEFONO UNTIL SW-FIN = 1.
      *------------------------------------------
       LEER-TELEFONO.
           READ TELEFONOS NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       CLAVE-DE-TELEFONO.
           MOVE TEL-CODIGO TO CODIGO.
           READ AMIGOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FECHA-BAJA = 0
                       MOVE TEL-CODIGO TO CODIGO-CLAVE
                       MOVE TEL-NUMERO TO TEXTO-ENTRADA
                       PERFORM GRABAR-CLAVE-TELEFONO
                   END-IF
           END-READ.
           PERFORM LEER-TELEFONO.
      *------------------------------------------
       GRABAR-CLAVE-TELEFONO.
           PERFORM NORMALIZAR-TELEFONO.
           IF CLAVE-NORMAL NOT = SPACES
               MOVE "T" TO CLA-TIPO
               PERFORM GRABAR-CLAVE
           END-IF.
      *------------------------------------------
      *  Un cliente que repite el mismo numero en
      *  dos lugares da la misma llave: la segunda
      *  vez se rechaza y no cuenta doble.
      *------------------------------------------
       GRABAR-CLAVE.
           MOVE CLAVE-NORMAL TO CLA-VALOR.
           MOVE CODIGO-CLAVE TO CLA-CODIGO.
           WRITE REG-CLAVES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO CONTADOR-CLAVES
           END-WRITE.
      *------------------------------------------
       NORMALIZAR-TELEFONO.
           MOVE SPACES TO CLAVE-NORMAL.
           MOVE 0 TO LARGO-CLAVE.
           PERFORM COPIAR-DIGITO VARYING POS FROM 1 BY 1
               UNTIL POS > 20.
      *------------------------------------------
       COPIAR-DIGITO.
           MOVE TEXTO-ENTRADA (POS:1) TO CARACTER.
           IF CARACTER NOT = SPACE AND CARACTER NOT = "-"
              AND CARACTER NOT = "(" AND CARACTER NOT = ")"
               ADD 1 TO LARGO-CLAVE
               MOVE CARACTER TO CLAVE-NORMAL (LARGO-CLAVE:1)
           END-IF.
      *------------------------------------------
      *  El nombre se pasa a mayusculas sin
      *  acentos (codigos Latin-1 de las vocales
      *  acentuadas, la dieresis y la enie), se
      *  parte en palabras, se ordenan y se
      *  vuelven a pegar sin espacios, para que
      *  "PEREZ, JUAN" y "Juan Perez" den la
      *  misma llave.
      *------------------------------------------
       NORMALIZAR-NOMBRE.
           MOVE NOMBRE TO TEXTO-ENTRADA.
           INSPECT TEXTO-ENTRADA CONVERTING
               X"E1E9EDF3FAE0E8ECF2F9FCF1C1C9CDD3DAC0C8CCD2D9DCD1"
               TO "AEIOUAEIOUUNAEIOUAEIOUUN".
           INSPECT TEXTO-ENTRADA CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO TABLA-PALABRAS.
           MOVE 0 TO CUENTA-PALABRAS.
           MOVE 0 TO SW-EN-PALABRA.
           PERFORM SEPARAR-LETRA VARYING POS FROM 1 BY 1
               UNTIL POS > 30.
           PERFORM ORDENAR-PALABRAS
               VARYING IND-A FROM 1 BY 1 UNTIL IND-A > CUENTA-PALABRAS
               AFTER IND-B FROM 1 BY 1 UNTIL IND-B >= CUENTA-PALABRAS.
           MOVE SPACES TO CLAVE-NORMAL.
           MOVE 0 TO LARGO-CLAVE.
           PERFORM PEGAR-PALABRA VARYING IND FROM 1 BY 1
               UNTIL IND > CUENTA-PALABRAS.
      *------------------------------------------
       SEPARAR-LETRA.
           MOVE TEXTO-ENTRADA (POS:1) TO CARACTER.
           IF (CARACTER >= "A" AND CARACTER <= "Z")
              OR (CARACTER >= "0" AND CARACTER <= "9")
               IF SW-EN-PALABRA = 0
                   ADD 1 TO CUENTA-PALABRAS
                   MOVE 0 TO PAL-LARGO (CUENTA-PALABRAS)
                   MOVE 1 TO SW-EN-PALABRA
               END-IF
               ADD 1 TO PAL-LARGO (CUENTA-PALABRAS)
               MOVE CARACTER TO PAL-TEXTO (CUENTA-PALABRAS)
                    (PAL-LARGO (CUENTA-PALABRAS):1)
           ELSE
               MOVE 0 TO SW-EN-PALABRA
           END-IF.
      *------------------------------------------
       ORDENAR-PALABRAS.
           IF PAL-TEXTO (IND-B) > PAL-TEXTO (IND-B + 1)
               MOVE PAL-TEXTO (IND-B) TO PALABRA-AUX
               MOVE PAL-LARGO (IND-B) TO LARGO-AUX
               MOVE PAL-TEXTO (IND-B + 1) TO PAL-TEXTO (IND-B)
               MOVE PAL-LARGO (IND-B + 1) TO PAL-LARGO (IND-B)
               MOVE PALABRA-AUX TO PAL-TEXTO (IND-B + 1)
               MOVE LARGO-AUX TO PAL-LARGO (IND-B + 1)
           END-IF.
      *------------------------------------------
       PEGAR-PALABRA.
           MOVE PAL-TEXTO (IND) (1:PAL-LARGO (IND))
                TO CLAVE-NORMAL (LARGO-CLAVE + 1:PAL-LARGO (IND)).
           ADD PAL-LARGO (IND) TO LARGO-CLAVE.
      *------------------------------------------
      *  Se recorren las llaves en orden; cada
      *  grupo de clientes con la misma llave da
      *  todos sus pares.  Un grupo de mas de 20
      *  clientes (un conmutador de empresa, por
      *  ejemplo) solo parea a los primeros 20 y
      *  se cuenta aparte.
      *------------------------------------------
       ARMAR-PARES.
           OPEN INPUT CLAVES.
           MOVE SPACES TO GRUPO-TIPO.
           MOVE SPACES TO GRUPO-VALOR.
           MOVE 0 TO GRUPO-CUENTA.
           MOVE 0 TO SW-GRUPO-LLENO.
           MOVE 0 TO SW-FIN.
           PERFORM LEER-CLAVE.
           PERFORM AGRUPAR-CLAVE UNTIL SW-FIN = 1.
           PERFORM CERRAR-GRUPO.
           CLOSE CLAVES.
      *------------------------------------------
       LEER-CLAVE.
           READ CLAVES NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       AGRUPAR-CLAVE.
           IF CLA-TIPO NOT = GRUPO-TIPO OR CLA-VALOR NOT = GRUPO-VALOR
               PERFORM CERRAR-GRUPO
               MOVE CLA-TIPO TO GRUPO-TIPO
               MOVE CLA-VALOR TO GRUPO-VALOR
               MOVE 0 TO GRUPO-CUENTA
           END-IF.
           IF GRUPO-CUENTA < 20
               ADD 1 TO GRUPO-CUENTA
               MOVE CLA-CODIGO TO GRUPO-CODIGO (GRUPO-CUENTA)
           ELSE
               MOVE 1 TO SW-GRUPO-LLENO
           END-IF.
           PERFORM LEER-CLAVE.
      *------------------------------------------
       CERRAR-GRUPO.
           IF GRUPO-CUENTA > 1
               PERFORM REGISTRAR-PAR
                   VARYING IND-A FROM 1 BY 1 UNTIL IND-A > GRUPO-CUENTA
                   AFTER IND-B FROM 1 BY 1 UNTIL IND-B > GRUPO-CUENTA
           END-IF.
           IF SW-GRUPO-LLENO = 1
               ADD 1 TO CONTADOR-GRUPOS-LLENOS
               MOVE 0 TO SW-GRUPO-LLENO
           END-IF.
      *------------------------------------------
       REGISTRAR-PAR.
           IF IND-A < IND-B
               MOVE GRUPO-CODIGO (IND-A) TO PAR-CODIGO-1
               MOVE GRUPO-CODIGO (IND-B) TO PAR-CODIGO-2
               READ PARES
                   INVALID KEY
                       PERFORM NUEVO-PAR
                   NOT INVALID KEY
                       PERFORM SUMAR-MOTIVO
                       REWRITE REG-PARES
                           INVALID KEY
                               DISPLAY "No pude actualizar el par "
                                       PAR-CLAVE
                       END-REWRITE
               END-READ
           END-IF.
      *------------------------------------------
       NUEVO-PAR.
           MOVE SPACES TO REG-PARES.
           MOVE GRUPO-CODIGO (IND-A) TO PAR-CODIGO-1.
           MOVE GRUPO-CODIGO (IND-B) TO PAR-CODIGO-2.
           MOVE GRUPO-VALOR TO PAR-DATO.
           PERFORM SUMAR-MOTIVO.
           WRITE REG-PARES
               INVALID KEY
                   DISPLAY "No pude grabar el par " PAR-CLAVE
           END-WRITE.
      *------------------------------------------
       SUMAR-MOTIVO.
           IF GRUPO-TIPO = "T"
               MOVE "S" TO PAR-TELEFONO
           END-IF.
           IF GRUPO-TIPO = "E"
               MOVE "S" TO PAR-EMAIL
           END-IF.
           IF GRUPO-TIPO = "N"
               MOVE "S" TO PAR-NOMBRE
           END-IF.
           MOVE 0 TO PAR-PUNTOS.
           IF PAR-TELEFONO = "S"
               ADD PUNTOS-TELEFONO TO PAR-PUNTOS
           END-IF.
           IF PAR-EMAIL = "S"
               ADD PUNTOS-EMAIL TO PAR-PUNTOS
           END-IF.
           IF PAR-NOMBRE = "S"
               ADD PUNTOS-NOMBRE TO PAR-PUNTOS
           END-IF.
           IF PAR-PUNTOS > PUNTOS-TOPE
               MOVE PUNTOS-TOPE TO PAR-PUNTOS
           END-IF.
           COMPUTE PAR-INVERSO = 999 - PAR-PUNTOS.
           MOVE PAR-CLAVE TO PAR-ORDEN-CODIGOS.
      *------------------------------------------
       IMPRIMIR-PARES.
           MOVE 0 TO SW-FIN.
           MOVE LOW-VALUES TO PAR-ORDEN.
           START PARES KEY IS NOT LESS THAN PAR-ORDEN
               INVALID KEY
                   MOVE 1 TO SW-FIN
           END-START.
           IF SW-FIN = 0
               PERFORM LEER-PAR
           END-IF.
           PERFORM IMPRIMIR-PAR UNTIL SW-FIN = 1.
      *------------------------------------------
       LEER-PAR.
           READ PARES NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       IMPRIMIR-PAR.
           MOVE PAR-CODIGO-1 TO NDP-CODIGO-1.
           MOVE PAR-CODIGO-2 TO NDP-CODIGO-2.
           READ NO-DUPLICADOS
               INVALID KEY
                   PERFORM IMPRIMIR-DETALLE
               NOT INVALID KEY
                   ADD 1 TO CONTADOR-DESCARTADOS
           END-READ.
           PERFORM LEER-PAR.
      *------------------------------------------
       IMPRIMIR-DETALLE.
           IF CONTADOR-LINEAS >= LINEAS-POR-PAGINA
               PERFORM ENCABEZAR-PAGINA
           END-IF.
           MOVE PAR-PUNTOS TO DET-PUNTOS.
           MOVE PAR-CODIGO-1 TO DET-CODIGO-1.
           MOVE PAR-CODIGO-1 TO CODIGO.
           PERFORM BUSCAR-NOMBRE.
           MOVE NOMBRE TO DET-NOMBRE-1.
           MOVE PAR-CODIGO-2 TO DET-CODIGO-2.
           MOVE PAR-CODIGO-2 TO CODIGO.
           PERFORM BUSCAR-NOMBRE.
           MOVE NOMBRE TO DET-NOMBRE-2.
           MOVE SPACES TO DET-MOTIVOS.
           IF PAR-TELEFONO = "S"
               MOVE "TELEFONO" TO DET-MOTIVOS (1:8)
           END-IF.
           IF PAR-EMAIL = "S"
               MOVE "EMAIL" TO DET-MOTIVOS (10:5)
           END-IF.
           IF PAR-NOMBRE = "S"
               MOVE "NOMBRE" TO DET-MOTIVOS (16:6)
           END-IF.
           MOVE PAR-DATO TO DET-DATO.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD 1 TO CONTADOR-LINEAS.
           ADD 1 TO CONTADOR-PARES.
      *------------------------------------------
       BUSCAR-NOMBRE.
           READ AMIGOS
               INVALID KEY
                   MOVE SPACES TO NOMBRE
           END-READ.
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
       IMPRIMIR-CIFRAS.
           IF NUMERO-PAGINA = 0
               PERFORM ENCABEZAR-PAGINA
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CLIENTES ACTIVOS REVISADOS........:" TO CIF-TEXTO.
           MOVE CONTADOR-ACTIVOS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "LLAVES DE COMPARACION.............:" TO CIF-TEXTO.
           MOVE CONTADOR-CLAVES TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "PARES PROBABLES LISTADOS..........:" TO CIF-TEXTO.
           MOVE CONTADOR-PARES TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "PARES YA DESCARTADOS (NODUPL.DAT).:" TO CIF-TEXTO.
           MOVE CONTADOR-DESCARTADOS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "LLAVES CON MAS DE 20 CLIENTES.....:" TO CIF-TEXTO.
           MOVE CONTADOR-GRUPOS-LLENOS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PUNTOS: TELEFONO 45, EMAIL 40, NOMBRE 30 (TOPE 100)."
                TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "LOS DUPLICADOS SE FUSIONAN CON FUSIONA (OPCION 16);"
                TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "LOS FALSOS LOS DESCARTA EL SUPERVISOR (OPCION 23)."
                TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
      *------------------------------------------
       IMPRIMIR-UNA-CIFRA.
           MOVE LINEA-CIFRA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
      *------------------------------------------
       CERRAR-ARCHIVOS.
           CLOSE AMIGOS.
           CLOSE DIRECCIONES.
           CLOSE TELEFONOS.
           CLOSE NO-DUPLICADOS.
           CLOSE PARES.
           CLOSE REPORTE.
