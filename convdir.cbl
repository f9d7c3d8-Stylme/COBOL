       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVDIR.
      *------------------------------------------
      *  Conversion por unica vez de DIRECC.DAT
      *  al formato con la direccion postal por
      *  partes: se vacia el archivo viejo (181
      *  bytes) a un plano de trabajo y se recrea
      *  con el formato nuevo, separando el
      *  renglon de direccion en calle, colonia,
      *  ciudad, estado y codigo postal.
      *  El renglon viejo se parte en las comas:
      *    4 partes: calle, colonia, ciudad, estado
      *    3 partes: calle, ciudad, estado
      *    2 partes: calle, ciudad
      *  El codigo postal son cinco digitos en la
      *  ultima parte, con o sin "C.P." delante.
      *  Con una sola parte o con mas de cuatro
      *  el renglon queda entero en la calle.
      *  CONVDIR.LST lista los renglones que no
      *  se pudieron separar y los que quedaron
      *  sin estado o sin codigo postal, para
      *  completarlos en la pantalla DIRECC.
      *  Se corre una sola vez al instalar; si el
      *  archivo ya esta convertido no abre con
      *  el formato viejo y no se toca nada.
      *------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------
       INPUT-OUTPUT SECTION.
      *------------------------------------------
       FILE-CONTROL.
           COPY DIRECFC.
           SELECT DIRECC-VIEJO ASSIGN TO RANDOM "DIRECC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIE-CODIGO
               FILE STATUS IS ESTADO-VIEJO.
           SELECT TRABAJO ASSIGN TO "CONVDIR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-TRABAJO.
           SELECT REPORTE ASSIGN TO "CONVDIR.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
       FILE SECTION.
      *------------------------------------------
           COPY DIRECFD.
      *------------------------------------------
       FD DIRECC-VIEJO.
       01 REG-VIEJO.
        02 VIE-CODIGO     PIC 9(5).
        02 VIE-DIRECCION  PIC X(40).
        02 VIE-EMAIL      PIC X(40).
        02 VIE-TELEFONO2  PIC X(20).
        02 VIE-CUMPLE     PIC 9(8).
        02 VIE-NOTAS      PIC X(60).
        02 VIE-FECHA-BAJA PIC 9(8).
      *------------------------------------------
       FD TRABAJO.
       01 REG-TRABAJO.
        02 TRA-CODIGO     PIC 9(5).
        02 TRA-DIRECCION  PIC X(40).
        02 TRA-EMAIL      PIC X(40).
        02 TRA-TELEFONO2  PIC X(20).
        02 TRA-CUMPLE     PIC 9(8).
        02 TRA-NOTAS      PIC X(60).
        02 TRA-FECHA-BAJA PIC 9(8).
      *------------------------------------------
       FD REPORTE.
       01 LINEA-REPORTE PIC X(80).
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-DIRECCIONES PIC X(2).
        02 ESTADO-VIEJO PIC X(2).
        02 ESTADO-TRABAJO PIC X(2).
        02 SW PIC 9.
        02 SW-FIN PIC 9.
        02 SW-NUEVA-PARTE PIC 9.
        02 SW-SEPARADA PIC 9.
        02 TECLA PIC X.
        02 POS PIC 9(2).
        02 POS-INICIO PIC 9(2).
        02 POS-CP PIC 9(2).
        02 ULTIMA-COMA PIC 9(2).
        02 FIN-PREFIJO PIC 9(2).
        02 CUENTA-PARTES PIC 9(2).
        02 IND-PARTE PIC 9(2).
        02 CARACTER PIC X(1).
        02 TEXTO-DIRECCION PIC X(41).
        02 TEXTO-MAYUSCULAS PIC X(41).
        02 MOTIVO PIC X(25).
        02 CONTADOR-LEIDOS PIC 9(5).
        02 CONTADOR-CARGADOS PIC 9(5).
        02 CONTADOR-SEPARADOS PIC 9(5).
        02 CONTADOR-INCOMPLETOS PIC 9(5).
        02 CONTADOR-ENTEROS PIC 9(5).
        02 CONTADOR-EN-BLANCO PIC 9(5).
      *------------------------------------------
       01 TABLA-PARTES.
        02 PAR-ENTRADA OCCURS 8.
         03 PAR-TEXTO  PIC X(40).
         03 PAR-CURSOR PIC 9(2).
         03 PAR-LARGO  PIC 9(2).
      *------------------------------------------
       01 LINEA-TITULO.
        02 FILLER PIC X(15) VALUE SPACES.
        02 FILLER PIC X(40)
           VALUE "CONVERSION DE DIRECC.DAT: A REVISAR".
      *------------------------------------------
       01 LINEA-COLUMNAS.
        02 FILLER PIC X(7)  VALUE "CODIGO".
        02 FILLER PIC X(27) VALUE "MOTIVO".
        02 FILLER PIC X(40) VALUE "DIRECCION ANTERIOR".
      *------------------------------------------
       01 LINEA-DETALLE.
        02 LDE-CODIGO    PIC 9(5).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LDE-MOTIVO    PIC X(25).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LDE-DIRECCION PIC X(40).
      *------------------------------------------
       01 LINEA-CIFRA.
        02 CIF-TEXTO PIC X(35).
        02 CIF-VALOR PIC ZZZZ9.
      *------------------------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE 0 TO SW.
           MOVE 0 TO CONTADOR-LEIDOS.
           MOVE 0 TO CONTADOR-CARGADOS.
           MOVE 0 TO CONTADOR-SEPARADOS.
           MOVE 0 TO CONTADOR-INCOMPLETOS.
           MOVE 0 TO CONTADOR-ENTEROS.
           MOVE 0 TO CONTADOR-EN-BLANCO.
           DISPLAY "Convierte DIRECC.DAT al formato con la direccion".
           DISPLAY "por partes.  Continua (S/N) ?: ".
           ACCEPT TECLA.
           IF TECLA NOT = "S" AND TECLA NOT = "s"
               MOVE 1 TO SW
           END-IF.
           IF SW = 0
               PERFORM VACIAR-VIEJO
           END-IF.
           IF SW = 0
               PERFORM CARGAR-NUEVO
               DISPLAY "Detalles leidos del viejo....: "
                       CONTADOR-LEIDOS
               DISPLAY "Detalles convertidos.........: "
                       CONTADOR-CARGADOS
               DISPLAY "Direcciones separadas........: "
                       CONTADOR-SEPARADOS
               DISPLAY "  sin estado o sin C.P.......: "
                       CONTADOR-INCOMPLETOS
               DISPLAY "Direcciones sin separar......: "
                       CONTADOR-ENTEROS
               DISPLAY "Detalles sin direccion.......: "
                       CONTADOR-EN-BLANCO
               DISPLAY "Renglones a revisar en CONVDIR.LST"
           END-IF.
           STOP RUN.
      *------------------------------------------
      *  El plano de trabajo guarda los registros
      *  tal cual; la separacion se hace al
      *  recargar.
      *------------------------------------------
       VACIAR-VIEJO.
           OPEN INPUT DIRECC-VIEJO.
           IF ESTADO-VIEJO = "35"
               DISPLAY "No existe DIRECC.DAT, nada que convertir"
               MOVE 1 TO SW
           ELSE
               IF ESTADO-VIEJO NOT = "00"
                   DISPLAY "DIRECC.DAT no abre con el formato "
                           "anterior (ya convertido ?): " ESTADO-VIEJO
                   MOVE 1 TO SW
               END-IF
           END-IF.
           IF SW = 0
               OPEN OUTPUT TRABAJO
               MOVE 0 TO SW-FIN
               PERFORM LEER-VIEJO
               PERFORM VACIAR-REGISTRO UNTIL SW-FIN = 1
               CLOSE TRABAJO
               CLOSE DIRECC-VIEJO
           END-IF.
      *------------------------------------------
       LEER-VIEJO.
           READ DIRECC-VIEJO NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       VACIAR-REGISTRO.
           MOVE REG-VIEJO TO REG-TRABAJO.
           WRITE REG-TRABAJO.
           ADD 1 TO CONTADOR-LEIDOS.
           PERFORM LEER-VIEJO.
      *------------------------------------------
       CARGAR-NUEVO.
           OPEN INPUT TRABAJO.
           IF ESTADO-TRABAJO NOT = "00"
               DISPLAY "No encuentro CONVDIR.TMP, conversion abortada"
               MOVE 1 TO SW
           ELSE
               OPEN OUTPUT DIRECCIONES
               IF ESTADO-DIRECCIONES NOT = "00"
                   DISPLAY "No pude recrear DIRECC.DAT: "
                           ESTADO-DIRECCIONES
                   MOVE 1 TO SW
                   CLOSE TRABAJO
               ELSE
                   OPEN OUTPUT REPORTE
                   MOVE LINEA-TITULO TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   MOVE SPACES TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   MOVE LINEA-COLUMNAS TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   MOVE 0 TO SW-FIN
                   PERFORM LEER-TRABAJO
                   PERFORM CARGAR-REGISTRO UNTIL SW-FIN = 1
                   PERFORM IMPRIMIR-CIFRAS
                   CLOSE REPORTE
                   CLOSE DIRECCIONES
                   CLOSE TRABAJO
               END-IF
           END-IF.
      *------------------------------------------
       LEER-TRABAJO.
           READ TRABAJO
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       CARGAR-REGISTRO.
           MOVE SPACES TO REG-DIRECCIONES.
           MOVE TRA-CODIGO TO DIR-CODIGO.
           MOVE TRA-EMAIL TO DIR-EMAIL.
           MOVE TRA-TELEFONO2 TO DIR-TELEFONO2.
           MOVE TRA-CUMPLE TO DIR-CUMPLE.
           MOVE TRA-NOTAS TO DIR-NOTAS.
           MOVE TRA-FECHA-BAJA TO DIR-FECHA-BAJA.
           IF TRA-DIRECCION = SPACES
               ADD 1 TO CONTADOR-EN-BLANCO
           ELSE
               PERFORM SEPARAR-DIRECCION
           END-IF.
           WRITE REG-DIRECCIONES
               INVALID KEY
                   DISPLAY "No pude convertir el detalle " DIR-CODIGO
               NOT INVALID KEY
                   ADD 1 TO CONTADOR-CARGADOS
           END-WRITE.
           PERFORM LEER-TRABAJO.
      *------------------------------------------
      *  Primero se saca el codigo postal de la
      *  ultima parte y despues se parte el resto
      *  en las comas.  Las partes vacias (dos
      *  comas seguidas, o la que solo traia el
      *  codigo postal) no cuentan.
      *------------------------------------------
       SEPARAR-DIRECCION.
           MOVE TRA-DIRECCION TO TEXTO-DIRECCION.
           MOVE 0 TO ULTIMA-COMA.
           PERFORM BUSCAR-COMA VARYING POS FROM 1 BY 1
               UNTIL POS > 40.
           MOVE 0 TO POS-CP.
           IF ULTIMA-COMA > 0 AND ULTIMA-COMA < 36
               COMPUTE POS-INICIO = ULTIMA-COMA + 1
               PERFORM BUSCAR-CP VARYING POS FROM POS-INICIO BY 1
                   UNTIL POS > 36 OR POS-CP NOT = 0
           END-IF.
           IF POS-CP NOT = 0
               MOVE TEXTO-DIRECCION (POS-CP:5) TO DIR-CP
               MOVE SPACES TO TEXTO-DIRECCION (POS-CP:5)
               PERFORM QUITAR-PREFIJO
           END-IF.
           MOVE SPACES TO TABLA-PARTES.
           PERFORM LIMPIAR-PARTE VARYING IND-PARTE FROM 1 BY 1
               UNTIL IND-PARTE > 8.
           MOVE 0 TO CUENTA-PARTES.
           MOVE 1 TO SW-NUEVA-PARTE.
           PERFORM SEPARAR-CARACTER VARYING POS FROM 1 BY 1
               UNTIL POS > 40.
           MOVE 1 TO SW-SEPARADA.
           MOVE SPACES TO MOTIVO.
           IF CUENTA-PARTES < 2 OR CUENTA-PARTES > 4
               MOVE 0 TO SW-SEPARADA
               MOVE "NO SE PUDO SEPARAR" TO MOTIVO
           ELSE
               PERFORM REVISAR-LARGOS
           END-IF.
           IF SW-SEPARADA = 0
               MOVE TRA-DIRECCION TO DIR-CALLE
               MOVE SPACES TO DIR-UBICACION
               ADD 1 TO CONTADOR-ENTEROS
               PERFORM ESCRIBIR-DETALLE
           ELSE
               PERFORM PASAR-PARTES
               ADD 1 TO CONTADOR-SEPARADOS
               IF DIR-ESTADO = SPACES OR DIR-CP = SPACES
                   PERFORM MOTIVO-INCOMPLETA
                   ADD 1 TO CONTADOR-INCOMPLETOS
                   PERFORM ESCRIBIR-DETALLE
               END-IF
           END-IF.
      *------------------------------------------
       BUSCAR-COMA.
           IF TEXTO-DIRECCION (POS:1) = ","
               MOVE POS TO ULTIMA-COMA
           END-IF.
      *------------------------------------------
      *  Cinco digitos seguidos, sin otro digito
      *  antes ni despues (TEXTO-DIRECCION lleva
      *  un espacio de sobra en la posicion 41).
      *------------------------------------------
       BUSCAR-CP.
           IF TEXTO-DIRECCION (POS:5) IS NUMERIC
              AND TEXTO-DIRECCION (POS + 5:1) IS NOT NUMERIC
              AND TEXTO-DIRECCION (POS - 1:1) IS NOT NUMERIC
               MOVE POS TO POS-CP
           END-IF.
      *------------------------------------------
      *  Se borra el "C.P." o "CP" que venga justo
      *  antes del codigo postal.
      *------------------------------------------
       QUITAR-PREFIJO.
           MOVE TEXTO-DIRECCION TO TEXTO-MAYUSCULAS.
           INSPECT TEXTO-MAYUSCULAS CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           COMPUTE FIN-PREFIJO = POS-CP - 1.
           PERFORM RETROCEDER-PREFIJO
               UNTIL FIN-PREFIJO = ULTIMA-COMA
                  OR TEXTO-MAYUSCULAS (FIN-PREFIJO:1) NOT = SPACE.
           IF FIN-PREFIJO > ULTIMA-COMA + 3
              AND TEXTO-MAYUSCULAS (FIN-PREFIJO - 3:4) = "C.P."
               MOVE SPACES TO TEXTO-DIRECCION (FIN-PREFIJO - 3:4)
           ELSE
               IF FIN-PREFIJO > ULTIMA-COMA + 1
                  AND TEXTO-MAYUSCULAS (FIN-PREFIJO - 1:2) = "CP"
                  AND (TEXTO-MAYUSCULAS (FIN-PREFIJO - 2:1) = SPACE
                       OR TEXTO-MAYUSCULAS (FIN-PREFIJO - 2:1) = ",")
                   MOVE SPACES TO TEXTO-DIRECCION (FIN-PREFIJO - 1:2)
               END-IF
           END-IF.
      *------------------------------------------
       RETROCEDER-PREFIJO.
           SUBTRACT 1 FROM FIN-PREFIJO.
      *------------------------------------------
       LIMPIAR-PARTE.
           MOVE 0 TO PAR-CURSOR (IND-PARTE).
           MOVE 0 TO PAR-LARGO (IND-PARTE).
      *------------------------------------------
      *  Cada parte empieza en su primer caracter
      *  que no es espacio; PAR-LARGO queda en el
      *  ultimo caracter que no es espacio.
      *------------------------------------------
       SEPARAR-CARACTER.
           MOVE TEXTO-DIRECCION (POS:1) TO CARACTER.
           IF CARACTER = ","
               MOVE 1 TO SW-NUEVA-PARTE
           ELSE
               IF CARACTER NOT = SPACE OR SW-NUEVA-PARTE = 0
                   IF SW-NUEVA-PARTE = 1
                       ADD 1 TO CUENTA-PARTES
                       MOVE 0 TO SW-NUEVA-PARTE
                   END-IF
                   IF CUENTA-PARTES <= 8
                       PERFORM AGREGAR-CARACTER
                   END-IF
               END-IF
           END-IF.
      *------------------------------------------
       AGREGAR-CARACTER.
           ADD 1 TO PAR-CURSOR (CUENTA-PARTES).
           MOVE CARACTER TO PAR-TEXTO (CUENTA-PARTES)
                (PAR-CURSOR (CUENTA-PARTES):1).
           IF CARACTER NOT = SPACE
               MOVE PAR-CURSOR (CUENTA-PARTES)
                 TO PAR-LARGO (CUENTA-PARTES)
           END-IF.
      *------------------------------------------
      *  Una parte que no cabe en su campo nuevo
      *  deja el renglon entero, para no cortar
      *  nombres.
      *------------------------------------------
       REVISAR-LARGOS.
           IF CUENTA-PARTES = 4
               IF PAR-LARGO (2) > 30 OR PAR-LARGO (3) > 25
                  OR PAR-LARGO (4) > 20
                   MOVE 0 TO SW-SEPARADA
               END-IF
           END-IF.
           IF CUENTA-PARTES = 3
               IF PAR-LARGO (2) > 25 OR PAR-LARGO (3) > 20
                   MOVE 0 TO SW-SEPARADA
               END-IF
           END-IF.
           IF CUENTA-PARTES = 2
               IF PAR-LARGO (2) > 25
                   MOVE 0 TO SW-SEPARADA
               END-IF
           END-IF.
           IF SW-SEPARADA = 0
               MOVE "PARTE DEMASIADO LARGA" TO MOTIVO
           END-IF.
      *------------------------------------------
       PASAR-PARTES.
           MOVE PAR-TEXTO (1) TO DIR-CALLE.
           IF CUENTA-PARTES = 4
               MOVE PAR-TEXTO (2) TO DIR-COLONIA
               MOVE PAR-TEXTO (3) TO DIR-CIUDAD
               MOVE PAR-TEXTO (4) TO DIR-ESTADO
           END-IF.
           IF CUENTA-PARTES = 3
               MOVE PAR-TEXTO (2) TO DIR-CIUDAD
               MOVE PAR-TEXTO (3) TO DIR-ESTADO
           END-IF.
           IF CUENTA-PARTES = 2
               MOVE PAR-TEXTO (2) TO DIR-CIUDAD
           END-IF.
      *------------------------------------------
       MOTIVO-INCOMPLETA.
           IF DIR-ESTADO = SPACES AND DIR-CP = SPACES
               MOVE "SIN ESTADO NI C.P." TO MOTIVO
           ELSE
               IF DIR-ESTADO = SPACES
                   MOVE "SIN ESTADO" TO MOTIVO
               ELSE
                   MOVE "SIN CODIGO POSTAL" TO MOTIVO
               END-IF
           END-IF.
      *------------------------------------------
       ESCRIBIR-DETALLE.
           MOVE TRA-CODIGO TO LDE-CODIGO.
           MOVE MOTIVO TO LDE-MOTIVO.
           MOVE TRA-DIRECCION TO LDE-DIRECCION.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
      *------------------------------------------
       IMPRIMIR-CIFRAS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "DETALLES CONVERTIDOS..............:" TO CIF-TEXTO.
           MOVE CONTADOR-CARGADOS TO CIF-VALOR.
           MOVE LINEA-CIFRA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "DIRECCIONES SEPARADAS.............:" TO CIF-TEXTO.
           MOVE CONTADOR-SEPARADOS TO CIF-VALOR.
           MOVE LINEA-CIFRA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "  SIN ESTADO O SIN CODIGO POSTAL..:" TO CIF-TEXTO.
           MOVE CONTADOR-INCOMPLETOS TO CIF-VALOR.
           MOVE LINEA-CIFRA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "DIRECCIONES SIN SEPARAR...........:" TO CIF-TEXTO.
           MOVE CONTADOR-ENTEROS TO CIF-VALOR.
           MOVE LINEA-CIFRA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "DETALLES SIN DIRECCION............:" TO CIF-TEXTO.
           MOVE CONTADOR-EN-BLANCO TO CIF-VALOR.
           MOVE LINEA-CIFRA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
