       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETIQUETA.
      *------------------------------------------
      *  Etiquetas de correo y CORREO.DAT para
      *  los contactos activos con calle.  Salen
      *  ordenadas por codigo postal para el
      *  descuento de correo masivo: una primera
      *  pasada deja codigo postal y codigo en
      *  ETIQUETA.ORD y la segunda las imprime en
      *  ese orden, con encabezado y cuenta por
      *  zona postal.  Las que no tienen codigo
      *  postal salen al final.
      *------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------
           COPY AMIGOSFC.
           COPY DIRECFC.
           COPY CATFC.
           COPY PREFFC.
           SELECT ORDEN ASSIGN TO RANDOM "ETIQUETA.ORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-CLAVE
               FILE STATUS IS ESTADO-ORDEN.
           SELECT ETIQUETAS ASSIGN TO "ETIQUETA.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CORREO ASSIGN TO "CORREO.DAT"
           COPY AMIGOSFD.
           COPY DIRECFD.
           COPY CATFD.
           COPY PREFFD.
      *------------------------------------------
      *  Sin codigo postal la clave lleva
      *  HIGH-VALUES para que salgan al final.
      *------------------------------------------
       FD ORDEN.
       01 REG-ORDEN.
        02 ORD-CLAVE.
         03 ORD-CP     PIC X(5).
         03 ORD-CODIGO PIC 9(5).
      *------------------------------------------
       FD ETIQUETAS.
       01 LINEA-ETIQUETA PIC X(80).
        02 COR-DIRECCION PIC X(40).
        02 COR-EMAIL     PIC X(40).
        02 COR-TELEFONO2 PIC X(20).
        02 COR-COLONIA   PIC X(30).
        02 COR-CIUDAD    PIC X(25).
        02 COR-ESTADO    PIC X(20).
        02 COR-CP        PIC X(5).
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-AMIGOS PIC X(2).
        02 ESTADO-DIRECCIONES PIC X(2).
        02 ESTADO-CATEGORIAS PIC X(2).
        02 ESTADO-PREFERENCIAS PIC X(2).
        02 ESTADO-ORDEN PIC X(2).
        02 SW PIC 9.
        02 TECLA PIC X.
        02 SW-FIN PIC 9.
        02 FILTRO-CATEGORIA PIC X(1).
        02 CONTADOR-ETIQUETAS PIC 9(5).
        02 CONTADOR-EXCEPCIONES PIC 9(5).
        02 CONTADOR-SUPRIMIDOS PIC 9(5).
        02 CONTADOR-OCULTOS PIC 9(5).
        02 CONTADOR-ZONAS PIC 9(5).
        02 CONTADOR-EN-ZONA PIC 9(5).
        02 CONTADOR-SIN-CP PIC 9(5).
        02 ZONA-ACTUAL PIC X(5).
      *------------------------------------------
       01 LINEA-ZONA.
        02 FILLER     PIC X(12) VALUE "ZONA POSTAL ".
        02 ZON-CP     PIC X(10).
      *------------------------------------------
       01 LINEA-TOTAL-ZONA.
        02 FILLER     PIC X(16) VALUE "TOTAL DE LA ZONA".
        02 FILLER     PIC X(1)  VALUE SPACE.
        02 TZO-CP     PIC X(10).
        02 FILLER     PIC X(2)  VALUE ": ".
        02 TZO-VALOR  PIC ZZZZ9.
      *------------------------------------------
       01 LINEA-ULTIMA.
        02 ULT-ESTADO PIC X(20).
        02 FILLER     PIC X(2)  VALUE SPACES.
        02 ULT-ROTULO PIC X(5).
        02 ULT-CP     PIC X(5).
      *------------------------------------------
       01 LINEA-EXCEPCION.
        02 EXC-CODIGO   PIC 9(5).
           IF SW = 0
               MOVE 0 TO CONTADOR-ETIQUETAS
               MOVE 0 TO CONTADOR-EXCEPCIONES
               MOVE 0 TO CONTADOR-SUPRIMIDOS
               MOVE 0 TO CONTADOR-OCULTOS
               MOVE 0 TO CONTADOR-ZONAS
               MOVE 0 TO CONTADOR-SIN-CP
               PERFORM GENERAR-ETIQUETAS
               PERFORM GENERAR-EXCEPCIONES
               PERFORM IMPRIMIR-TOTALES
               MOVE 1 TO SW
           END-IF.
           OPEN INPUT DIRECCIONES.
           OPEN INPUT PREFERENCIAS.
           IF SW = 0
               OPEN OUTPUT ETIQUETAS
               OPEN OUTPUT CORREO
               OPEN OUTPUT ORDEN
               CLOSE ORDEN
               OPEN I-O ORDEN
           END-IF.
      *------------------------------------------
       GENERAR-ETIQUETAS.
               PERFORM LEER-MAESTRO
           END-IF.
           PERFORM REVISAR-REGISTRO UNTIL SW-FIN = 1.
           PERFORM IMPRIMIR-POR-ZONA.
      *------------------------------------------
       LEER-MAESTRO.
           READ AMIGOS NEXT RECORD
              AND (FILTRO-CATEGORIA = SPACE
                   OR CATEGORIA = FILTRO-CATEGORIA)
               PERFORM LEER-DETALLE
               IF SW-DETALLE = 1 AND DIR-CALLE NOT = SPACES
                   PERFORM LEER-PREFERENCIAS
                   IF PRF-NO-CORREO = "S"
                       ADD 1 TO CONTADOR-SUPRIMIDOS
                   ELSE
                       PERFORM GRABAR-ORDEN
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-MAESTRO.
               NOT INVALID KEY
                   MOVE 1 TO SW-DETALLE
           END-READ.
      *------------------------------------------
      *  Sin registro en PREFER.DAT el contacto
      *  acepta todos los medios.
      *------------------------------------------
       LEER-PREFERENCIAS.
           MOVE CODIGO TO PRF-CODIGO.
           READ PREFERENCIAS
               INVALID KEY
                   MOVE "N" TO PRF-NO-CORREO
                   MOVE "N" TO PRF-NO-TELEFONO
                   MOVE "N" TO PRF-NO-EMAIL
           END-READ.
      *------------------------------------------
       GRABAR-ORDEN.
           IF DIR-CP = SPACES
               MOVE HIGH-VALUES TO ORD-CP
           ELSE
               MOVE DIR-CP TO ORD-CP
           END-IF.
           MOVE CODIGO TO ORD-CODIGO.
           WRITE REG-ORDEN
               INVALID KEY
                   CONTINUE
           END-WRITE.
      *------------------------------------------
      *  Segunda pasada: en orden de codigo postal
      *  se vuelve a leer cada contacto.
      *------------------------------------------
       IMPRIMIR-POR-ZONA.
           MOVE 0 TO SW-FIN.
           MOVE LOW-VALUES TO ZONA-ACTUAL.
           MOVE LOW-VALUES TO ORD-CLAVE.
           START ORDEN KEY IS NOT LESS THAN ORD-CLAVE
               INVALID KEY
                   MOVE 1 TO SW-FIN
           END-START.
           IF SW-FIN = 0
               PERFORM LEER-ORDEN
           END-IF.
           PERFORM IMPRIMIR-ORDEN UNTIL SW-FIN = 1.
           IF ZONA-ACTUAL NOT = LOW-VALUES
               PERFORM CERRAR-ZONA
           END-IF.
      *------------------------------------------
       LEER-ORDEN.
           READ ORDEN NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       IMPRIMIR-ORDEN.
           IF ORD-CP NOT = ZONA-ACTUAL
               IF ZONA-ACTUAL NOT = LOW-VALUES
                   PERFORM CERRAR-ZONA
               END-IF
               PERFORM ABRIR-ZONA
           END-IF.
           MOVE ORD-CODIGO TO CODIGO.
           READ AMIGOS
               INVALID KEY
                   MOVE 0 TO SW-DETALLE
               NOT INVALID KEY
                   PERFORM LEER-DETALLE
           END-READ.
           IF SW-DETALLE = 1
               PERFORM LEER-PREFERENCIAS
               PERFORM ESCRIBIR-ETIQUETA
               PERFORM ESCRIBIR-CORREO
           END-IF.
           PERFORM LEER-ORDEN.
      *------------------------------------------
       ABRIR-ZONA.
           MOVE ORD-CP TO ZONA-ACTUAL.
           IF ORD-CP = HIGH-VALUES
               MOVE "(SIN C.P.)" TO ZON-CP
           ELSE
               MOVE ORD-CP TO ZON-CP
           END-IF.
           MOVE LINEA-ZONA TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           MOVE SPACES TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           MOVE 0 TO CONTADOR-EN-ZONA.
           ADD 1 TO CONTADOR-ZONAS.
      *------------------------------------------
       CERRAR-ZONA.
           MOVE ZON-CP TO TZO-CP.
           MOVE CONTADOR-EN-ZONA TO TZO-VALOR.
           MOVE LINEA-TOTAL-ZONA TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           MOVE SPACES TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           IF ZONA-ACTUAL = HIGH-VALUES
               MOVE CONTADOR-EN-ZONA TO CONTADOR-SIN-CP
           END-IF.
      *------------------------------------------
      *  Seis renglones por etiqueta: nombre,
      *  calle, colonia, ciudad, estado con el
      *  codigo postal, y uno en blanco.
      *------------------------------------------
       ESCRIBIR-ETIQUETA.
           MOVE NOMBRE TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           MOVE DIR-CALLE TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           MOVE DIR-COLONIA TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           MOVE DIR-CIUDAD TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           MOVE DIR-ESTADO TO ULT-ESTADO.
           MOVE DIR-CP TO ULT-CP.
           IF DIR-CP = SPACES
               MOVE SPACES TO ULT-ROTULO
           ELSE
               MOVE "C.P. " TO ULT-ROTULO
           END-IF.
           MOVE LINEA-ULTIMA TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           MOVE SPACES TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           ADD 1 TO CONTADOR-ETIQUETAS.
           ADD 1 TO CONTADOR-EN-ZONA.
      *------------------------------------------
      *  En CORREO.DAT no viajan los telefonos de
      *  quien pidio que no lo llamen ni el email
      *  de quien pidio que no le escriban.
      *------------------------------------------
       ESCRIBIR-CORREO.
           MOVE CODIGO TO COR-CODIGO.
           MOVE NOMBRE TO COR-NOMBRE.
           MOVE TELEFONO TO COR-TELEFONO.
           MOVE DIR-CALLE TO COR-DIRECCION.
           MOVE DIR-EMAIL TO COR-EMAIL.
           MOVE DIR-TELEFONO2 TO COR-TELEFONO2.
           MOVE DIR-COLONIA TO COR-COLONIA.
           MOVE DIR-CIUDAD TO COR-CIUDAD.
           MOVE DIR-ESTADO TO COR-ESTADO.
           MOVE DIR-CP TO COR-CP.
           IF PRF-NO-TELEFONO = "S"
               MOVE SPACES TO COR-TELEFONO
               MOVE SPACES TO COR-TELEFONO2
           END-IF.
           IF PRF-NO-EMAIL = "S"
               MOVE SPACES TO COR-EMAIL
           END-IF.
           IF PRF-NO-TELEFONO = "S" OR PRF-NO-EMAIL = "S"
               ADD 1 TO CONTADOR-OCULTOS
           END-IF.
           WRITE LINEA-CORREO.
      *------------------------------------------
       GENERAR-EXCEPCIONES.
                   MOVE "SIN DATOS DE CONTACTO" TO EXC-MOTIVO
                   PERFORM ESCRIBIR-EXCEPCION
               ELSE
                   IF DIR-CALLE = SPACES
                       MOVE "DIRECCION EN BLANCO" TO EXC-MOTIVO
                       PERFORM ESCRIBIR-EXCEPCION
                   END-IF
           MOVE CONTADOR-EXCEPCIONES TO CIF-VALOR.
           MOVE LINEA-CIFRA TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           MOVE "SUPRIMIDOS POR NO CORREO POSTAL...:" TO CIF-TEXTO.
           MOVE CONTADOR-SUPRIMIDOS TO CIF-VALOR.
           MOVE LINEA-CIFRA TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           MOVE "CORREO SIN TELEFONO O SIN EMAIL...:" TO CIF-TEXTO.
           MOVE CONTADOR-OCULTOS TO CIF-VALOR.
           MOVE LINEA-CIFRA TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           MOVE "ZONAS POSTALES....................:" TO CIF-TEXTO.
           MOVE CONTADOR-ZONAS TO CIF-VALOR.
           MOVE LINEA-CIFRA TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           MOVE "ETIQUETAS SIN CODIGO POSTAL.......:" TO CIF-TEXTO.
           MOVE CONTADOR-SIN-CP TO CIF-VALOR.
           MOVE LINEA-CIFRA TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
      *------------------------------------------
       MOSTRAR-RESUMEN.
           PERFORM LIMPIAR-PANTALLA.
           DISPLAY CONTADOR-ETIQUETAS LINE 11 POSITION 36.
           DISPLAY "Sin direccion.........: " LINE 12 POSITION 10.
           DISPLAY CONTADOR-EXCEPCIONES LINE 12 POSITION 36.
           DISPLAY "Suprimidos (no correo): " LINE 13 POSITION 10.
           DISPLAY CONTADOR-SUPRIMIDOS LINE 13 POSITION 36.
           DISPLAY "Zonas postales........: " LINE 14 POSITION 10.
           DISPLAY CONTADOR-ZONAS LINE 14 POSITION 36.
           DISPLAY "Sin codigo postal.....: " LINE 15 POSITION 10.
           DISPLAY CONTADOR-SIN-CP LINE 15 POSITION 36.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
      *------------------------------------------
       CERRAR-ARCHIVOS.
           CLOSE AMIGOS.
           CLOSE DIRECCIONES.
           CLOSE PREFERENCIAS.
           CLOSE ETIQUETAS.
           CLOSE CORREO.
           CLOSE ORDEN.
