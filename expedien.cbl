       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPEDIEN.
      *------------------------------------------
      *  Expediente de un cliente: todo lo que se
      *  guarda de un CODIGO (maestro o archivo de
      *  purgados, detalle, telefonos, agenda,
      *  relaciones, campanas, cambios programados)
      *  y cada linea de bitacora que lo toca, de
      *  los LGaaaammdd.HIS cerrados y de
      *  AMIGOS.LOG, en orden de fecha.  Sale en
      *  EXPEDIEN.LST.
      *  El supervisor puede ademas anonimizarlo:
      *  se borran nombre, telefonos, direccion,
      *  email, cumpleanos, notas y notas de
      *  agenda en todos esos archivos y las
      *  imagenes de nombre y telefono de sus
      *  lineas de bitacora.  El CODIGO, las
      *  fechas y el numero de registros y lineas
      *  no cambian, asi que VERIFICA y CIERRE
      *  siguen cuadrando.  En lugar del nombre
      *  queda ANONIMIZADO (VERIFICA reporta un
      *  nombre en blanco) y la operacion se anota
      *  en AMIGOS.LOG como ANONIMIZ.
      *------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------
       INPUT-OUTPUT SECTION.
      *------------------------------------------
       FILE-CONTROL.
           COPY AMIGOSFC.
           COPY HISFC.
           COPY DIRECFC.
           COPY TELFC.
           COPY AGENFC.
           COPY RELFC.
           COPY MIEMFC.
           COPY PRGFC.
           COPY PREFFC.
           COPY LOGFC.
           COPY CIERCFC.
           SELECT HISTORIAL-DIA ASSIGN TO DYNAMIC NOMBRE-HISTORIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-HIS-DIA.
           SELECT LOG-TRABAJO ASSIGN TO "AMIGOS.LGA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-LGA.
           SELECT REPORTE ASSIGN TO "EXPEDIEN.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
       FILE SECTION.
      *------------------------------------------
           COPY AMIGOSFD.
           COPY HISFD.
           COPY DIRECFD.
           COPY TELFD.
           COPY AGENFD.
           COPY RELFD.
           COPY MIEMFD.
           COPY PRGFD.
           COPY PREFFD.
           COPY LOGFD.
           COPY CIERCFD.
      *------------------------------------------
       FD HISTORIAL-DIA.
       01 REG-HISTORIAL-DIA PIC X(142).
      *------------------------------------------
       FD LOG-TRABAJO.
       01 REG-LOG-TRABAJO PIC X(142).
      *------------------------------------------
       FD REPORTE.
       01 LINEA-REPORTE PIC X(132).
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-AMIGOS PIC X(2).
        02 ESTADO-HIS PIC X(2).
        02 ESTADO-DIRECCIONES PIC X(2).
        02 ESTADO-TELEFONOS PIC X(2).
        02 ESTADO-AGENDA PIC X(2).
        02 ESTADO-RELACIONES PIC X(2).
        02 ESTADO-MIEMBROS PIC X(2).
        02 ESTADO-PROGRAMADOS PIC X(2).
        02 ESTADO-PREFERENCIAS PIC X(2).
        02 ESTADO-LOG PIC X(2).
        02 ESTADO-CIERRE PIC X(2).
        02 ESTADO-HIS-DIA PIC X(2).
        02 ESTADO-LGA PIC X(2).
        02 SW PIC 9.
        02 TECLA PIC X.
        02 ACCION PIC X.
        02 SW-MAESTRO PIC 9.
        02 SW-PURGADO PIC 9.
        02 SW-ANONIMIZA PIC 9.
        02 SW-FIN PIC 9.
        02 SW-FIN-CTL PIC 9.
        02 SW-FIN-DIA PIC 9.
        02 SW-MEDIAS PIC 9.
        02 SW-MIEMBROS PIC 9.
        02 CODIGO-BUSCADO PIC 9(5).
        02 CODIGO-OTRO PIC 9(5).
        02 CATEGORIA-CLIENTE PIC X(1).
        02 FECHA-HOY PIC 9(8).
        02 FECHA-LISTADA PIC 9(8).
        02 ULTIMO-ESTADO PIC X(1).
        02 TEXTO-ANONIMO PIC X(30) VALUE "ANONIMIZADO".
        02 TEXTO-SECCION PIC X(60).
        02 ARCHIVO-ACTUAL PIC X(14).
        02 NOMBRE-HISTORIAL PIC X(14) VALUE "LG00000000.HIS".
        02 CONTADOR-LINEAS PIC 9(3).
        02 NUMERO-PAGINA PIC 9(3).
        02 LINEAS-POR-PAGINA PIC 9(3) VALUE 20.
        02 CONTADOR-REGISTROS PIC 9(5).
        02 CONTADOR-BITACORA PIC 9(5).
        02 LINEAS-CAMBIADAS PIC 9(5).
        02 ANON-REGISTROS PIC 9(5).
        02 ANON-LINEAS PIC 9(5).
        02 ANON-ARCHIVOS PIC 9(5).
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
        02 FILLER     PIC X(23) VALUE "EXPEDIENTE DEL CLIENTE ".
        02 ENC-CODIGO PIC 9(5).
        02 FILLER     PIC X(4)  VALUE " AL ".
        02 ENC-FECHA  PIC 9(8).
        02 FILLER     PIC X(13) VALUE SPACES.
        02 FILLER     PIC X(7)  VALUE "PAGINA ".
        02 ENC-PAGINA PIC ZZ9.
      *------------------------------------------
       01 LINEA-DATO.
        02 FILLER       PIC X(2) VALUE SPACES.
        02 DAT-ETIQUETA PIC X(20).
        02 DAT-VALOR    PIC X(60).
      *------------------------------------------
       01 LINEA-TELEFONO.
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LTE-SECUENCIA PIC 9(2).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LTE-NUMERO    PIC X(20).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LTE-TIPO      PIC X(1).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LTE-PREFERIDO PIC X(1).
      *------------------------------------------
       01 LINEA-AGENDA.
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LAG-FECHA     PIC 9(8).
        02 FILLER        PIC X(1) VALUE SPACES.
        02 LAG-SECUENCIA PIC 9(2).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LAG-ESTADO    PIC X(1).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LAG-NOTA      PIC X(40).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LAG-CAPTURA   PIC 9(8).
        02 FILLER        PIC X(1) VALUE SPACES.
        02 LAG-OPERADOR  PIC X(3).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LAG-TERMINO   PIC 9(8).
        02 FILLER        PIC X(1) VALUE SPACES.
        02 LAG-OPERADOR-TERMINO PIC X(3).
      *------------------------------------------
       01 LINEA-RELACION.
        02 FILLER       PIC X(2) VALUE SPACES.
        02 LRL-SENTIDO  PIC X(13).
        02 LRL-CODIGO   PIC 9(5).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 LRL-NOMBRE   PIC X(30).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 LRL-TIPO     PIC X(1).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 LRL-FECHA    PIC 9(8).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 LRL-OPERADOR PIC X(3).
      *------------------------------------------
       01 LINEA-CAMPANA.
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LCP-CAMPANA   PIC X(6).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LCP-CATEGORIA PIC X(1).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LCP-RESPUESTA PIC X(1).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LCP-FECHA     PIC 9(8).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LCP-OPERADOR  PIC X(3).
      *------------------------------------------
       01 LINEA-PROGRAMADO.
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LPG-SECUENCIA PIC 9(3).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LPG-EFECTIVA  PIC 9(8).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LPG-ACCION    PIC X(1).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LPG-ESTADO    PIC X(1).
        02 FILLER        PIC X(1) VALUE SPACES.
        02 LPG-MOTIVO    PIC X(2).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LPG-NOMBRE    PIC X(30).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LPG-TELEFONO  PIC X(20).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LPG-CATEGORIA PIC X(1).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LPG-OPERADOR  PIC X(3).
        02 FILLER        PIC X(2) VALUE SPACES.
        02 LPG-CAPTURA   PIC 9(8).
      *------------------------------------------
       01 LINEA-AUDITORIA.
        02 FILLER       PIC X(2) VALUE SPACES.
        02 LAU-FECHA    PIC 9(8).
        02 FILLER       PIC X(1) VALUE SPACES.
        02 LAU-HORA     PIC 9(8).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 LAU-ACCION   PIC X(8).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 LAU-OPERADOR PIC X(3).
        02 FILLER       PIC X(2) VALUE SPACES.
        02 LAU-ARCHIVO  PIC X(14).
      *------------------------------------------
       01 LINEA-IMAGENES.
        02 FILLER           PIC X(6) VALUE SPACES.
        02 FILLER           PIC X(5) VALUE "ANT: ".
        02 LIM-NOMBRE-ANT   PIC X(30).
        02 FILLER           PIC X(1) VALUE SPACES.
        02 LIM-TELEFONO-ANT PIC X(20).
        02 FILLER           PIC X(3) VALUE SPACES.
        02 FILLER           PIC X(5) VALUE "NVO: ".
        02 LIM-NOMBRE-NVO   PIC X(30).
        02 FILLER           PIC X(1) VALUE SPACES.
        02 LIM-TELEFONO-NVO PIC X(20).
      *------------------------------------------
       01 LINEA-CIFRA.
        02 CIF-TEXTO PIC X(35).
        02 CIF-VALOR PIC ZZZZZZ9.
      *------------------------------------------
       LINKAGE SECTION.
       01 OPERADOR-FIRMA PIC X(3).
       01 PERFIL-FIRMA PIC X(1).
      *------------------------------------------
       PROCEDURE DIVISION USING OPERADOR-FIRMA PERFIL-FIRMA.
       PRINCIPAL.
           MOVE 0 TO SW.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM PROCESAR UNTIL SW = 1.
           PERFORM CERRAR-ARCHIVOS.
           GOBACK.
      *------------------------------------------
       ABRIR-ARCHIVOS.
           OPEN I-O AMIGOS.
           IF ESTADO-AMIGOS NOT = "00" AND ESTADO-AMIGOS NOT = "05"
               DISPLAY "No pude abrir el maestro: " LINE 23
                       POSITION 30
               DISPLAY ESTADO-AMIGOS LINE 23 POSITION 57
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               MOVE 1 TO SW
           END-IF.
           OPEN I-O AMIGOS-HIS.
           OPEN I-O DIRECCIONES.
           OPEN I-O TELEFONOS.
           OPEN I-O AGENDA.
           OPEN INPUT RELACIONES.
           OPEN INPUT MIEMBROS.
           MOVE 0 TO SW-MIEMBROS.
           IF ESTADO-MIEMBROS = "00" OR ESTADO-MIEMBROS = "05"
               MOVE 1 TO SW-MIEMBROS
           END-IF.
           OPEN I-O PROGRAMADOS.
           OPEN INPUT PREFERENCIAS.
      *------------------------------------------
       LIMPIAR-PANTALLA.
           DISPLAY " " LINE 1 POSITION 1 ERASE EOS.
      *------------------------------------------
       PROCESAR.
           PERFORM LIMPIAR-PANTALLA.
           DISPLAY "EXPEDIENTE DE UN CLIENTE" LINE 2 POSITION 28.
           DISPLAY "Codigo..." LINE 4 POSITION 3.
           MOVE 0 TO CODIGO-BUSCADO.
           ACCEPT CODIGO-BUSCADO LINE 4 POSITION 14 PROMPT NO BEEP.
           PERFORM BUSCAR-CLIENTE.
           DISPLAY "I)mprimir expediente  A)nonimizar  S)alir"
                   LINE 8 POSITION 10.
           MOVE SPACE TO ACCION.
           ACCEPT ACCION LINE 8 POSITION 55 PROMPT NO BEEP.
           IF ACCION = "I" OR "i"
               PERFORM GENERAR-EXPEDIENTE
           END-IF.
           IF ACCION = "A" OR "a"
               IF PERFIL-FIRMA NOT = "S"
                   DISPLAY "Opcion reservada al supervisor" LINE 23
                           POSITION 30
                   ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               ELSE
                   PERFORM PEDIR-ANONIMIZAR
               END-IF
           END-IF.
           DISPLAY "Desea Atender Otro Cliente ?" LINE 23 POSITION 30.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
           IF TECLA = "N" OR "n" THEN
               MOVE 1 TO SW
           END-IF.
      *------------------------------------------
      *  Un codigo purgado ya no esta en el
      *  maestro pero puede seguir en AMIGOS.HIS.
      *------------------------------------------
       BUSCAR-CLIENTE.
           MOVE 0 TO SW-MAESTRO.
           MOVE 0 TO SW-PURGADO.
           MOVE SPACE TO CATEGORIA-CLIENTE.
           MOVE CODIGO-BUSCADO TO CODIGO.
           READ AMIGOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO SW-MAESTRO
                   MOVE CATEGORIA TO CATEGORIA-CLIENTE
                   DISPLAY NOMBRE LINE 4 POSITION 25
                   IF FECHA-BAJA NOT = 0
                       DISPLAY "*BAJA*" LINE 4 POSITION 57
                   END-IF
           END-READ.
           MOVE CODIGO-BUSCADO TO HIS-CODIGO.
           READ AMIGOS-HIS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO SW-PURGADO
                   IF SW-MAESTRO = 0
                       MOVE HIS-CATEGORIA TO CATEGORIA-CLIENTE
                       DISPLAY HIS-NOMBRE LINE 4 POSITION 25
                       DISPLAY "*PURGADO*" LINE 4 POSITION 57
                   END-IF
           END-READ.
           IF SW-MAESTRO = 0 AND SW-PURGADO = 0
               DISPLAY "(No existe en el maestro ni en purgados)"
                       LINE 4 POSITION 25
           END-IF.
      *------------------------------------------
       GENERAR-EXPEDIENTE.
           MOVE 0 TO SW-ANONIMIZA.
           MOVE 0 TO NUMERO-PAGINA.
           MOVE 99 TO CONTADOR-LINEAS.
           MOVE 0 TO CONTADOR-REGISTROS.
           MOVE 0 TO CONTADOR-BITACORA.
           OPEN OUTPUT REPORTE.
           PERFORM EXPEDIENTE-MAESTRO.
           PERFORM EXPEDIENTE-DETALLE.
           PERFORM EXPEDIENTE-PREFERENCIAS.
           PERFORM EXPEDIENTE-TELEFONOS.
           PERFORM EXPEDIENTE-AGENDA.
           PERFORM EXPEDIENTE-RELACIONES.
           PERFORM EXPEDIENTE-CAMPANAS.
           PERFORM EXPEDIENTE-PROGRAMADOS.
           MOVE "BITACORA (LGaaaammdd.HIS Y AMIGOS.LOG)"
                TO TEXTO-SECCION.
           PERFORM TITULO-SECCION.
           PERFORM RECORRER-CERRADOS.
           PERFORM RECORRER-BITACORA-ACTUAL.
           PERFORM IMPRIMIR-CIFRAS.
           CLOSE REPORTE.
           DISPLAY "Expediente en EXPEDIEN.LST" LINE 10 POSITION 10.
           DISPLAY "Registros.............:" LINE 11 POSITION 10.
           DISPLAY CONTADOR-REGISTROS LINE 11 POSITION 34.
           DISPLAY "Lineas de bitacora....:" LINE 12 POSITION 10.
           DISPLAY CONTADOR-BITACORA LINE 12 POSITION 34.
      *------------------------------------------
       EXPEDIENTE-MAESTRO.
           IF SW-MAESTRO = 1
               MOVE "MAESTRO (AMIGOS.DAT)" TO TEXTO-SECCION
               PERFORM TITULO-SECCION
               ADD 1 TO CONTADOR-REGISTROS
               MOVE "NOMBRE" TO DAT-ETIQUETA
               MOVE NOMBRE TO DAT-VALOR
               PERFORM ESCRIBIR-DATO
               MOVE "TELEFONO" TO DAT-ETIQUETA
               MOVE TELEFONO TO DAT-VALOR
               PERFORM ESCRIBIR-DATO
               MOVE "CATEGORIA" TO DAT-ETIQUETA
               MOVE CATEGORIA TO DAT-VALOR
               PERFORM ESCRIBIR-DATO
               MOVE "FECHA DE ALTA" TO DAT-ETIQUETA
               MOVE FECHA-ALTA TO DAT-VALOR
               PERFORM ESCRIBIR-DATO
               MOVE "FECHA DE BAJA" TO DAT-ETIQUETA
               MOVE FECHA-BAJA TO DAT-VALOR
               PERFORM ESCRIBIR-DATO
           END-IF.
           IF SW-PURGADO = 1
               MOVE "PURGADOS (AMIGOS.HIS)" TO TEXTO-SECCION
               PERFORM TITULO-SECCION
               ADD 1 TO CONTADOR-REGISTROS
               MOVE "NOMBRE" TO DAT-ETIQUETA
               MOVE HIS-NOMBRE TO DAT-VALOR
               PERFORM ESCRIBIR-DATO
               MOVE "TELEFONO" TO DAT-ETIQUETA
               MOVE HIS-TELEFONO TO DAT-VALOR
               PERFORM ESCRIBIR-DATO
               MOVE "CATEGORIA" TO DAT-ETIQUETA
               MOVE HIS-CATEGORIA TO DAT-VALOR
               PERFORM ESCRIBIR-DATO
               MOVE "FECHA DE ALTA" TO DAT-ETIQUETA
               MOVE HIS-FECHA-ALTA TO DAT-VALOR
               PERFORM ESCRIBIR-DATO
               MOVE "FECHA DE BAJA" TO DAT-ETIQUETA
               MOVE HIS-FECHA-BAJA TO DAT-VALOR
               PERFORM ESCRIBIR-DATO
               MOVE "FECHA DE PURGA" TO DAT-ETIQUETA
               MOVE HIS-FECHA-PURGA TO DAT-VALOR
               PERFORM ESCRIBIR-DATO
               MOVE "PURGADO POR" TO DAT-ETIQUETA
               MOVE HIS-OPERADOR TO DAT-VALOR
               PERFORM ESCRIBIR-DATO
           END-IF.
           IF SW-MAESTRO = 0 AND SW-PURGADO = 0
               MOVE "NO EXISTE EN EL MAESTRO NI EN PURGADOS"
                    TO TEXTO-SECCION
               PERFORM TITULO-SECCION
           END-IF.
      *------------------------------------------
       EXPEDIENTE-DETALLE.
           MOVE CODIGO-BUSCADO TO DIR-CODIGO.
           READ DIRECCIONES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM ESCRIBIR-DETALLE
           END-READ.
      *------------------------------------------
       ESCRIBIR-DETALLE.
           MOVE "DETALLE (DIRECC.DAT)" TO TEXTO-SECCION.
           PERFORM TITULO-SECCION.
           ADD 1 TO CONTADOR-REGISTROS.
           MOVE "CALLE Y NUMERO" TO DAT-ETIQUETA.
           MOVE DIR-CALLE TO DAT-VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE "COLONIA" TO DAT-ETIQUETA.
           MOVE DIR-COLONIA TO DAT-VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE "CIUDAD" TO DAT-ETIQUETA.
           MOVE DIR-CIUDAD TO DAT-VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE "ESTADO" TO DAT-ETIQUETA.
           MOVE DIR-ESTADO TO DAT-VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE "CODIGO POSTAL" TO DAT-ETIQUETA.
           MOVE DIR-CP TO DAT-VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE "EMAIL" TO DAT-ETIQUETA.
           MOVE DIR-EMAIL TO DAT-VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE "TELEFONO 2" TO DAT-ETIQUETA.
           MOVE DIR-TELEFONO2 TO DAT-VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE "CUMPLEANOS" TO DAT-ETIQUETA.
           MOVE DIR-CUMPLE TO DAT-VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE "NOTAS" TO DAT-ETIQUETA.
           MOVE DIR-NOTAS TO DAT-VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE "FECHA DE BAJA" TO DAT-ETIQUETA.
           MOVE DIR-FECHA-BAJA TO DAT-VALOR.
           PERFORM ESCRIBIR-DATO.
      *------------------------------------------
       EXPEDIENTE-PREFERENCIAS.
           MOVE CODIGO-BUSCADO TO PRF-CODIGO.
           READ PREFERENCIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM ESCRIBIR-PREFERENCIAS
           END-READ.
      *------------------------------------------
       ESCRIBIR-PREFERENCIAS.
           MOVE "PREFERENCIAS DE CONTACTO (PREFER.DAT)"
                TO TEXTO-SECCION.
           PERFORM TITULO-SECCION.
           ADD 1 TO CONTADOR-REGISTROS.
           MOVE "NO CORREO POSTAL" TO DAT-ETIQUETA.
           MOVE PRF-NO-CORREO TO DAT-VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE "NO LLAMAR" TO DAT-ETIQUETA.
           MOVE PRF-NO-TELEFONO TO DAT-VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE "NO EMAIL" TO DAT-ETIQUETA.
           MOVE PRF-NO-EMAIL TO DAT-VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE "FECHA SOLICITUD" TO DAT-ETIQUETA.
           MOVE PRF-FECHA TO DAT-VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE "MOTIVO" TO DAT-ETIQUETA.
           MOVE PRF-MOTIVO TO DAT-VALOR.
           PERFORM ESCRIBIR-DATO.
           MOVE "TOMADA POR" TO DAT-ETIQUETA.
           MOVE PRF-OPERADOR TO DAT-VALOR.
           PERFORM ESCRIBIR-DATO.
      *------------------------------------------
       EXPEDIENTE-TELEFONOS.
           MOVE "TELEFONOS ADICIONALES (TELEFS.DAT)"
                TO TEXTO-SECCION.
           PERFORM TITULO-SECCION.
           PERFORM INICIAR-TELEFONOS.
           PERFORM ESCRIBIR-TELEFONO UNTIL SW-FIN = 1.
      *------------------------------------------
       INICIAR-TELEFONOS.
           MOVE 0 TO SW-FIN.
           MOVE CODIGO-BUSCADO TO TEL-CODIGO.
           MOVE 0 TO TEL-SECUENCIA.
           START TELEFONOS KEY IS NOT LESS THAN TEL-CLAVE
               INVALID KEY
                   MOVE 1 TO SW-FIN
           END-START.
           IF ESTADO-TELEFONOS NOT = "00"
               MOVE 1 TO SW-FIN
           END-IF.
           IF SW-FIN = 0
               PERFORM LEER-TELEFONO
           END-IF.
      *------------------------------------------
       LEER-TELEFONO.
           READ TELEFONOS NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
           IF SW-FIN = 0 AND TEL-CODIGO NOT = CODIGO-BUSCADO
               MOVE 1 TO SW-FIN
           END-IF.
      *------------------------------------------
       ESCRIBIR-TELEFONO.
           ADD 1 TO CONTADOR-REGISTROS.
           MOVE TEL-SECUENCIA TO LTE-SECUENCIA.
           MOVE TEL-NUMERO TO LTE-NUMERO.
           MOVE TEL-TIPO TO LTE-TIPO.
           MOVE TEL-PREFERIDO TO LTE-PREFERIDO.
           MOVE LINEA-TELEFONO TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           PERFORM LEER-TELEFONO.
      *------------------------------------------
       EXPEDIENTE-AGENDA.
           MOVE "AGENDA (AGENDA.DAT)" TO TEXTO-SECCION.
           PERFORM TITULO-SECCION.
           PERFORM INICIAR-AGENDA.
           PERFORM ESCRIBIR-TAREA UNTIL SW-FIN = 1.
      *------------------------------------------
       INICIAR-AGENDA.
           MOVE 0 TO SW-FIN.
           MOVE CODIGO-BUSCADO TO AGE-CODIGO.
           MOVE 0 TO AGE-FECHA.
           MOVE 0 TO AGE-SECUENCIA.
           START AGENDA KEY IS NOT LESS THAN AGE-CLAVE
               INVALID KEY
                   MOVE 1 TO SW-FIN
           END-START.
           IF ESTADO-AGENDA NOT = "00"
               MOVE 1 TO SW-FIN
           END-IF.
           IF SW-FIN = 0
               PERFORM LEER-TAREA
           END-IF.
      *------------------------------------------
       LEER-TAREA.
           READ AGENDA NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
           IF SW-FIN = 0 AND AGE-CODIGO NOT = CODIGO-BUSCADO
               MOVE 1 TO SW-FIN
           END-IF.
      *------------------------------------------
       ESCRIBIR-TAREA.
           ADD 1 TO CONTADOR-REGISTROS.
           MOVE AGE-FECHA TO LAG-FECHA.
           MOVE AGE-SECUENCIA TO LAG-SECUENCIA.
           MOVE AGE-ESTADO TO LAG-ESTADO.
           MOVE AGE-NOTA TO LAG-NOTA.
           MOVE AGE-FECHA-CAPTURA TO LAG-CAPTURA.
           MOVE AGE-FECHA-TERMINO TO LAG-TERMINO.
           MOVE AGE-OPERADOR TO LAG-OPERADOR.
           MOVE AGE-OPERADOR-TERMINO TO LAG-OPERADOR-TERMINO.
           MOVE LINEA-AGENDA TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           PERFORM LEER-TAREA.
      *------------------------------------------
      *  Los vinculos se buscan de los dos lados:
      *  por la llave primaria los que salen del
      *  cliente y por la alterna los que llegan.
      *------------------------------------------
       EXPEDIENTE-RELACIONES.
           MOVE "RELACIONES (RELACION.DAT)" TO TEXTO-SECCION.
           PERFORM TITULO-SECCION.
           MOVE 0 TO SW-FIN.
           MOVE CODIGO-BUSCADO TO REL-CODIGO.
           MOVE 0 TO REL-RELACIONADO.
           START RELACIONES KEY IS NOT LESS THAN REL-CLAVE
               INVALID KEY
                   MOVE 1 TO SW-FIN
           END-START.
           IF ESTADO-RELACIONES NOT = "00"
               MOVE 1 TO SW-FIN
           END-IF.
           IF SW-FIN = 0
               PERFORM LEER-VINCULO-SALIDA
           END-IF.
           PERFORM ESCRIBIR-VINCULO-SALIDA UNTIL SW-FIN = 1.
           MOVE 0 TO SW-FIN.
           MOVE CODIGO-BUSCADO TO REL-RELACIONADO.
           START RELACIONES KEY IS = REL-RELACIONADO
               INVALID KEY
                   MOVE 1 TO SW-FIN
           END-START.
           IF ESTADO-RELACIONES NOT = "00"
               MOVE 1 TO SW-FIN
           END-IF.
           IF SW-FIN = 0
               PERFORM LEER-VINCULO-LLEGADA
           END-IF.
           PERFORM ESCRIBIR-VINCULO-LLEGADA UNTIL SW-FIN = 1.
      *------------------------------------------
       LEER-VINCULO-SALIDA.
           READ RELACIONES NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
           IF SW-FIN = 0 AND REL-CODIGO NOT = CODIGO-BUSCADO
               MOVE 1 TO SW-FIN
           END-IF.
      *------------------------------------------
       ESCRIBIR-VINCULO-SALIDA.
           IF REL-TIPO = "R"
               MOVE "REFIRIO A" TO LRL-SENTIDO
           ELSE
               MOVE "VINCULO CON" TO LRL-SENTIDO
           END-IF.
           MOVE REL-RELACIONADO TO CODIGO-OTRO.
           PERFORM ESCRIBIR-VINCULO.
           PERFORM LEER-VINCULO-SALIDA.
      *------------------------------------------
       LEER-VINCULO-LLEGADA.
           READ RELACIONES NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
           IF SW-FIN = 0 AND REL-RELACIONADO NOT = CODIGO-BUSCADO
               MOVE 1 TO SW-FIN
           END-IF.
      *------------------------------------------
       ESCRIBIR-VINCULO-LLEGADA.
           IF REL-TIPO = "R"
               MOVE "REFERIDO POR" TO LRL-SENTIDO
           ELSE
               MOVE "VINCULO CON" TO LRL-SENTIDO
           END-IF.
           MOVE REL-CODIGO TO CODIGO-OTRO.
           PERFORM ESCRIBIR-VINCULO.
           PERFORM LEER-VINCULO-LLEGADA.
      *------------------------------------------
       ESCRIBIR-VINCULO.
           ADD 1 TO CONTADOR-REGISTROS.
           MOVE CODIGO-OTRO TO LRL-CODIGO.
           MOVE CODIGO-OTRO TO CODIGO.
           READ AMIGOS
               INVALID KEY
                   MOVE "(No existe en el maestro)" TO LRL-NOMBRE
               NOT INVALID KEY
                   MOVE NOMBRE TO LRL-NOMBRE
           END-READ.
           MOVE REL-TIPO TO LRL-TIPO.
           MOVE REL-FECHA-INICIO TO LRL-FECHA.
           MOVE REL-OPERADOR TO LRL-OPERADOR.
           MOVE LINEA-RELACION TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
      *------------------------------------------
       EXPEDIENTE-CAMPANAS.
           MOVE "CAMPANAS (CAMPMIEM.DAT)" TO TEXTO-SECCION.
           PERFORM TITULO-SECCION.
           MOVE 0 TO SW-FIN.
           IF SW-MIEMBROS = 0
               MOVE 1 TO SW-FIN
           ELSE
               MOVE LOW-VALUES TO MIE-CLAVE
               START MIEMBROS KEY IS NOT LESS THAN MIE-CLAVE
                   INVALID KEY
                       MOVE 1 TO SW-FIN
               END-START
           END-IF.
           IF SW-FIN = 0
               PERFORM LEER-MIEMBRO
           END-IF.
           PERFORM ESCRIBIR-MIEMBRO UNTIL SW-FIN = 1.
      *------------------------------------------
       LEER-MIEMBRO.
           READ MIEMBROS NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       ESCRIBIR-MIEMBRO.
           IF MIE-CODIGO = CODIGO-BUSCADO
               ADD 1 TO CONTADOR-REGISTROS
               MOVE MIE-CAMPANA TO LCP-CAMPANA
               MOVE MIE-CATEGORIA TO LCP-CATEGORIA
               MOVE MIE-RESPUESTA TO LCP-RESPUESTA
               MOVE MIE-FECHA-RESPUESTA TO LCP-FECHA
               MOVE MIE-OPERADOR TO LCP-OPERADOR
               MOVE LINEA-CAMPANA TO LINEA-REPORTE
               PERFORM ESCRIBIR-LINEA
           END-IF.
           PERFORM LEER-MIEMBRO.
      *------------------------------------------
       EXPEDIENTE-PROGRAMADOS.
           MOVE "CAMBIOS PROGRAMADOS (PROGCAM.DAT)" TO TEXTO-SECCION.
           PERFORM TITULO-SECCION.
           PERFORM INICIAR-PROGRAMADOS.
           PERFORM ESCRIBIR-PROGRAMADO UNTIL SW-FIN = 1.
      *------------------------------------------
       INICIAR-PROGRAMADOS.
           MOVE 0 TO SW-FIN.
           MOVE CODIGO-BUSCADO TO PRG-CODIGO.
           MOVE 0 TO PRG-SECUENCIA.
           START PROGRAMADOS KEY IS NOT LESS THAN PRG-CLAVE
               INVALID KEY
                   MOVE 1 TO SW-FIN
           END-START.
           IF ESTADO-PROGRAMADOS NOT = "00"
               MOVE 1 TO SW-FIN
           END-IF.
           IF SW-FIN = 0
               PERFORM LEER-PROGRAMADO
           END-IF.
      *------------------------------------------
       LEER-PROGRAMADO.
           READ PROGRAMADOS NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
           IF SW-FIN = 0 AND PRG-CODIGO NOT = CODIGO-BUSCADO
               MOVE 1 TO SW-FIN
           END-IF.
      *------------------------------------------
       ESCRIBIR-PROGRAMADO.
           ADD 1 TO CONTADOR-REGISTROS.
           MOVE PRG-SECUENCIA TO LPG-SECUENCIA.
           MOVE PRG-FECHA-EFECTIVA TO LPG-EFECTIVA.
           MOVE PRG-ACCION TO LPG-ACCION.
           MOVE PRG-ESTADO TO LPG-ESTADO.
           MOVE PRG-MOTIVO TO LPG-MOTIVO.
           MOVE PRG-NOMBRE TO LPG-NOMBRE.
           MOVE PRG-TELEFONO TO LPG-TELEFONO.
           MOVE PRG-CATEGORIA TO LPG-CATEGORIA.
           MOVE PRG-OPERADOR TO LPG-OPERADOR.
           MOVE PRG-FECHA-CAPTURA TO LPG-CAPTURA.
           MOVE LINEA-PROGRAMADO TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           PERFORM LEER-PROGRAMADO.
      *------------------------------------------
      *  Los dias cerrados se recorren en el orden
      *  de CIERRCTL.DAT, como en HISTORIA; un dia
      *  reabierto aparece dos veces en el control
      *  y solo se lee una.  Sirve al expediente y
      *  a la anonimizacion segun SW-ANONIMIZA.
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
               IF SW-ANONIMIZA = 1
                   PERFORM ANONIMIZAR-ARCHIVO
               ELSE
                   PERFORM LISTAR-UN-CERRADO
               END-IF
           END-IF.
           PERFORM LEER-CONTROL-CIERRE.
      *------------------------------------------
       LISTAR-UN-CERRADO.
           MOVE NOMBRE-HISTORIAL TO ARCHIVO-ACTUAL.
           OPEN INPUT HISTORIAL-DIA.
           IF ESTADO-HIS-DIA = "00"
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
           IF BIT-CODIGO = CODIGO-BUSCADO
               PERFORM ESCRIBIR-AUDITORIA
           END-IF.
           PERFORM LEER-HISTORIAL-DIA.
      *------------------------------------------
       RECORRER-BITACORA-ACTUAL.
           MOVE "AMIGOS.LOG" TO ARCHIVO-ACTUAL.
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
           IF BIT-CODIGO = CODIGO-BUSCADO
               PERFORM ESCRIBIR-AUDITORIA
           END-IF.
           PERFORM LEER-LOG.
      *------------------------------------------
       ESCRIBIR-AUDITORIA.
           ADD 1 TO CONTADOR-BITACORA.
           MOVE BIT-FECHA TO LAU-FECHA.
           MOVE BIT-HORA TO LAU-HORA.
           MOVE BIT-ACCION TO LAU-ACCION.
           MOVE BIT-OPERADOR TO LAU-OPERADOR.
           MOVE ARCHIVO-ACTUAL TO LAU-ARCHIVO.
           MOVE LINEA-AUDITORIA TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           IF BIT-NOMBRE-ANT NOT = SPACES
              OR BIT-NOMBRE-NVO NOT = SPACES
              OR BIT-TELEFONO-ANT NOT = SPACES
              OR BIT-TELEFONO-NVO NOT = SPACES
               MOVE BIT-NOMBRE-ANT TO LIM-NOMBRE-ANT
               MOVE BIT-TELEFONO-ANT TO LIM-TELEFONO-ANT
               MOVE BIT-NOMBRE-NVO TO LIM-NOMBRE-NVO
               MOVE BIT-TELEFONO-NVO TO LIM-TELEFONO-NVO
               MOVE LINEA-IMAGENES TO LINEA-REPORTE
               PERFORM ESCRIBIR-LINEA
           END-IF.
      *------------------------------------------
       TITULO-SECCION.
           IF CONTADOR-LINEAS + 3 > LINEAS-POR-PAGINA
               PERFORM ENCABEZAR-PAGINA
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           MOVE TEXTO-SECCION TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
      *------------------------------------------
       ESCRIBIR-DATO.
           MOVE LINEA-DATO TO LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO DAT-VALOR.
      *------------------------------------------
       ENCABEZAR-PAGINA.
           ADD 1 TO NUMERO-PAGINA.
           MOVE NUMERO-PAGINA TO ENC-PAGINA.
           MOVE CODIGO-BUSCADO TO ENC-CODIGO.
           MOVE FECHA-HOY TO ENC-FECHA.
           MOVE LINEA-ENCABEZADO-1 TO LINEA-REPORTE.
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
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "REGISTROS DEL CLIENTE.............:" TO CIF-TEXTO.
           MOVE CONTADOR-REGISTROS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "LINEAS DE BITACORA................:" TO CIF-TEXTO.
           MOVE CONTADOR-BITACORA TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
      *------------------------------------------
       IMPRIMIR-UNA-CIFRA.
           MOVE LINEA-CIFRA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
      *------------------------------------------
      *  Con un cierre a medias las lineas del dia
      *  estan copiadas en AMIGOS.LGD/AMIGOS.LGT,
      *  fuera del alcance de la anonimizacion:
      *  primero hay que terminar el CIERRE.
      *------------------------------------------
       PEDIR-ANONIMIZAR.
           MOVE 0 TO SW-MEDIAS.
           MOVE SPACE TO ULTIMO-ESTADO.
           MOVE 0 TO SW-FIN-CTL.
           OPEN INPUT CONTROL-CIERRE.
           PERFORM LEER-CONTROL-CIERRE.
           PERFORM REVISAR-ULTIMO-ESTADO UNTIL SW-FIN-CTL = 1.
           CLOSE CONTROL-CIERRE.
           IF ULTIMO-ESTADO NOT = SPACE AND ULTIMO-ESTADO NOT = "C"
               MOVE 1 TO SW-MEDIAS
           END-IF.
           IF SW-MEDIAS = 1
               DISPLAY "Hay un CIERRE a medias, corralo primero"
                       LINE 23 POSITION 30
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
           ELSE
               DISPLAY "Se borran para siempre los datos personales"
                       LINE 20 POSITION 10
               DISPLAY "de este codigo en todos los archivos."
                       LINE 21 POSITION 10
               DISPLAY "Confirma La Anonimizacion ?" LINE 23
                       POSITION 30
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               IF TECLA = "S" OR "s"
                   PERFORM ANONIMIZAR
               END-IF
           END-IF.
      *------------------------------------------
       REVISAR-ULTIMO-ESTADO.
           MOVE CIE-ESTADO TO ULTIMO-ESTADO.
           PERFORM LEER-CONTROL-CIERRE.
      *------------------------------------------
       ANONIMIZAR.
           MOVE 1 TO SW-ANONIMIZA.
           MOVE 0 TO ANON-REGISTROS.
           MOVE 0 TO ANON-LINEAS.
           MOVE 0 TO ANON-ARCHIVOS.
           PERFORM ANONIMIZAR-MAESTRO.
           PERFORM ANONIMIZAR-DETALLE.
           PERFORM INICIAR-TELEFONOS.
           PERFORM ANONIMIZAR-TELEFONO UNTIL SW-FIN = 1.
           PERFORM INICIAR-AGENDA.
           PERFORM ANONIMIZAR-TAREA UNTIL SW-FIN = 1.
           PERFORM INICIAR-PROGRAMADOS.
           PERFORM ANONIMIZAR-PROGRAMADO UNTIL SW-FIN = 1.
           PERFORM RECORRER-CERRADOS.
           MOVE "AMIGOS.LOG" TO NOMBRE-HISTORIAL.
           PERFORM ANONIMIZAR-ARCHIVO.
           MOVE "AMIGOS.LGR" TO NOMBRE-HISTORIAL.
           PERFORM ANONIMIZAR-ARCHIVO.
           MOVE "LG00000000.HIS" TO NOMBRE-HISTORIAL.
           PERFORM GRABAR-LOG-ANONIMIZA.
           MOVE 0 TO SW-ANONIMIZA.
           DISPLAY "Cliente anonimizado" LINE 10 POSITION 10.
           DISPLAY "Registros borrados....:" LINE 11 POSITION 10.
           DISPLAY ANON-REGISTROS LINE 11 POSITION 34.
           DISPLAY "Lineas de bitacora....:" LINE 12 POSITION 10.
           DISPLAY ANON-LINEAS LINE 12 POSITION 34.
           DISPLAY "Archivos reescritos...:" LINE 13 POSITION 10.
           DISPLAY ANON-ARCHIVOS LINE 13 POSITION 34.
           DISPLAY " " LINE 20 POSITION 1 ERASE EOL.
           DISPLAY " " LINE 21 POSITION 1 ERASE EOL.
      *------------------------------------------
       ANONIMIZAR-MAESTRO.
           IF SW-MAESTRO = 1
               MOVE CODIGO-BUSCADO TO CODIGO
               READ AMIGOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TEXTO-ANONIMO TO NOMBRE
                       MOVE SPACES TO TELEFONO
                       REWRITE REG-AMIGOS
                           INVALID KEY
                               DISPLAY "No pude anonimizar el maestro"
                                       LINE 22 POSITION 10
                           NOT INVALID KEY
                               ADD 1 TO ANON-REGISTROS
                       END-REWRITE
               END-READ
           END-IF.
           IF SW-PURGADO = 1
               MOVE CODIGO-BUSCADO TO HIS-CODIGO
               READ AMIGOS-HIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TEXTO-ANONIMO TO HIS-NOMBRE
                       MOVE SPACES TO HIS-TELEFONO
                       REWRITE REG-HIS
                           INVALID KEY
                               DISPLAY "No pude anonimizar el purgado"
                                       LINE 22 POSITION 10
                           NOT INVALID KEY
                               ADD 1 TO ANON-REGISTROS
                       END-REWRITE
               END-READ
           END-IF.
      *------------------------------------------
       ANONIMIZAR-DETALLE.
           MOVE CODIGO-BUSCADO TO DIR-CODIGO.
           READ DIRECCIONES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO DIR-CALLE
                   MOVE SPACES TO DIR-EMAIL
                   MOVE SPACES TO DIR-TELEFONO2
                   MOVE 0 TO DIR-CUMPLE
                   MOVE SPACES TO DIR-NOTAS
                   MOVE SPACES TO DIR-UBICACION
                   REWRITE REG-DIRECCIONES
                       INVALID KEY
                           DISPLAY "No pude anonimizar el detalle"
                                   LINE 22 POSITION 10
                       NOT INVALID KEY
                           ADD 1 TO ANON-REGISTROS
                   END-REWRITE
           END-READ.
      *------------------------------------------
      *  El renglon del telefono se conserva, sin
      *  numero, para no alterar las cuentas.
      *------------------------------------------
       ANONIMIZAR-TELEFONO.
           MOVE SPACES TO TEL-NUMERO.
           REWRITE REG-TELEFONOS
               INVALID KEY
                   DISPLAY "No pude anonimizar un telefono"
                           LINE 22 POSITION 10
               NOT INVALID KEY
                   ADD 1 TO ANON-REGISTROS
           END-REWRITE.
           PERFORM LEER-TELEFONO.
      *------------------------------------------
       ANONIMIZAR-TAREA.
           MOVE SPACES TO AGE-NOTA.
           REWRITE REG-AGENDA
               INVALID KEY
                   DISPLAY "No pude anonimizar una tarea"
                           LINE 22 POSITION 10
               NOT INVALID KEY
                   ADD 1 TO ANON-REGISTROS
           END-REWRITE.
           PERFORM LEER-TAREA.
      *------------------------------------------
      *  Un cambio de nombre aun pendiente
      *  volveria a poner datos personales al
      *  aplicarse: se cancela.
      *------------------------------------------
       ANONIMIZAR-PROGRAMADO.
           MOVE SPACES TO PRG-NOMBRE.
           MOVE SPACES TO PRG-TELEFONO.
           IF PRG-ESTADO = "P" AND PRG-ACCION = "N"
               MOVE "X" TO PRG-ESTADO
               MOVE FECHA-HOY TO PRG-FECHA-RESUELTO
               MOVE OPERADOR-FIRMA TO PRG-OPERADOR-CANCELA
           END-IF.
           REWRITE REG-PROGRAMADOS
               INVALID KEY
                   DISPLAY "No pude anonimizar un cambio programado"
                           LINE 22 POSITION 10
               NOT INVALID KEY
                   ADD 1 TO ANON-REGISTROS
           END-REWRITE.
           PERFORM LEER-PROGRAMADO.
      *------------------------------------------
      *  Cada archivo de bitacora se copia a
      *  AMIGOS.LGA limpiando las lineas del
      *  cliente y, si hubo alguna, se copia de
      *  regreso; el numero de lineas no cambia.
      *  Las lineas RECLAS y PREFEREN no llevan
      *  datos personales en las imagenes; las
      *  FUSION llevan el nombre en NOMBRE-ANT, que
      *  se limpia, y en NOMBRE-NVO el texto de la
      *  fusion, que se conserva para AUDITA y
      *  CAMBIOS.
      *------------------------------------------
       ANONIMIZAR-ARCHIVO.
           MOVE 0 TO LINEAS-CAMBIADAS.
           OPEN INPUT HISTORIAL-DIA.
           IF ESTADO-HIS-DIA = "00"
               OPEN OUTPUT LOG-TRABAJO
               MOVE 0 TO SW-FIN-DIA
               PERFORM LEER-HISTORIAL-DIA
               PERFORM LIMPIAR-LINEA UNTIL SW-FIN-DIA = 1
               CLOSE LOG-TRABAJO
               CLOSE HISTORIAL-DIA
           END-IF.
           IF LINEAS-CAMBIADAS > 0
               PERFORM REGRESAR-ARCHIVO
           END-IF.
      *------------------------------------------
       LIMPIAR-LINEA.
           MOVE REG-HISTORIAL-DIA TO LINEA-BITACORA.
           IF BIT-CODIGO = CODIGO-BUSCADO
              AND BIT-ACCION = "FUSION"
              AND BIT-NOMBRE-ANT NOT = SPACES
              AND BIT-NOMBRE-ANT NOT = TEXTO-ANONIMO
               MOVE TEXTO-ANONIMO TO BIT-NOMBRE-ANT
               ADD 1 TO LINEAS-CAMBIADAS
           END-IF.
           IF BIT-CODIGO = CODIGO-BUSCADO
              AND BIT-ACCION NOT = "RECLAS"
              AND BIT-ACCION NOT = "FUSION"
              AND BIT-ACCION NOT = "PREFEREN"
              AND (BIT-NOMBRE-ANT NOT = SPACES
                   OR BIT-NOMBRE-NVO NOT = SPACES
                   OR BIT-TELEFONO-ANT NOT = SPACES
                   OR BIT-TELEFONO-NVO NOT = SPACES)
               IF BIT-NOMBRE-ANT NOT = SPACES
                   MOVE TEXTO-ANONIMO TO BIT-NOMBRE-ANT
               END-IF
               IF BIT-NOMBRE-NVO NOT = SPACES
                   MOVE TEXTO-ANONIMO TO BIT-NOMBRE-NVO
               END-IF
               MOVE SPACES TO BIT-TELEFONO-ANT
               MOVE SPACES TO BIT-TELEFONO-NVO
               ADD 1 TO LINEAS-CAMBIADAS
           END-IF.
           MOVE LINEA-BITACORA TO REG-LOG-TRABAJO.
           WRITE REG-LOG-TRABAJO.
           PERFORM LEER-HISTORIAL-DIA.
      *------------------------------------------
       REGRESAR-ARCHIVO.
           OPEN INPUT LOG-TRABAJO.
           IF ESTADO-LGA NOT = "00"
               DISPLAY "No encuentro AMIGOS.LGA" LINE 22 POSITION 10
           ELSE
               OPEN OUTPUT HISTORIAL-DIA
               MOVE 0 TO SW-FIN-DIA
               PERFORM LEER-LOG-TRABAJO
               PERFORM REGRESAR-LINEA UNTIL SW-FIN-DIA = 1
               CLOSE HISTORIAL-DIA
               CLOSE LOG-TRABAJO
               ADD LINEAS-CAMBIADAS TO ANON-LINEAS
               ADD 1 TO ANON-ARCHIVOS
           END-IF.
      *------------------------------------------
       LEER-LOG-TRABAJO.
           READ LOG-TRABAJO
               AT END
                   MOVE 1 TO SW-FIN-DIA
           END-READ.
      *------------------------------------------
       REGRESAR-LINEA.
           MOVE REG-LOG-TRABAJO TO REG-HISTORIAL-DIA.
           WRITE REG-HISTORIAL-DIA.
           PERFORM LEER-LOG-TRABAJO.
      *------------------------------------------
      *  La linea ANONIMIZ no la cuentan CIERRE ni
      *  VERIFICA; RECUPERA la reproduce para que
      *  un respaldo restaurado no devuelva los
      *  datos borrados.
      *------------------------------------------
       GRABAR-LOG-ANONIMIZA.
           OPEN EXTEND AMIGOS-LOG.
           MOVE SPACES TO REG-LOG.
           MOVE CODIGO-BUSCADO TO LOG-CODIGO.
           MOVE "ANONIMIZ" TO LOG-ACCION.
           MOVE FECHA-HOY TO LOG-FECHA.
           ACCEPT LOG-HORA FROM TIME.
           MOVE TEXTO-ANONIMO TO LOG-NOMBRE-NVO.
           MOVE OPERADOR-FIRMA TO LOG-OPERADOR.
           MOVE CATEGORIA-CLIENTE TO LOG-CATEGORIA.
           WRITE REG-LOG.
           CLOSE AMIGOS-LOG.
      *------------------------------------------
       CERRAR-ARCHIVOS.
           CLOSE AMIGOS.
           CLOSE AMIGOS-HIS.
           CLOSE DIRECCIONES.
           CLOSE TELEFONOS.
           CLOSE AGENDA.
           CLOSE RELACIONES.
           CLOSE MIEMBROS.
           CLOSE PROGRAMADOS.
           CLOSE PREFERENCIAS.
