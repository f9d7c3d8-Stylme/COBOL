       FILE-CONTROL.
           COPY AMIGOSFC.
           COPY AGENFC.
           COPY PREFFC.
           SELECT REPORTE ASSIGN TO "AGENLIS.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *******************************************
      *------------------------------------------
           COPY AMIGOSFD.
           COPY AGENFD.
           COPY PREFFD.
      *------------------------------------------
       FD REPORTE.
       01 LINEA-REPORTE PIC X(120).
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-AMIGOS PIC X(2).
        02 ESTADO-AGENDA PIC X(2).
        02 ESTADO-PREFERENCIAS PIC X(2).
        02 SW PIC 9.
        02 TECLA PIC X.
        02 FECHA-HOY PIC 9(8).
        02 CONTADOR-DEL-DIA PIC 9(5).
        02 CONTADOR-VENCIDAS PIC 9(5).
        02 CONTADOR-NO-LLAMAR PIC 9(5).
      *------------------------------------------
       01 LINEA-TITULO.
        02 FILLER PIC X(22) VALUE SPACES.
        02 FILLER PIC X(7)  VALUE "CODIGO ".
        02 FILLER PIC X(32) VALUE "NOMBRE".
        02 FILLER PIC X(42) VALUE "NOTA".
        02 FILLER PIC X(10) VALUE "ESTADO".
        02 FILLER PIC X(5)  VALUE "AVISO".
      *------------------------------------------
       01 LINEA-TAREA.
        02 TAR-FECHA  PIC 9(8).
        02 TAR-NOTA   PIC X(40).
        02 FILLER     PIC X(2) VALUE SPACES.
        02 TAR-MARCA  PIC X(8).
        02 FILLER     PIC X(2) VALUE SPACES.
        02 TAR-AVISO  PIC X(10).
      *------------------------------------------
       01 LINEA-CIFRA.
        02 CIF-TEXTO PIC X(35).
           IF SW = 0
               MOVE 0 TO CONTADOR-DEL-DIA
               MOVE 0 TO CONTADOR-VENCIDAS
               MOVE 0 TO CONTADOR-NO-LLAMAR
               ACCEPT FECHA-HOY FROM DATE YYYYMMDD
               PERFORM IMPRIMIR-TITULO
               PERFORM LEER-TAREA
               MOVE 1 TO SW
           END-IF.
           OPEN INPUT AGENDA.
           OPEN INPUT PREFERENCIAS.
           IF SW = 0
               OPEN OUTPUT REPORTE
           END-IF.
           MOVE AGE-CODIGO TO TAR-CODIGO.
           PERFORM BUSCAR-NOMBRE.
           MOVE AGE-NOTA TO TAR-NOTA.
           PERFORM REVISAR-PREFERENCIAS.
           IF AGE-FECHA < FECHA-HOY
               MOVE "VENCIDA" TO TAR-MARCA
               ADD 1 TO CONTADOR-VENCIDAS
               NOT INVALID KEY
                   MOVE NOMBRE TO TAR-NOMBRE
           END-READ.
      *------------------------------------------
      *  La tarea se deja en la lista (puede ser
      *  una visita o un envio), pero se avisa que
      *  el contacto pidio que no se le llame.
      *------------------------------------------
       REVISAR-PREFERENCIAS.
           MOVE SPACES TO TAR-AVISO.
           MOVE AGE-CODIGO TO PRF-CODIGO.
           READ PREFERENCIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRF-NO-TELEFONO = "S"
                       MOVE "NO LLAMAR" TO TAR-AVISO
                       ADD 1 TO CONTADOR-NO-LLAMAR
                   END-IF
           END-READ.
      *------------------------------------------
       IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE "TAREAS VENCIDAS...................:" TO CIF-TEXTO.
           MOVE CONTADOR-VENCIDAS TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
           MOVE "MARCADAS NO LLAMAR................:" TO CIF-TEXTO.
           MOVE CONTADOR-NO-LLAMAR TO CIF-VALOR.
           PERFORM IMPRIMIR-UNA-CIFRA.
      *------------------------------------------
       IMPRIMIR-UNA-CIFRA.
           MOVE LINEA-CIFRA TO LINEA-REPORTE.
           DISPLAY CONTADOR-DEL-DIA LINE 11 POSITION 36.
           DISPLAY "Tareas vencidas.......: " LINE 12 POSITION 10.
           DISPLAY CONTADOR-VENCIDAS LINE 12 POSITION 36.
           DISPLAY "Marcadas no llamar....: " LINE 13 POSITION 10.
           DISPLAY CONTADOR-NO-LLAMAR LINE 13 POSITION 36.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
      *------------------------------------------
       CERRAR-ARCHIVOS.
           CLOSE AMIGOS.
           CLOSE AGENDA.
           CLOSE PREFERENCIAS.
           CLOSE REPORTE.
