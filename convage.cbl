       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVAGE.
      *------------------------------------------
      *  Conversion por unica vez de AGENDA.DAT
      *  al formato que agrega AGE-OPERADOR y
      *  AGE-OPERADOR-TERMINO: se vacia el
      *  archivo viejo (72 bytes) a un plano de
      *  trabajo y se recrea con el formato
      *  nuevo, con las firmas en blanco.
      *  Se corre una sola vez al instalar; si el
      *  archivo ya esta convertido no abre con
      *  el formato viejo y no se toca nada.
      *------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------
       INPUT-OUTPUT SECTION.
      *------------------------------------------
       FILE-CONTROL.
           COPY AGENFC.
           SELECT AGENDA-VIEJA ASSIGN TO RANDOM "AGENDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIE-CLAVE
               FILE STATUS IS ESTADO-VIEJO.
           SELECT TRABAJO ASSIGN TO "CONVAGE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-TRABAJO.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
       FILE SECTION.
      *------------------------------------------
           COPY AGENFD.
      *------------------------------------------
       FD AGENDA-VIEJA.
       01 REG-VIEJO.
        02 VIE-CLAVE.
         03 VIE-CODIGO    PIC 9(5).
         03 VIE-FECHA     PIC 9(8).
         03 VIE-SECUENCIA PIC 9(2).
        02 VIE-NOTA          PIC X(40).
        02 VIE-ESTADO        PIC X(1).
        02 VIE-FECHA-CAPTURA PIC 9(8).
        02 VIE-FECHA-TERMINO PIC 9(8).
      *------------------------------------------
       FD TRABAJO.
       01 REG-TRABAJO PIC X(78).
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-AGENDA PIC X(2).
        02 ESTADO-VIEJO PIC X(2).
        02 ESTADO-TRABAJO PIC X(2).
        02 SW PIC 9.
        02 SW-FIN PIC 9.
        02 TECLA PIC X.
        02 CONTADOR-LEIDOS PIC 9(5).
        02 CONTADOR-CARGADOS PIC 9(5).
      *------------------------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE 0 TO SW.
           MOVE 0 TO CONTADOR-LEIDOS.
           MOVE 0 TO CONTADOR-CARGADOS.
           DISPLAY "Convierte AGENDA.DAT al formato con firma".
           DISPLAY "de operador.  Continua (S/N) ?: ".
           ACCEPT TECLA.
           IF TECLA NOT = "S" AND TECLA NOT = "s"
               MOVE 1 TO SW
           END-IF.
           IF SW = 0
               PERFORM VACIAR-VIEJO
           END-IF.
           IF SW = 0
               PERFORM CARGAR-NUEVO
               DISPLAY "Tareas leidas del viejo......: "
                       CONTADOR-LEIDOS
               DISPLAY "Tareas convertidas...........: "
                       CONTADOR-CARGADOS
           END-IF.
           STOP RUN.
      *------------------------------------------
      *  El formato nuevo es el viejo mas las dos
      *  firmas al final, asi que basta rellenar
      *  con espacios a la derecha.
      *------------------------------------------
       VACIAR-VIEJO.
           OPEN INPUT AGENDA-VIEJA.
           IF ESTADO-VIEJO = "35"
               DISPLAY "No existe AGENDA.DAT, nada que convertir"
               MOVE 1 TO SW
           ELSE
               IF ESTADO-VIEJO NOT = "00"
                   DISPLAY "AGENDA.DAT no abre con el formato "
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
               CLOSE AGENDA-VIEJA
           END-IF.
      *------------------------------------------
       LEER-VIEJO.
           READ AGENDA-VIEJA NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN
           END-READ.
      *------------------------------------------
       VACIAR-REGISTRO.
           MOVE SPACES TO REG-TRABAJO.
           MOVE REG-VIEJO TO REG-TRABAJO (1:72).
           WRITE REG-TRABAJO.
           ADD 1 TO CONTADOR-LEIDOS.
           PERFORM LEER-VIEJO.
      *------------------------------------------
       CARGAR-NUEVO.
           OPEN INPUT TRABAJO.
           IF ESTADO-TRABAJO NOT = "00"
               DISPLAY "No encuentro CONVAGE.TMP, conversion abortada"
               MOVE 1 TO SW
           ELSE
               OPEN OUTPUT AGENDA
               IF ESTADO-AGENDA NOT = "00"
                   DISPLAY "No pude recrear AGENDA.DAT: " ESTADO-AGENDA
                   MOVE 1 TO SW
                   CLOSE TRABAJO
               ELSE
                   MOVE 0 TO SW-FIN
                   PERFORM LEER-TRABAJO
                   PERFORM CARGAR-REGISTRO UNTIL SW-FIN = 1
                   CLOSE AGENDA
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
           MOVE REG-TRABAJO TO REG-AGENDA.
           WRITE REG-AGENDA
               INVALID KEY
                   DISPLAY "No pude convertir la tarea " AGE-CLAVE
               NOT INVALID KEY
                   ADD 1 TO CONTADOR-CARGADOS
           END-WRITE.
           PERFORM LEER-TRABAJO.
