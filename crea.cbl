           COPY DIRECFC.
           COPY TELFC.
           COPY AGENFC.
           COPY RELFC.
           COPY PRGFC.
           COPY PREFFC.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
           COPY DIRECFD.
           COPY TELFD.
           COPY AGENFD.
           COPY RELFD.
           COPY PRGFD.
           COPY PREFFD.
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-DIRECCIONES PIC X(2).
        02 ESTADO-TELEFONOS PIC X(2).
        02 ESTADO-AGENDA PIC X(2).
        02 ESTADO-RELACIONES PIC X(2).
        02 ESTADO-PROGRAMADOS PIC X(2).
        02 ESTADO-PREFERENCIAS PIC X(2).
        02 TECLA PIC X.
        02 MODO-RESPALDO PIC X(1) VALUE "P".
      *------------------------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "RESPALDA" USING MODO-RESPALDO.
           IF RETURN-CODE = 0
               OPEN OUTPUT AMIGOS
               CLOSE AMIGOS
               CLOSE TELEFONOS
               OPEN OUTPUT AGENDA
               CLOSE AGENDA
               OPEN OUTPUT RELACIONES
               CLOSE RELACIONES
               OPEN OUTPUT PROGRAMADOS
               CLOSE PROGRAMADOS
               OPEN OUTPUT PREFERENCIAS
               CLOSE PREFERENCIAS
           ELSE
               DISPLAY "Sin respaldo no se inicializa el archivo"
                       LINE 23 POSITION 20
