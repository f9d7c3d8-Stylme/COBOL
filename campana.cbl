       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPANA.
      *------------------------------------------
      *  Menu de campanas: catalogo, armado (con
      *  etiquetas, archivo de correo y tareas de
      *  agenda), registro de respuestas y
      *  resultados.
      *------------------------------------------
       ENVIRONMENT DIVISION.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 SW PIC 9.
        02 OPCION PIC 9.
        02 TECLA PIC X.
      *------------------------------------------
       LINKAGE SECTION.
       01 OPERADOR-FIRMA PIC X(3).
      *------------------------------------------
       PROCEDURE DIVISION USING OPERADOR-FIRMA.
       PRINCIPAL.
           MOVE 0 TO SW.
           PERFORM PROCESAR UNTIL SW = 1.
           GOBACK.
      *------------------------------------------
       LIMPIAR-PANTALLA.
           DISPLAY " " LINE 1 POSITION 1 ERASE EOS.
      *------------------------------------------
       PROCESAR.
           PERFORM LIMPIAR-PANTALLA.
           DISPLAY "CAMPANAS" LINE 2 POSITION 35.
           DISPLAY "1. Catalogo De Campanas"       LINE 5  POSITION 10.
           DISPLAY "2. Armar Una Campana"          LINE 6  POSITION 10.
           DISPLAY "3. Respuestas De Una Campana"  LINE 7  POSITION 10.
           DISPLAY "4. Resultados De Campanas"     LINE 8  POSITION 10.
           DISPLAY "0. Regresar"                   LINE 19 POSITION 10.
           DISPLAY "Opcion..." LINE 20 POSITION 10.
           ACCEPT OPCION LINE 20 POSITION 30 PROMPT NO BEEP.
           IF OPCION = 1
               CALL "CAMPMANT" USING OPERADOR-FIRMA
           END-IF.
           IF OPCION = 2
               CALL "CAMPARMA" USING OPERADOR-FIRMA
           END-IF.
           IF OPCION = 3
               CALL "CAMPRESP" USING OPERADOR-FIRMA
           END-IF.
           IF OPCION = 4
               CALL "CAMPRES"
           END-IF.
           IF OPCION = 0
               MOVE 1 TO SW
           END-IF.
           IF OPCION > 4
               DISPLAY "Opcion Invalida" LINE 23 POSITION 30
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
           END-IF.
