        02 CLAVE-INTENTO PIC X(8).
        02 OPERADOR-FIRMADO PIC X(3).
        02 PERFIL-FIRMADO PIC X(1).
        02 MODO-RESPALDO PIC X(1) VALUE "P".
      *------------------------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY "20. Recuperar Bitacora"        LINE 10 POSITION 45.
           DISPLAY "21. Agenda De Seguimiento"     LINE 11 POSITION 45.
           DISPLAY "22. Tareas Del Dia"            LINE 12 POSITION 45.
           DISPLAY "23. Descartar Duplicados"      LINE 13 POSITION 45.
           DISPLAY "24. Campanas"                  LINE 14 POSITION 45.
           DISPLAY "25. Relaciones Entre Clientes" LINE 15 POSITION 45.
           DISPLAY "26. Cambios Programados"       LINE 16 POSITION 45.
           DISPLAY "27. Expediente De Un Cliente"  LINE 17 POSITION 45.
           DISPLAY "28. Preferencias De Contacto"  LINE 18 POSITION 45.
           DISPLAY "0. Salir"                     LINE 19 POSITION 10.
           DISPLAY "Opcion..." LINE 20 POSITION 10.
           ACCEPT OPCION LINE 20 POSITION 30 PROMPT NO BEEP.
               CALL "HISTORIA"
           END-IF.
           IF OPCION = 9
               CALL "RESPALDA" USING MODO-RESPALDO
           END-IF.
           IF OPCION = 10 AND SW-PERMITIDO = 1
               CALL "RESTAURA"
               CALL "RECUPERA"
           END-IF.
           IF OPCION = 21
               CALL "AGENDA" USING OPERADOR-FIRMADO
           END-IF.
           IF OPCION = 22
               CALL "AGENLIS"
           END-IF.
           IF OPCION = 23 AND SW-PERMITIDO = 1
               CALL "DESCARTA" USING OPERADOR-FIRMADO
           END-IF.
           IF OPCION = 24
               CALL "CAMPANA" USING OPERADOR-FIRMADO
           END-IF.
           IF OPCION = 25
               CALL "RELMANT" USING OPERADOR-FIRMADO
           END-IF.
           IF OPCION = 26
               CALL "PROGCAM" USING OPERADOR-FIRMADO
           END-IF.
           IF OPCION = 27
               CALL "EXPEDIEN" USING OPERADOR-FIRMADO PERFIL-FIRMADO
           END-IF.
           IF OPCION = 28
               CALL "PREFMANT" USING OPERADOR-FIRMADO
           END-IF.
           IF OPCION = 0
               MOVE 1 TO SW
           END-IF.
           IF OPCION > 28
               DISPLAY "Opcion Invalida" LINE 23 POSITION 30
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
           END-IF.
       VALIDAR-PERMISO.
           MOVE 1 TO SW-PERMITIDO.
           IF (OPCION = 1 OR OPCION = 10 OR OPCION = 18
               OR OPCION = 19 OR OPCION = 20 OR OPCION = 23)
              AND PERFIL-FIRMADO NOT = "S"
               MOVE 0 TO SW-PERMITIDO
               DISPLAY "Opcion reservada al supervisor" LINE 23
