       01 REG-RESPALDO-LOG PIC X(142).
      *------------------------------------------
       FD RESPALDO-DIRECC.
       01 REG-RESPALDO-DIRECC PIC X(261).
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
         03 GEN-FECHA PIC 9(8).
         03 GEN-HORA PIC 9(8).
      *------------------------------------------
      *  MODO-RESPALDO: P = desde la pantalla
      *  (MENU, CREA), N = corrida nocturna
      *  desatendida (NOCTURNO), sin pantalla ni
      *  pausas.
      *------------------------------------------
       LINKAGE SECTION.
       01 MODO-RESPALDO PIC X(1).
      *------------------------------------------
       PROCEDURE DIVISION USING MODO-RESPALDO.
       PRINCIPAL.
           MOVE 0 TO RETURN-CODE.
           PERFORM LEER-CONTROL.
           END-IF.
           IF RETURN-CODE = 0
               PERFORM GRABAR-CONTROL
               IF MODO-RESPALDO = "N"
                   PERFORM INFORMAR-RESUMEN
               ELSE
                   PERFORM MOSTRAR-RESUMEN
               END-IF
           END-IF.
           GOBACK.
      *------------------------------------------
           MOVE 0 TO CONTADOR-RESPALDADOS.
           OPEN INPUT AMIGOS.
           IF ESTADO-AMIGOS NOT = "00" AND ESTADO-AMIGOS NOT = "05"
               IF MODO-RESPALDO = "N"
                   DISPLAY "No pude abrir el maestro: " ESTADO-AMIGOS
               ELSE
                   DISPLAY "No pude abrir el maestro: " LINE 23
                           POSITION 30
                   DISPLAY ESTADO-AMIGOS LINE 23 POSITION 57
                   ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               END-IF
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT RESPALDO-AMIGOS
           MOVE 0 TO CONTADOR-LOG-LINEAS.
           OPEN INPUT AMIGOS-LOG.
           IF ESTADO-LOG NOT = "00" AND ESTADO-LOG NOT = "05"
               IF MODO-RESPALDO = "N"
                   DISPLAY "No pude abrir la bitacora: " ESTADO-LOG
               ELSE
                   DISPLAY "No pude abrir la bitacora: " LINE 23
                           POSITION 30
                   DISPLAY ESTADO-LOG LINE 23 POSITION 58
                   ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               END-IF
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT RESPALDO-LOG
           OPEN INPUT DIRECCIONES.
           IF ESTADO-DIRECCIONES NOT = "00"
              AND ESTADO-DIRECCIONES NOT = "05"
               IF MODO-RESPALDO = "N"
                   DISPLAY "No pude abrir las direcciones: "
                           ESTADO-DIRECCIONES
               ELSE
                   DISPLAY "No pude abrir las direcciones: " LINE 23
                           POSITION 30
                   DISPLAY ESTADO-DIRECCIONES LINE 23 POSITION 62
                   ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               END-IF
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT RESPALDO-DIRECC
                   LINE 13 POSITION 10.
           DISPLAY CONTADOR-DIRECC LINE 13 POSITION 48.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
      *------------------------------------------
       INFORMAR-RESUMEN.
           DISPLAY "Respaldo tomado en la generacion..: "
                   GENERACION-ELEGIDA.
           DISPLAY "Registros del maestro respaldados.: "
                   CONTADOR-RESPALDADOS.
           DISPLAY "Lineas de bitacora respaldadas....: "
                   CONTADOR-LOG-LINEAS.
           DISPLAY "Direcciones respaldadas...........: "
                   CONTADOR-DIRECC.
