        02 TECLA PIC X.
        02 SW-ENCONTRADO PIC 9.
        02 SW-DETALLE PIC 9.
        02 SW-CP PIC 9.
        02 CONTADOR-GRABADOS PIC 9(5).
      *------------------------------------------
       PROCEDURE DIVISION.
               MOVE 1 TO SW
           END-IF.
           OPEN I-O DIRECCIONES.
           IF ESTADO-DIRECCIONES NOT = "00"
              AND ESTADO-DIRECCIONES NOT = "05"
               DISPLAY "Detalle ilegible (corra CONVDIR): " LINE 22
                       POSITION 20
               DISPLAY ESTADO-DIRECCIONES LINE 22 POSITION 54
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               MOVE 1 TO SW
           END-IF.
      *------------------------------------------
       LIMPIAR-PANTALLA.
           DISPLAY " " LINE 1 POSITION 1 ERASE EOS.
                   MOVE 1 TO SW-DETALLE
           END-READ.
           IF SW-DETALLE = 1 AND DIR-FECHA-BAJA NOT = 0
               DISPLAY "*** DETALLE MARCADO DE BAJA ***" LINE 16
                       POSITION 3
           END-IF.
           DISPLAY "Calle y No.." LINE 6 POSITION 3.
           DISPLAY "Colonia....." LINE 7 POSITION 3.
           DISPLAY "Ciudad......" LINE 8 POSITION 3.
           DISPLAY "Estado......" LINE 9 POSITION 3.
           DISPLAY "Cod.Postal.." LINE 10 POSITION 3.
           DISPLAY "Email......." LINE 11 POSITION 3.
           DISPLAY "Telefono 2.." LINE 12 POSITION 3.
           DISPLAY "Cumpleanos.." LINE 13 POSITION 3.
           DISPLAY "Notas......." LINE 14 POSITION 3.
           DISPLAY DIR-CALLE LINE 6 POSITION 17.
           DISPLAY DIR-COLONIA LINE 7 POSITION 17.
           DISPLAY DIR-CIUDAD LINE 8 POSITION 17.
           DISPLAY DIR-ESTADO LINE 9 POSITION 17.
           DISPLAY DIR-CP LINE 10 POSITION 17.
           DISPLAY DIR-EMAIL LINE 11 POSITION 17.
           DISPLAY DIR-TELEFONO2 LINE 12 POSITION 17.
           DISPLAY DIR-CUMPLE LINE 13 POSITION 17.
           DISPLAY DIR-NOTAS LINE 14 POSITION 17.
           ACCEPT DIR-CALLE LINE 6 POSITION 17 PROMPT NO BEEP.
           ACCEPT DIR-COLONIA LINE 7 POSITION 17 PROMPT NO BEEP.
           ACCEPT DIR-CIUDAD LINE 8 POSITION 17 PROMPT NO BEEP.
           ACCEPT DIR-ESTADO LINE 9 POSITION 17 PROMPT NO BEEP.
           MOVE 0 TO SW-CP.
           PERFORM ACEPTAR-CP UNTIL SW-CP = 1.
           ACCEPT DIR-EMAIL LINE 11 POSITION 17 PROMPT NO BEEP.
           ACCEPT DIR-TELEFONO2 LINE 12 POSITION 17 PROMPT NO BEEP.
           ACCEPT DIR-CUMPLE LINE 13 POSITION 17 PROMPT NO BEEP.
           ACCEPT DIR-NOTAS LINE 14 POSITION 17 PROMPT NO BEEP.
           IF SW-DETALLE = 1
               REWRITE REG-DIRECCIONES
                   INVALID KEY
               END-WRITE
           END-IF.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
      *------------------------------------------
      *  El codigo postal va en blanco o con sus
      *  cinco digitos: ETIQUETA ordena por el.
      *------------------------------------------
       ACEPTAR-CP.
           ACCEPT DIR-CP LINE 10 POSITION 17 PROMPT NO BEEP.
           IF DIR-CP = SPACES OR DIR-CP IS NUMERIC
               MOVE 1 TO SW-CP
               DISPLAY " " LINE 23 POSITION 30 ERASE EOL
           ELSE
               DISPLAY "Codigo postal: cinco digitos" LINE 23
                       POSITION 30
           END-IF.
      *------------------------------------------
       MOSTRAR-RESUMEN.
           PERFORM LIMPIAR-PANTALLA.
