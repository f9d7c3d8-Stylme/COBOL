       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESCARTA.
      *------------------------------------------
      *  El supervisor marca en NODUPL.DAT los
      *  pares de DUPLICA.LST que reviso y que NO
      *  son el mismo cliente, para que no vuelvan
      *  a salir.  Si el par ya estaba marcado se
      *  puede quitar la marca.
      *------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------
       INPUT-OUTPUT SECTION.
      *------------------------------------------
       FILE-CONTROL.
           COPY AMIGOSFC.
           COPY NODUPFC.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
       FILE SECTION.
      *------------------------------------------
           COPY AMIGOSFD.
           COPY NODUPFD.
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-AMIGOS PIC X(2).
        02 ESTADO-NODUP PIC X(2).
        02 SW PIC 9.
        02 TECLA PIC X.
        02 SW-VALIDO PIC 9.
        02 CODIGO-UNO PIC 9(5).
        02 CODIGO-DOS PIC 9(5).
        02 MOTIVO-DESCARTE PIC X(30).
        02 FECHA-DESCARTE PIC 9(8).
        02 CONTADOR-MARCADOS PIC 9(5).
        02 CONTADOR-QUITADOS PIC 9(5).
      *------------------------------------------
       LINKAGE SECTION.
       01 OPERADOR-FIRMA PIC X(3).
      *------------------------------------------
       PROCEDURE DIVISION USING OPERADOR-FIRMA.
       PRINCIPAL.
           MOVE 0 TO SW.
           MOVE 0 TO CONTADOR-MARCADOS.
           MOVE 0 TO CONTADOR-QUITADOS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM PROCESAR UNTIL SW = 1.
           PERFORM MOSTRAR-RESUMEN.
           PERFORM CERRAR-ARCHIVOS.
           GOBACK.
      *------------------------------------------
       ABRIR-ARCHIVOS.
           OPEN INPUT AMIGOS.
           IF ESTADO-AMIGOS NOT = "00" AND ESTADO-AMIGOS NOT = "05"
               DISPLAY "No pude abrir el maestro: " LINE 23
                       POSITION 30
               DISPLAY ESTADO-AMIGOS LINE 23 POSITION 57
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               MOVE 1 TO SW
           END-IF.
           OPEN I-O NO-DUPLICADOS.
      *------------------------------------------
       LIMPIAR-PANTALLA.
           DISPLAY " " LINE 1 POSITION 1 ERASE EOS.
      *------------------------------------------
       PROCESAR.
           PERFORM LIMPIAR-PANTALLA.
           DISPLAY "DESCARTE DE DUPLICADOS" LINE 2 POSITION 29.
           DISPLAY "Primer codigo..........." LINE 6 POSITION 10.
           DISPLAY "Segundo codigo.........." LINE 8 POSITION 10.
           ACCEPT CODIGO-UNO LINE 6 POSITION 36 PROMPT NO BEEP.
           ACCEPT CODIGO-DOS LINE 8 POSITION 36 PROMPT NO BEEP.
           PERFORM VALIDAR-CODIGOS.
           IF SW-VALIDO = 1
               PERFORM BUSCAR-MARCA
           END-IF.
           DISPLAY "Desea Otro Par ?" LINE 23 POSITION 30.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
           IF TECLA = "N" OR "n" THEN
               MOVE 1 TO SW
           END-IF.
      *------------------------------------------
       VALIDAR-CODIGOS.
           MOVE 0 TO SW-VALIDO.
           IF CODIGO-UNO = CODIGO-DOS
               DISPLAY "Los codigos deben ser distintos" LINE 23
                       POSITION 30
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
           ELSE
               PERFORM VALIDAR-PRIMERO
           END-IF.
      *------------------------------------------
       VALIDAR-PRIMERO.
           MOVE CODIGO-UNO TO CODIGO.
           READ AMIGOS
               INVALID KEY
                   DISPLAY "No existe el primer codigo" LINE 23
                           POSITION 30
                   ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               NOT INVALID KEY
                   DISPLAY NOMBRE LINE 6 POSITION 44
                   PERFORM VALIDAR-SEGUNDO
           END-READ.
      *------------------------------------------
       VALIDAR-SEGUNDO.
           MOVE CODIGO-DOS TO CODIGO.
           READ AMIGOS
               INVALID KEY
                   DISPLAY "No existe el segundo codigo" LINE 23
                           POSITION 30
                   ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               NOT INVALID KEY
                   DISPLAY NOMBRE LINE 8 POSITION 44
                   MOVE 1 TO SW-VALIDO
           END-READ.
      *------------------------------------------
      *  El par se guarda siempre con el codigo
      *  menor primero, igual que en DUPLICA.
      *------------------------------------------
       BUSCAR-MARCA.
           IF CODIGO-UNO < CODIGO-DOS
               MOVE CODIGO-UNO TO NDP-CODIGO-1
               MOVE CODIGO-DOS TO NDP-CODIGO-2
           ELSE
               MOVE CODIGO-DOS TO NDP-CODIGO-1
               MOVE CODIGO-UNO TO NDP-CODIGO-2
           END-IF.
           READ NO-DUPLICADOS
               INVALID KEY
                   PERFORM MARCAR-PAR
               NOT INVALID KEY
                   PERFORM QUITAR-MARCA
           END-READ.
      *------------------------------------------
       MARCAR-PAR.
           DISPLAY "Motivo.................." LINE 12 POSITION 10.
           MOVE SPACES TO MOTIVO-DESCARTE.
           ACCEPT MOTIVO-DESCARTE LINE 12 POSITION 36 PROMPT NO BEEP.
           DISPLAY "El par no volvera a salir en el reporte"
                   LINE 20 POSITION 10.
           DISPLAY "de duplicados probables" LINE 21 POSITION 10.
           DISPLAY "Confirma Que No Son Duplicados ?" LINE 23
                   POSITION 30.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
           IF TECLA = "S" OR "s"
               PERFORM GRABAR-MARCA
           END-IF.
      *------------------------------------------
       GRABAR-MARCA.
           ACCEPT FECHA-DESCARTE FROM DATE YYYYMMDD.
           MOVE FECHA-DESCARTE TO NDP-FECHA.
           MOVE OPERADOR-FIRMA TO NDP-OPERADOR.
           MOVE MOTIVO-DESCARTE TO NDP-MOTIVO.
           WRITE REG-NO-DUPLICADOS
               INVALID KEY
                   DISPLAY "No pude grabar la marca" LINE 23
                           POSITION 30
                   ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               NOT INVALID KEY
                   ADD 1 TO CONTADOR-MARCADOS
           END-WRITE.
      *------------------------------------------
       QUITAR-MARCA.
           DISPLAY "Par descartado el" LINE 12 POSITION 10.
           DISPLAY NDP-FECHA LINE 12 POSITION 36.
           DISPLAY "por" LINE 12 POSITION 46.
           DISPLAY NDP-OPERADOR LINE 12 POSITION 50.
           DISPLAY "Motivo.................." LINE 13 POSITION 10.
           DISPLAY NDP-MOTIVO LINE 13 POSITION 36.
           DISPLAY "Desea Quitar La Marca ?" LINE 23 POSITION 30.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
           IF TECLA = "S" OR "s"
               DELETE NO-DUPLICADOS
                   INVALID KEY
                       DISPLAY "No pude quitar la marca" LINE 23
                               POSITION 30
                       ACCEPT TECLA LINE 23 POSITION 78 PROMPT
                   NOT INVALID KEY
                       ADD 1 TO CONTADOR-QUITADOS
               END-DELETE
           END-IF.
      *------------------------------------------
       MOSTRAR-RESUMEN.
           PERFORM LIMPIAR-PANTALLA.
           DISPLAY "DESCARTE DE DUPLICADOS" LINE 2 POSITION 29.
           DISPLAY "Pares marcados........." LINE 6 POSITION 10.
           DISPLAY CONTADOR-MARCADOS LINE 6 POSITION 36.
           DISPLAY "Marcas quitadas........" LINE 8 POSITION 10.
           DISPLAY CONTADOR-QUITADOS LINE 8 POSITION 36.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
      *------------------------------------------
       CERRAR-ARCHIVOS.
           CLOSE AMIGOS.
           CLOSE NO-DUPLICADOS.
