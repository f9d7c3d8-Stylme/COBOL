       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPRESP.
      *------------------------------------------
      *  Registro de la respuesta de cada miembro
      *  de una campana armada: C contesto, N no
      *  contesto, R rechazo, D direccion erronea.
      *  Un espacio borra la respuesta registrada.
      *------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------
       INPUT-OUTPUT SECTION.
      *------------------------------------------
       FILE-CONTROL.
           COPY AMIGOSFC.
           COPY CAMPFC.
           COPY MIEMFC.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
       FILE SECTION.
      *------------------------------------------
           COPY AMIGOSFD.
           COPY CAMPFD.
           COPY MIEMFD.
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-AMIGOS PIC X(2).
        02 ESTADO-CAMPANAS PIC X(2).
        02 ESTADO-MIEMBROS PIC X(2).
        02 SW PIC 9.
        02 SW-CAMPANA PIC 9.
        02 SW-VALIDO PIC 9.
        02 TECLA PIC X.
        02 CODIGO-CAMPANA PIC X(6).
        02 CODIGO-MIEMBRO PIC 9(5).
        02 RESPUESTA PIC X(1).
        02 FECHA-HOY PIC 9(8).
        02 CONTADOR-REGISTRADAS PIC 9(5).
      *------------------------------------------
       LINKAGE SECTION.
       01 OPERADOR-FIRMA PIC X(3).
      *------------------------------------------
       PROCEDURE DIVISION USING OPERADOR-FIRMA.
       PRINCIPAL.
           MOVE 0 TO SW.
           MOVE 0 TO CONTADOR-REGISTRADAS.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARCHIVOS.
           IF SW = 0
               PERFORM PEDIR-CAMPANA
           END-IF.
           PERFORM PROCESAR UNTIL SW = 1.
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
           OPEN INPUT CAMPANAS.
           OPEN I-O MIEMBROS.
      *------------------------------------------
       LIMPIAR-PANTALLA.
           DISPLAY " " LINE 1 POSITION 1 ERASE EOS.
      *------------------------------------------
       PEDIR-CAMPANA.
           PERFORM LIMPIAR-PANTALLA.
           DISPLAY "RESPUESTAS DE UNA CAMPANA" LINE 2 POSITION 27.
           DISPLAY "Campana..." LINE 4 POSITION 3.
           MOVE SPACES TO CODIGO-CAMPANA.
           ACCEPT CODIGO-CAMPANA LINE 4 POSITION 14 PROMPT NO BEEP.
           INSPECT CODIGO-CAMPANA CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO SW-CAMPANA.
           MOVE CODIGO-CAMPANA TO CPA-CODIGO.
           READ CAMPANAS
               INVALID KEY
                   DISPLAY "No existe esa campana" LINE 23 POSITION 30
               NOT INVALID KEY
                   IF CPA-ESTADO NOT = "A"
                       DISPLAY "La campana no esta armada" LINE 23
                               POSITION 30
                   ELSE
                       MOVE 1 TO SW-CAMPANA
                   END-IF
           END-READ.
           IF SW-CAMPANA = 0
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               MOVE 1 TO SW
           END-IF.
      *------------------------------------------
       PROCESAR.
           PERFORM LIMPIAR-PANTALLA.
           DISPLAY "RESPUESTAS DE UNA CAMPANA" LINE 2 POSITION 27.
           DISPLAY "Campana..." LINE 4 POSITION 3.
           DISPLAY CPA-CODIGO LINE 4 POSITION 14.
           DISPLAY CPA-DESCRIPCION LINE 4 POSITION 25.
           DISPLAY "Respuestas registradas:" LINE 5 POSITION 3.
           DISPLAY CONTADOR-REGISTRADAS LINE 5 POSITION 27.
           DISPLAY "Codigo del miembro..." LINE 8 POSITION 10.
           MOVE 0 TO CODIGO-MIEMBRO.
           ACCEPT CODIGO-MIEMBRO LINE 8 POSITION 36 PROMPT NO BEEP.
           MOVE CPA-CODIGO TO MIE-CAMPANA.
           MOVE CODIGO-MIEMBRO TO MIE-CODIGO.
           READ MIEMBROS
               INVALID KEY
                   DISPLAY "Ese codigo no es miembro de la campana"
                           LINE 23 POSITION 30
                   ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               NOT INVALID KEY
                   PERFORM MOSTRAR-MIEMBRO
                   PERFORM PEDIR-RESPUESTA
           END-READ.
           DISPLAY "Desea Registrar Otra Respuesta ?" LINE 23
                   POSITION 30.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
           IF TECLA = "N" OR "n" THEN
               MOVE 1 TO SW
           END-IF.
      *------------------------------------------
       MOSTRAR-MIEMBRO.
           MOVE MIE-CODIGO TO CODIGO.
           READ AMIGOS
               INVALID KEY
                   DISPLAY "(No existe en el maestro)" LINE 8
                           POSITION 44
               NOT INVALID KEY
                   DISPLAY NOMBRE LINE 8 POSITION 44
                   DISPLAY TELEFONO LINE 9 POSITION 44
           END-READ.
           IF MIE-RESPUESTA NOT = SPACE
               DISPLAY "Respuesta registrada" LINE 11 POSITION 10
               DISPLAY MIE-RESPUESTA LINE 11 POSITION 36
               DISPLAY "el" LINE 11 POSITION 38
               DISPLAY MIE-FECHA-RESPUESTA LINE 11 POSITION 41
               DISPLAY "por" LINE 11 POSITION 50
               DISPLAY MIE-OPERADOR LINE 11 POSITION 54
           END-IF.
      *------------------------------------------
       PEDIR-RESPUESTA.
           DISPLAY "Respuesta................" LINE 13 POSITION 10.
           DISPLAY "C=Contesto N=No contesto R=Rechazo" LINE 14
                   POSITION 10.
           DISPLAY "D=Direccion erronea (espacio=borrar)" LINE 15
                   POSITION 10.
           MOVE 0 TO SW-VALIDO.
           PERFORM ACEPTAR-RESPUESTA UNTIL SW-VALIDO = 1.
           MOVE RESPUESTA TO MIE-RESPUESTA.
           IF RESPUESTA = SPACE
               MOVE 0 TO MIE-FECHA-RESPUESTA
               MOVE SPACES TO MIE-OPERADOR
           ELSE
               MOVE FECHA-HOY TO MIE-FECHA-RESPUESTA
               MOVE OPERADOR-FIRMA TO MIE-OPERADOR
           END-IF.
           REWRITE REG-MIEMBROS
               INVALID KEY
                   DISPLAY "No pude grabar la respuesta" LINE 23
                           POSITION 30
               NOT INVALID KEY
                   DISPLAY "Respuesta grabada" LINE 23 POSITION 30
                   ADD 1 TO CONTADOR-REGISTRADAS
           END-REWRITE.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
      *------------------------------------------
       ACEPTAR-RESPUESTA.
           MOVE MIE-RESPUESTA TO RESPUESTA.
           ACCEPT RESPUESTA LINE 13 POSITION 36 PROMPT NO BEEP.
           INSPECT RESPUESTA CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF RESPUESTA = "C" OR RESPUESTA = "N" OR RESPUESTA = "R"
              OR RESPUESTA = "D" OR RESPUESTA = SPACE
               MOVE 1 TO SW-VALIDO
           ELSE
               DISPLAY "Conteste C, N, R, D o espacio" LINE 23
                       POSITION 30
           END-IF.
      *------------------------------------------
       CERRAR-ARCHIVOS.
           CLOSE AMIGOS.
           CLOSE CAMPANAS.
           CLOSE MIEMBROS.
