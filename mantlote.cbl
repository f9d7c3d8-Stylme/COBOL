       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTLOTE.
      *------------------------------------------
      *  Corrida a mano del mantenimiento por
      *  lote: firma al operador y llama a
      *  APLILOTE, que aplica MANTLOTE.DAT y deja
      *  MANTLOTE.RCH y MANTLOTE.LST.  Si no hay
      *  OPERADOR.DAT se acepta la firma tal cual
      *  se teclea; con OPERADOR.DAT se pide hasta
      *  tres veces y sin firma buena no se toca
      *  el lote.  El codigo de retorno es el de
      *  APLILOTE, u 8 si no hubo firma.
      *------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------
       INPUT-OUTPUT SECTION.
      *------------------------------------------
       FILE-CONTROL.
           COPY OPERFC.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
       FILE SECTION.
      *------------------------------------------
           COPY OPERFD.
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-OPERADORES PIC X(2).
        02 SW-FIRMADO PIC 9.
        02 INTENTOS-FIRMA PIC 9(1).
        02 OPERADOR-FIRMA PIC X(3).
      *------------------------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE 0 TO RETURN-CODE.
           PERFORM PEDIR-OPERADOR.
           IF SW-FIRMADO = 1
               CALL "APLILOTE" USING OPERADOR-FIRMA
           ELSE
               DISPLAY "Firma no aceptada, el lote no se aplica"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *------------------------------------------
       PEDIR-OPERADOR.
           MOVE 0 TO SW-FIRMADO.
           MOVE 0 TO INTENTOS-FIRMA.
           OPEN INPUT OPERADORES.
           PERFORM ACEPTAR-OPERADOR
               UNTIL SW-FIRMADO = 1 OR INTENTOS-FIRMA = 3.
           CLOSE OPERADORES.
      *------------------------------------------
       ACEPTAR-OPERADOR.
           ADD 1 TO INTENTOS-FIRMA.
           DISPLAY "Firma del operador.........: ".
           ACCEPT OPERADOR-FIRMA.
           INSPECT OPERADOR-FIRMA CONVERTING
           ELSE
               MOVE 1 TO SW-FIRMADO
           END-IF.
