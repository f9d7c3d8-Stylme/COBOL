       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCAM.
      *------------------------------------------
      *  Cambios programados a futuro: una BAJA,
      *  un cambio de CATEGORIA o de NOMBRE y
      *  TELEFONO para un codigo, con la fecha en
      *  que debe surtir efecto.  CIERRE aplica
      *  los que vencen al cerrar el dia.  Aqui se
      *  programan, se revisan (con su estado) y
      *  se cancelan los que siguen pendientes.
      *------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------
       INPUT-OUTPUT SECTION.
      *------------------------------------------
       FILE-CONTROL.
           COPY AMIGOSFC.
           COPY CATFC.
           COPY PRGFC.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
       FILE SECTION.
      *------------------------------------------
           COPY AMIGOSFD.
           COPY CATFD.
           COPY PRGFD.
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-AMIGOS PIC X(2).
        02 ESTADO-CATEGORIAS PIC X(2).
        02 ESTADO-PROGRAMADOS PIC X(2).
        02 SW PIC 9.
        02 SW-CLIENTE PIC 9.
        02 SW-ENCONTRADO PIC 9.
        02 SW-VALIDO PIC 9.
        02 SW-FIN-PRG PIC 9.
        02 SW-TABLA PIC 9.
        02 TECLA PIC X.
        02 ACCION PIC X.
        02 CODIGO-CLIENTE PIC 9(5).
        02 NOMBRE-CLIENTE PIC X(30).
        02 CATEGORIA-CLIENTE PIC X(1).
        02 BAJA-CLIENTE PIC 9(8).
        02 SECUENCIA-NUEVA PIC 9(3).
        02 SECUENCIA-CANCELA PIC 9(3).
        02 FECHA-EFECTIVA PIC 9(8).
        02 ANIOMES-TRABAJO PIC 9(6).
        02 ANIO-TRABAJO PIC 9(4).
        02 MES-TRABAJO PIC 9(2).
        02 DIA-TRABAJO PIC 9(2).
        02 ACCION-NUEVA PIC X(1).
        02 NOMBRE-NUEVO PIC X(30).
        02 TELEFONO-NUEVO PIC X(20).
        02 CATEGORIA-NUEVA PIC X(1).
        02 ACCION-TEXTO PIC X(9).
        02 ESTADO-TEXTO PIC X(8).
        02 FECHA-HOY PIC 9(8).
        02 LINEA-LISTA PIC 9(2).
        02 CONTADOR-PROGRAMADOS PIC 9(5).
        02 CONTADOR-CANCELADOS PIC 9(5).
      *------------------------------------------
       LINKAGE SECTION.
       01 OPERADOR-FIRMA PIC X(3).
      *------------------------------------------
       PROCEDURE DIVISION USING OPERADOR-FIRMA.
       PRINCIPAL.
           MOVE 0 TO SW.
           MOVE 0 TO CONTADOR-PROGRAMADOS.
           MOVE 0 TO CONTADOR-CANCELADOS.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
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
           OPEN INPUT CATEGORIAS.
           IF ESTADO-CATEGORIAS = "00"
               MOVE 1 TO SW-TABLA
           ELSE
               MOVE 0 TO SW-TABLA
           END-IF.
           OPEN I-O PROGRAMADOS.
      *------------------------------------------
       LIMPIAR-PANTALLA.
           DISPLAY " " LINE 1 POSITION 1 ERASE EOS.
      *------------------------------------------
       PROCESAR.
           PERFORM LIMPIAR-PANTALLA.
           DISPLAY "CAMBIOS PROGRAMADOS" LINE 2 POSITION 30.
           DISPLAY "Codigo..." LINE 4 POSITION 3.
           ACCEPT CODIGO LINE 4 POSITION 14 PROMPT NO BEEP.
           MOVE 0 TO SW-ENCONTRADO.
           READ AMIGOS
               INVALID KEY
                   DISPLAY "No existe ese codigo" LINE 23 POSITION 30
                   ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               NOT INVALID KEY
                   MOVE 1 TO SW-ENCONTRADO
           END-READ.
           IF SW-ENCONTRADO = 1
               MOVE CODIGO TO CODIGO-CLIENTE
               MOVE NOMBRE TO NOMBRE-CLIENTE
               MOVE CATEGORIA TO CATEGORIA-CLIENTE
               MOVE FECHA-BAJA TO BAJA-CLIENTE
               MOVE 0 TO SW-CLIENTE
               PERFORM ATENDER-CLIENTE UNTIL SW-CLIENTE = 1
           END-IF.
           DISPLAY "Desea Atender Otro Cliente ?" LINE 23 POSITION 30.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
           IF TECLA = "N" OR "n" THEN
               MOVE 1 TO SW
           END-IF.
      *------------------------------------------
       ATENDER-CLIENTE.
           PERFORM LIMPIAR-PANTALLA.
           DISPLAY "CAMBIOS PROGRAMADOS" LINE 2 POSITION 30.
           DISPLAY "Codigo..." LINE 4 POSITION 3.
           DISPLAY CODIGO-CLIENTE LINE 4 POSITION 14.
           DISPLAY NOMBRE-CLIENTE LINE 4 POSITION 25.
           IF BAJA-CLIENTE NOT = 0
               DISPLAY "*BAJA*" LINE 4 POSITION 57
           END-IF.
           PERFORM LISTAR-PROGRAMADOS.
           DISPLAY "A)gregar  C)ancelar  S)alir" LINE 16 POSITION 10.
           MOVE SPACE TO ACCION.
           ACCEPT ACCION LINE 16 POSITION 40 PROMPT NO BEEP.
           IF ACCION = "A" OR "a"
               PERFORM AGREGAR-PROGRAMADO
           ELSE
               IF ACCION = "C" OR "c"
                   PERFORM CANCELAR-PROGRAMADO
               ELSE
                   MOVE 1 TO SW-CLIENTE
               END-IF
           END-IF.
      *------------------------------------------
      *  Todos los cambios del codigo, pendientes
      *  o ya resueltos, en orden de captura.
      *------------------------------------------
       LISTAR-PROGRAMADOS.
           DISPLAY "SEC EFECTIVA  ACCION    DATO" LINE 6 POSITION 3.
           DISPLAY "ESTADO   POR" LINE 6 POSITION 59.
           MOVE 7 TO LINEA-LISTA.
           MOVE 1 TO SECUENCIA-NUEVA.
           MOVE 0 TO SW-FIN-PRG.
           MOVE CODIGO-CLIENTE TO PRG-CODIGO.
           MOVE 0 TO PRG-SECUENCIA.
           START PROGRAMADOS KEY IS NOT LESS THAN PRG-CLAVE
               INVALID KEY
                   MOVE 1 TO SW-FIN-PRG
           END-START.
           IF ESTADO-PROGRAMADOS NOT = "00"
               MOVE 1 TO SW-FIN-PRG
           END-IF.
           IF SW-FIN-PRG = 0
               PERFORM LEER-PROGRAMADO
           END-IF.
           PERFORM MOSTRAR-PROGRAMADO UNTIL SW-FIN-PRG = 1.
           IF LINEA-LISTA = 7
               DISPLAY "(Sin cambios programados)" LINE 7 POSITION 3
           END-IF.
      *------------------------------------------
       LEER-PROGRAMADO.
           READ PROGRAMADOS NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN-PRG
           END-READ.
           IF SW-FIN-PRG = 0 AND PRG-CODIGO NOT = CODIGO-CLIENTE
               MOVE 1 TO SW-FIN-PRG
           END-IF.
      *------------------------------------------
       MOSTRAR-PROGRAMADO.
           IF LINEA-LISTA > 14
               DISPLAY "Mas..." LINE 23 POSITION 30
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               DISPLAY " " LINE 7 POSITION 1 ERASE EOS
               MOVE 7 TO LINEA-LISTA
           END-IF.
           COMPUTE SECUENCIA-NUEVA = PRG-SECUENCIA + 1.
           PERFORM DESCRIBIR-PROGRAMADO.
           DISPLAY PRG-SECUENCIA LINE LINEA-LISTA POSITION 3.
           DISPLAY PRG-FECHA-EFECTIVA LINE LINEA-LISTA POSITION 7.
           DISPLAY ACCION-TEXTO LINE LINEA-LISTA POSITION 17.
           IF PRG-ACCION = "C"
               DISPLAY PRG-CATEGORIA LINE LINEA-LISTA POSITION 27
           END-IF.
           IF PRG-ACCION = "N"
               DISPLAY PRG-NOMBRE LINE LINEA-LISTA POSITION 27
           END-IF.
           DISPLAY ESTADO-TEXTO LINE LINEA-LISTA POSITION 59.
           DISPLAY PRG-OPERADOR LINE LINEA-LISTA POSITION 68.
           ADD 1 TO LINEA-LISTA.
           PERFORM LEER-PROGRAMADO.
      *------------------------------------------
       DESCRIBIR-PROGRAMADO.
           MOVE SPACES TO ACCION-TEXTO.
           IF PRG-ACCION = "B"
               MOVE "BAJA" TO ACCION-TEXTO
           END-IF.
           IF PRG-ACCION = "C"
               MOVE "CATEGORIA" TO ACCION-TEXTO
           END-IF.
           IF PRG-ACCION = "N"
               MOVE "NOMBRE" TO ACCION-TEXTO
           END-IF.
           MOVE SPACES TO ESTADO-TEXTO.
           IF PRG-ESTADO = "P"
               MOVE "PENDIENT" TO ESTADO-TEXTO
           END-IF.
           IF PRG-ESTADO = "A"
               MOVE "APLICADO" TO ESTADO-TEXTO
           END-IF.
           IF PRG-ESTADO = "R"
               MOVE "RECH" TO ESTADO-TEXTO
               MOVE PRG-MOTIVO TO ESTADO-TEXTO (6:2)
           END-IF.
           IF PRG-ESTADO = "X"
               MOVE "CANCELAD" TO ESTADO-TEXTO
           END-IF.
      *------------------------------------------
       AGREGAR-PROGRAMADO.
           MOVE 0 TO SW-VALIDO.
           IF BAJA-CLIENTE NOT = 0
               DISPLAY "El cliente esta de baja" LINE 23 POSITION 30
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
           ELSE
               PERFORM PEDIR-FECHA-EFECTIVA
           END-IF.
           IF SW-VALIDO = 1
               PERFORM PEDIR-ACCION
           END-IF.
           IF SW-VALIDO = 1
               IF ACCION-NUEVA = "C"
                   PERFORM PEDIR-CATEGORIA
               END-IF
               IF ACCION-NUEVA = "N"
                   PERFORM PEDIR-NOMBRE
               END-IF
           END-IF.
           IF SW-VALIDO = 1
               DISPLAY "Confirma El Cambio Programado ?" LINE 23
                       POSITION 30
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               IF TECLA = "S" OR "s"
                   PERFORM GRABAR-PROGRAMADO
               END-IF
           END-IF.
      *------------------------------------------
       PEDIR-FECHA-EFECTIVA.
           DISPLAY "Fecha efectiva (AAAAMMDD)" LINE 18 POSITION 10.
           MOVE 0 TO FECHA-EFECTIVA.
           ACCEPT FECHA-EFECTIVA LINE 18 POSITION 36 PROMPT NO BEEP.
           COMPUTE ANIOMES-TRABAJO = FECHA-EFECTIVA / 100.
           COMPUTE ANIO-TRABAJO = ANIOMES-TRABAJO / 100.
           COMPUTE MES-TRABAJO = ANIOMES-TRABAJO - ANIO-TRABAJO * 100.
           COMPUTE DIA-TRABAJO = FECHA-EFECTIVA - ANIOMES-TRABAJO * 100.
           IF MES-TRABAJO < 1 OR MES-TRABAJO > 12
              OR DIA-TRABAJO < 1 OR DIA-TRABAJO > 31
               DISPLAY "Fecha invalida" LINE 23 POSITION 30
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
           ELSE
               IF FECHA-EFECTIVA < FECHA-HOY
                   DISPLAY "La fecha ya paso" LINE 23 POSITION 30
                   ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               ELSE
                   MOVE 1 TO SW-VALIDO
               END-IF
           END-IF.
      *------------------------------------------
       PEDIR-ACCION.
           DISPLAY "Accion..................." LINE 19 POSITION 10.
           DISPLAY "B=Baja C=Categoria N=Nombre y telefono" LINE 22
                   POSITION 10.
           MOVE SPACE TO ACCION-NUEVA.
           ACCEPT ACCION-NUEVA LINE 19 POSITION 36 PROMPT NO BEEP.
           INSPECT ACCION-NUEVA CONVERTING "bcn" TO "BCN".
           IF ACCION-NUEVA NOT = "B" AND ACCION-NUEVA NOT = "C"
              AND ACCION-NUEVA NOT = "N"
               DISPLAY "Accion invalida" LINE 23 POSITION 30
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               MOVE 0 TO SW-VALIDO
           END-IF.
      *------------------------------------------
       PEDIR-CATEGORIA.
           DISPLAY "Categoria nueva.........." LINE 20 POSITION 10.
           MOVE SPACE TO CATEGORIA-NUEVA.
           ACCEPT CATEGORIA-NUEVA LINE 20 POSITION 36 PROMPT NO BEEP.
           INSPECT CATEGORIA-NUEVA CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF CATEGORIA-NUEVA = CATEGORIA-CLIENTE
               DISPLAY "Ya tiene esa categoria" LINE 23 POSITION 30
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               MOVE 0 TO SW-VALIDO
           ELSE
               IF SW-TABLA = 1
                   PERFORM BUSCAR-CATEGORIA
               ELSE
                   IF CATEGORIA-NUEVA NOT = "F"
                      AND CATEGORIA-NUEVA NOT = "B"
                      AND CATEGORIA-NUEVA NOT = "P"
                       DISPLAY "Categoria inexistente" LINE 23
                               POSITION 30
                       ACCEPT TECLA LINE 23 POSITION 78 PROMPT
                       MOVE 0 TO SW-VALIDO
                   END-IF
               END-IF
           END-IF.
      *------------------------------------------
       BUSCAR-CATEGORIA.
           MOVE CATEGORIA-NUEVA TO CAT-CODIGO.
           READ CATEGORIAS
               INVALID KEY
                   DISPLAY "Categoria inexistente" LINE 23
                           POSITION 30
                   ACCEPT TECLA LINE 23 POSITION 78 PROMPT
                   MOVE 0 TO SW-VALIDO
               NOT INVALID KEY
                   IF CAT-ACTIVA NOT = "S"
                       DISPLAY "Categoria inactiva" LINE 23
                               POSITION 30
                       ACCEPT TECLA LINE 23 POSITION 78 PROMPT
                       MOVE 0 TO SW-VALIDO
                   ELSE
                       DISPLAY CAT-DESCRIPCION LINE 20 POSITION 40
                   END-IF
           END-READ.
      *------------------------------------------
       PEDIR-NOMBRE.
           DISPLAY "Nombre nuevo............." LINE 20 POSITION 10.
           DISPLAY "Telefono (blanco=igual).." LINE 21 POSITION 10.
           MOVE NOMBRE-CLIENTE TO NOMBRE-NUEVO.
           MOVE SPACES TO TELEFONO-NUEVO.
           ACCEPT NOMBRE-NUEVO LINE 20 POSITION 36 PROMPT NO BEEP.
           ACCEPT TELEFONO-NUEVO LINE 21 POSITION 36 PROMPT NO BEEP.
           IF NOMBRE-NUEVO = SPACES
               DISPLAY "El nombre no puede quedar en blanco" LINE 23
                       POSITION 30
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               MOVE 0 TO SW-VALIDO
           END-IF.
      *------------------------------------------
       GRABAR-PROGRAMADO.
           MOVE SPACES TO REG-PROGRAMADOS.
           MOVE CODIGO-CLIENTE TO PRG-CODIGO.
           MOVE SECUENCIA-NUEVA TO PRG-SECUENCIA.
           MOVE FECHA-EFECTIVA TO PRG-FECHA-EFECTIVA.
           MOVE ACCION-NUEVA TO PRG-ACCION.
           IF ACCION-NUEVA = "C"
               MOVE CATEGORIA-NUEVA TO PRG-CATEGORIA
           END-IF.
           IF ACCION-NUEVA = "N"
               MOVE NOMBRE-NUEVO TO PRG-NOMBRE
               MOVE TELEFONO-NUEVO TO PRG-TELEFONO
           END-IF.
           MOVE "P" TO PRG-ESTADO.
           MOVE OPERADOR-FIRMA TO PRG-OPERADOR.
           MOVE FECHA-HOY TO PRG-FECHA-CAPTURA.
           MOVE 0 TO PRG-FECHA-RESUELTO.
           WRITE REG-PROGRAMADOS
               INVALID KEY
                   DISPLAY "No pude grabar el cambio" LINE 23
                           POSITION 30
               NOT INVALID KEY
                   DISPLAY "Cambio programado" LINE 23 POSITION 30
                   ADD 1 TO CONTADOR-PROGRAMADOS
           END-WRITE.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
      *------------------------------------------
       CANCELAR-PROGRAMADO.
           DISPLAY "Secuencia a cancelar....." LINE 18 POSITION 10.
           MOVE 0 TO SECUENCIA-CANCELA.
           ACCEPT SECUENCIA-CANCELA LINE 18 POSITION 36 PROMPT NO BEEP.
           MOVE CODIGO-CLIENTE TO PRG-CODIGO.
           MOVE SECUENCIA-CANCELA TO PRG-SECUENCIA.
           READ PROGRAMADOS
               INVALID KEY
                   DISPLAY "No existe esa secuencia" LINE 23
                           POSITION 30
                   ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               NOT INVALID KEY
                   IF PRG-ESTADO NOT = "P"
                       DISPLAY "Ese cambio ya no esta pendiente"
                               LINE 23 POSITION 30
                       ACCEPT TECLA LINE 23 POSITION 78 PROMPT
                   ELSE
                       PERFORM CONFIRMAR-CANCELACION
                   END-IF
           END-READ.
      *------------------------------------------
       CONFIRMAR-CANCELACION.
           PERFORM DESCRIBIR-PROGRAMADO.
           DISPLAY ACCION-TEXTO LINE 18 POSITION 44.
           DISPLAY PRG-FECHA-EFECTIVA LINE 18 POSITION 55.
           DISPLAY "Confirma Cancelar El Cambio ?" LINE 23 POSITION 30.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
           IF TECLA = "S" OR "s"
               MOVE "X" TO PRG-ESTADO
               MOVE FECHA-HOY TO PRG-FECHA-RESUELTO
               MOVE OPERADOR-FIRMA TO PRG-OPERADOR-CANCELA
               REWRITE REG-PROGRAMADOS
                   INVALID KEY
                       DISPLAY "No pude cancelar el cambio" LINE 23
                               POSITION 30
                   NOT INVALID KEY
                       DISPLAY "Cambio cancelado" LINE 23 POSITION 30
                       ADD 1 TO CONTADOR-CANCELADOS
               END-REWRITE
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
           END-IF.
      *------------------------------------------
       MOSTRAR-RESUMEN.
           PERFORM LIMPIAR-PANTALLA.
           DISPLAY "Cambios programados en esta sesion..: "
                   LINE 10 POSITION 10.
           DISPLAY CONTADOR-PROGRAMADOS LINE 10 POSITION 50.
           DISPLAY "Cambios cancelados..................: "
                   LINE 11 POSITION 10.
           DISPLAY CONTADOR-CANCELADOS LINE 11 POSITION 50.
           ACCEPT TECLA LINE 23 POSITION 78 PROMPT.
      *------------------------------------------
       CERRAR-ARCHIVOS.
           CLOSE AMIGOS.
           CLOSE CATEGORIAS.
           CLOSE PROGRAMADOS.
