       FILE-CONTROL.
           COPY AMIGOSFC.
           COPY HISFC.
           COPY RELFC.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
      *------------------------------------------
           COPY AMIGOSFD.
           COPY HISFD.
           COPY RELFD.
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-AMIGOS PIC X(2).
        02 SW                   PIC 9.
        02 ESTADO-HIS           PIC X(2).
        02 ESTADO-RELACIONES    PIC X(2).
        02 SW-FIN-REL           PIC 9.
        02 FECHA-CORTE-X        PIC X(8).
        02 FECHA-CORTE          PIC 9(8).
        02 CONTADOR-ARCHIVADOS  PIC 9(5).
        02 CONTADOR-PURGADOS    PIC 9(5).
        02 CONTADOR-RETENIDOS   PIC 9(5).
        02 CONTADOR-VINCULOS    PIC 9(5).
      *------------------------------------------
       LINKAGE SECTION.
       01 OPERADOR-FIRMA PIC X(3).
           MOVE 0 TO CONTADOR-ARCHIVADOS.
           MOVE 0 TO CONTADOR-PURGADOS.
           MOVE 0 TO CONTADOR-RETENIDOS.
           MOVE 0 TO CONTADOR-VINCULOS.
           PERFORM PEDIR-FECHA-CORTE.
           IF SW = 0
               PERFORM ABRIR-ARCHIVOS
               DISPLAY "Registros archivados..: " CONTADOR-ARCHIVADOS
               DISPLAY "Registros purgados....: " CONTADOR-PURGADOS
               DISPLAY "Registros retenidos...: " CONTADOR-RETENIDOS
               DISPLAY "Relaciones borradas...: " CONTADOR-VINCULOS
               PERFORM CERRAR-ARCHIVOS
           END-IF.
           GOBACK.
               DISPLAY "No pude abrir el historico: " ESTADO-HIS
               MOVE 1 TO SW
           END-IF.
           OPEN I-O RELACIONES.
      *------------------------------------------
       LEER-SIGUIENTE.
           READ AMIGOS NEXT RECORD
                       DISPLAY "No pude purgar el codigo " CODIGO
                   NOT INVALID KEY
                       ADD 1 TO CONTADOR-PURGADOS
                       PERFORM BORRAR-VINCULOS
               END-DELETE
           ELSE
               DISPLAY "No pude archivar el codigo " CODIGO
                       ", se retiene: " ESTADO-HIS
               ADD 1 TO CONTADOR-RETENIDOS
           END-IF.
      *------------------------------------------
      *  Un codigo purgado ya no existe en el
      *  maestro: se borran sus vinculos de
      *  RELACION.DAT en los dos sentidos.
      *------------------------------------------
       BORRAR-VINCULOS.
           MOVE 0 TO SW-FIN-REL.
           PERFORM BORRAR-VINCULO-SALIDA UNTIL SW-FIN-REL = 1.
           MOVE 0 TO SW-FIN-REL.
           PERFORM BORRAR-VINCULO-LLEGADA UNTIL SW-FIN-REL = 1.
      *------------------------------------------
       BORRAR-VINCULO-SALIDA.
           MOVE CODIGO TO REL-CODIGO.
           MOVE 0 TO REL-RELACIONADO.
           START RELACIONES KEY IS NOT LESS THAN REL-CLAVE
               INVALID KEY
                   MOVE 1 TO SW-FIN-REL
           END-START.
           IF ESTADO-RELACIONES NOT = "00"
               MOVE 1 TO SW-FIN-REL
           END-IF.
           IF SW-FIN-REL = 0
               READ RELACIONES NEXT RECORD
                   AT END
                       MOVE 1 TO SW-FIN-REL
               END-READ
           END-IF.
           IF SW-FIN-REL = 0 AND REL-CODIGO NOT = CODIGO
               MOVE 1 TO SW-FIN-REL
           END-IF.
           IF SW-FIN-REL = 0
               PERFORM BORRAR-UN-VINCULO
           END-IF.
      *------------------------------------------
       BORRAR-VINCULO-LLEGADA.
           MOVE CODIGO TO REL-RELACIONADO.
           START RELACIONES KEY IS = REL-RELACIONADO
               INVALID KEY
                   MOVE 1 TO SW-FIN-REL
           END-START.
           IF ESTADO-RELACIONES NOT = "00"
               MOVE 1 TO SW-FIN-REL
           END-IF.
           IF SW-FIN-REL = 0
               READ RELACIONES NEXT RECORD
                   AT END
                       MOVE 1 TO SW-FIN-REL
               END-READ
           END-IF.
           IF SW-FIN-REL = 0 AND REL-RELACIONADO NOT = CODIGO
               MOVE 1 TO SW-FIN-REL
           END-IF.
           IF SW-FIN-REL = 0
               PERFORM BORRAR-UN-VINCULO
           END-IF.
      *------------------------------------------
       BORRAR-UN-VINCULO.
           DELETE RELACIONES RECORD
               INVALID KEY
                   DISPLAY "No pude borrar una relacion del codigo "
                           CODIGO
                   MOVE 1 TO SW-FIN-REL
               NOT INVALID KEY
                   ADD 1 TO CONTADOR-VINCULOS
           END-DELETE.
      *------------------------------------------
       CERRAR-ARCHIVOS.
           CLOSE AMIGOS.
           CLOSE AMIGOS-HIS.
           CLOSE RELACIONES.
