           COPY AMIGOSFC.
           COPY LOGFC.
           COPY DIRECFC.
           COPY RELFC.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
           COPY AMIGOSFD.
           COPY LOGFD.
           COPY DIRECFD.
           COPY RELFD.
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-AMIGOS PIC X(2).
        02 ESTADO-LOG PIC X(2).
        02 ESTADO-DIRECCIONES PIC X(2).
        02 ESTADO-RELACIONES PIC X(2).
        02 SW PIC 9.
        02 TECLA PIC X.
        02 SW-ENCONTRADO PIC 9.
        02 SW-LECTURA PIC 9.
        02 SW-VINCULOS PIC 9.
        02 CONTADOR-BAJAS PIC 9(5).
      *------------------------------------------
       LINKAGE SECTION.
           END-IF.
           OPEN EXTEND AMIGOS-LOG.
           OPEN I-O DIRECCIONES.
           OPEN INPUT RELACIONES.
      *------------------------------------------
       LIMPIAR-PANTALLA.
           DISPLAY " " LINE 1 POSITION 1 ERASE EOS.
                       ADD 1 TO CONTADOR-BAJAS
                       PERFORM GRABAR-LOG
                       PERFORM MARCAR-DETALLE
                       PERFORM AVISAR-VINCULOS
               END-REWRITE
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
           END-IF.
                       END-REWRITE
                   END-IF
           END-READ.
      *------------------------------------------
      *  El cliente de baja sigue en el maestro y
      *  se puede reactivar, asi que sus vinculos
      *  de RELACION.DAT se conservan; PURGA los
      *  borra cuando el codigo sale del maestro.
      *------------------------------------------
       AVISAR-VINCULOS.
           MOVE 0 TO SW-VINCULOS.
           MOVE CODIGO TO REL-CODIGO.
           MOVE 0 TO REL-RELACIONADO.
           START RELACIONES KEY IS NOT LESS THAN REL-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RELACIONES NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF REL-CODIGO = CODIGO
                               MOVE 1 TO SW-VINCULOS
                           END-IF
                   END-READ
           END-START.
           MOVE CODIGO TO REL-RELACIONADO.
           START RELACIONES KEY IS = REL-RELACIONADO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO SW-VINCULOS
           END-START.
           IF SW-VINCULOS = 1
               DISPLAY "Sus relaciones se conservan hasta la purga"
                       LINE 22 POSITION 30
           END-IF.
      *------------------------------------------
       GRABAR-LOG.
           MOVE SPACES TO REG-LOG.
           CLOSE AMIGOS.
           CLOSE AMIGOS-LOG.
           CLOSE DIRECCIONES.
           CLOSE RELACIONES.
