           COPY DIRECFC.
           COPY CATFC.
           COPY TELFC.
           COPY RELFC.
      *******************************************
       DATA DIVISION.
      *------------------------------------------
           COPY DIRECFD.
           COPY CATFD.
           COPY TELFD.
           COPY RELFD.
      *------------------------------------------
       WORKING-STORAGE SECTION.
       01 VARIABLES.
        02 ESTADO-DIRECCIONES PIC X(2).
        02 ESTADO-CATEGORIAS PIC X(2).
        02 ESTADO-TELEFONOS PIC X(2).
        02 ESTADO-RELACIONES PIC X(2).
        02 SW PIC 9.
        02 TECLA PIC X.
        02 OPCION PIC X.
        02 TELEFONO-BUSCADO PIC X(20).
        02 CONTADOR-ENCONTRADOS PIC 9(5).
        02 CONTADOR-TELS PIC 9(2).
        02 SW-FIN-REL PIC 9.
        02 CODIGO-ACTUAL PIC 9(5).
        02 CODIGO-OTRO PIC 9(5).
        02 TIPO-TEXTO PIC X(14).
        02 LINEA-REL PIC 9(2).
        02 CONTADOR-RELS PIC 9(3).
        02 RENGLON-BLANCO PIC X(70) VALUE SPACES.
      *------------------------------------------
       PROCEDURE DIVISION.
       PRINCIPAL.
           OPEN INPUT DIRECCIONES.
           OPEN INPUT CATEGORIAS.
           OPEN INPUT TELEFONOS.
           OPEN INPUT RELACIONES.
      *------------------------------------------
       LIMPIAR-PANTALLA.
           DISPLAY " " LINE 1 POSITION 1 ERASE EOS.
           END-IF.
           PERFORM MOSTRAR-DETALLE.
           PERFORM MOSTRAR-TELEFONOS.
           PERFORM MOSTRAR-RELACIONES.
      *------------------------------------------
      *  La busqueda prueba primero el TELEFONO
      *  del maestro (llave alterna) y luego los
           END-IF.
           ADD 1 TO CONTADOR-TELS.
           PERFORM LEER-UN-TELEFONO.
      *------------------------------------------
      *  Los clientes relacionados (RELACION.DAT)
      *  van arriba, renglones 2 a 8, en los dos
      *  sentidos del vinculo.  Leer sus nombres
      *  mueve el maestro, asi que al final se
      *  vuelve a leer el cliente consultado para
      *  que N)ext siga desde el.
      *------------------------------------------
       MOSTRAR-RELACIONES.
           MOVE CODIGO TO CODIGO-ACTUAL.
           MOVE 0 TO CONTADOR-RELS.
           MOVE 2 TO LINEA-REL.
           MOVE 0 TO SW-FIN-REL.
           MOVE CODIGO-ACTUAL TO REL-CODIGO.
           MOVE 0 TO REL-RELACIONADO.
           START RELACIONES KEY IS NOT LESS THAN REL-CLAVE
               INVALID KEY
                   MOVE 1 TO SW-FIN-REL
           END-START.
           IF ESTADO-RELACIONES NOT = "00"
               MOVE 1 TO SW-FIN-REL
           END-IF.
           IF SW-FIN-REL = 0
               PERFORM LEER-REL-SALIDA
           END-IF.
           PERFORM MOSTRAR-REL-SALIDA UNTIL SW-FIN-REL = 1.
           MOVE 0 TO SW-FIN-REL.
           MOVE CODIGO-ACTUAL TO REL-RELACIONADO.
           START RELACIONES KEY IS = REL-RELACIONADO
               INVALID KEY
                   MOVE 1 TO SW-FIN-REL
           END-START.
           IF ESTADO-RELACIONES NOT = "00"
               MOVE 1 TO SW-FIN-REL
           END-IF.
           IF SW-FIN-REL = 0
               PERFORM LEER-REL-LLEGADA
           END-IF.
           PERFORM MOSTRAR-REL-LLEGADA UNTIL SW-FIN-REL = 1.
           IF CONTADOR-RELS > 0
               MOVE CODIGO-ACTUAL TO CODIGO
               READ AMIGOS
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
      *------------------------------------------
       LEER-REL-SALIDA.
           READ RELACIONES NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN-REL
           END-READ.
           IF SW-FIN-REL = 0 AND REL-CODIGO NOT = CODIGO-ACTUAL
               MOVE 1 TO SW-FIN-REL
           END-IF.
      *------------------------------------------
       LEER-REL-LLEGADA.
           READ RELACIONES NEXT RECORD
               AT END
                   MOVE 1 TO SW-FIN-REL
           END-READ.
           IF SW-FIN-REL = 0 AND REL-RELACIONADO NOT = CODIGO-ACTUAL
               MOVE 1 TO SW-FIN-REL
           END-IF.
      *------------------------------------------
       MOSTRAR-REL-SALIDA.
           MOVE REL-RELACIONADO TO CODIGO-OTRO.
           PERFORM MOSTRAR-UNA-RELACION.
           PERFORM LEER-REL-SALIDA.
      *------------------------------------------
       MOSTRAR-REL-LLEGADA.
           MOVE REL-CODIGO TO CODIGO-OTRO.
           PERFORM MOSTRAR-UNA-RELACION.
           PERFORM LEER-REL-LLEGADA.
      *------------------------------------------
       MOSTRAR-UNA-RELACION.
           IF LINEA-REL > 8
               DISPLAY "Mas..." LINE 23 POSITION 30
               ACCEPT TECLA LINE 23 POSITION 78 PROMPT
               PERFORM BORRAR-RENGLON-REL
                   VARYING LINEA-REL FROM 2 BY 1 UNTIL LINEA-REL > 8
               MOVE 2 TO LINEA-REL
           END-IF.
           IF CONTADOR-RELS = 0
               DISPLAY "Relacionados" LINE 1 POSITION 10
           END-IF.
           PERFORM DESCRIBIR-TIPO.
           MOVE CODIGO-OTRO TO CODIGO.
           READ AMIGOS
               INVALID KEY
                   MOVE "(No existe en el maestro)" TO NOMBRE
                   MOVE 0 TO FECHA-BAJA
           END-READ.
           DISPLAY TIPO-TEXTO LINE LINEA-REL POSITION 10.
           DISPLAY CODIGO-OTRO LINE LINEA-REL POSITION 25.
           DISPLAY NOMBRE LINE LINEA-REL POSITION 31.
           IF FECHA-BAJA NOT = 0
               DISPLAY "*BAJA*" LINE LINEA-REL POSITION 63
           END-IF.
           ADD 1 TO LINEA-REL.
           ADD 1 TO CONTADOR-RELS.
      *------------------------------------------
       BORRAR-RENGLON-REL.
           DISPLAY RENGLON-BLANCO LINE LINEA-REL POSITION 10.
      *------------------------------------------
      *  El tipo R se lee segun el lado desde el
      *  que se mira el vinculo.
      *------------------------------------------
       DESCRIBIR-TIPO.
           MOVE "OTRA" TO TIPO-TEXTO.
           IF REL-TIPO = "E"
               MOVE "PAREJA" TO TIPO-TEXTO
           END-IF.
           IF REL-TIPO = "F"
               MOVE "FAMILIAR" TO TIPO-TEXTO
           END-IF.
           IF REL-TIPO = "T"
               MOVE "TRABAJO" TO TIPO-TEXTO
           END-IF.
           IF REL-TIPO = "R"
               IF REL-CODIGO = CODIGO-ACTUAL
                   MOVE "REFIRIO A" TO TIPO-TEXTO
               ELSE
                   MOVE "REFERIDO POR" TO TIPO-TEXTO
               END-IF
           END-IF.
      *------------------------------------------
       BUSCAR-NOMBRE.
           DISPLAY "Nombre a buscar..." LINE 11 POSITION 10.
                           POSITION 10
               NOT INVALID KEY
                   DISPLAY "Direccion."   LINE 17 POSITION 10
                   DISPLAY "Col/Ciudad"   LINE 18 POSITION 10
                   DISPLAY "Estado...."   LINE 19 POSITION 10
                   DISPLAY "Email....."   LINE 20 POSITION 10
                   DISPLAY "Notas....."   LINE 21 POSITION 10
                   DISPLAY "C.P."         LINE 17 POSITION 63
                   DISPLAY "Tel2"         LINE 19 POSITION 42
                   DISPLAY "Cump."        LINE 19 POSITION 68
                   DISPLAY DIR-CALLE      LINE 17 POSITION 21
                   DISPLAY DIR-CP         LINE 17 POSITION 68
                   DISPLAY DIR-COLONIA    LINE 18 POSITION 21
                   DISPLAY DIR-CIUDAD     LINE 18 POSITION 53
                   DISPLAY DIR-ESTADO     LINE 19 POSITION 21
                   DISPLAY DIR-TELEFONO2  LINE 19 POSITION 47
                   DISPLAY DIR-CUMPLE     LINE 19 POSITION 73
                   DISPLAY DIR-EMAIL      LINE 20 POSITION 21
                   DISPLAY DIR-NOTAS      LINE 21 POSITION 21
                   IF DIR-FECHA-BAJA NOT = 0
                       DISPLAY "(Detalle de baja)" LINE 20
                               POSITION 62
                   END-IF
           END-READ.
      *------------------------------------------
           CLOSE DIRECCIONES.
           CLOSE CATEGORIAS.
           CLOSE TELEFONOS.
           CLOSE RELACIONES.
