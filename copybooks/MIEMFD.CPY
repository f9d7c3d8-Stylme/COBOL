      *------------------------------------------
      *  MIEMFD.CPY
      *  FD and record layout for CAMPMIEM.DAT.
      *  MIE-CATEGORIA es la del cliente cuando se
      *  armo la campana, para que los resultados
      *  por categoria no cambien con una
      *  reclasificacion posterior.
      *  MIE-RESPUESTA: espacio = sin registrar,
      *  C = contesto, N = no contesto,
      *  R = rechazo, D = direccion erronea.
      *------------------------------------------
       FD MIEMBROS.
       01 REG-MIEMBROS.
        02 MIE-CLAVE.
         03 MIE-CAMPANA      PIC X(6).
         03 MIE-CODIGO       PIC 9(5).
        02 MIE-CATEGORIA     PIC X(1).
        02 MIE-RESPUESTA     PIC X(1).
        02 MIE-FECHA-RESPUESTA PIC 9(8).
        02 MIE-OPERADOR      PIC X(3).
