      *------------------------------------------
      *  CAMCFD.CPY
      *  FD and record layout for CAMBCTL.DAT.
      *  Cada corrida buena graba un grupo de
      *  lineas con la misma CMC-FECHA y CMC-HORA,
      *  una por fecha de bitacora que sigue
      *  abierta; manda el ultimo grupo.  De cada
      *  CMC-PUNTO-FECHA ya salieron las primeras
      *  CMC-PUNTO-LINEAS (contando primero las
      *  del LGaaaammdd.HIS y luego las que sigan
      *  en AMIGOS.LOG, que es el orden en que
      *  CIERRE las conserva); de las fechas
      *  anteriores a la menor del grupo ya salio
      *  todo, y de las posteriores que no esten
      *  en el grupo no ha salido nada.
      *------------------------------------------
       FD CONTROL-CAMBIOS.
       01 REG-CONTROL-CAMBIOS.
        02 CMC-FECHA        PIC 9(8).
        02 FILLER           PIC X(1).
        02 CMC-HORA         PIC 9(8).
        02 FILLER           PIC X(1).
        02 CMC-PUNTO-FECHA  PIC 9(8).
        02 FILLER           PIC X(1).
        02 CMC-PUNTO-LINEAS PIC 9(5).
        02 FILLER           PIC X(1).
        02 CMC-EXTRAIDOS    PIC 9(5).
