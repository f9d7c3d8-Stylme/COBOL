      *------------------------------------------
      *  NODUPFD.CPY
      *  FD and record layout for NODUPL.DAT.
      *  NDP-CODIGO-1 es siempre el menor de los
      *  dos codigos, para que el par se
      *  encuentre igual sin importar el orden en
      *  que se teclee.  Los pares aqui grabados
      *  no vuelven a salir en DUPLICA.LST.
      *------------------------------------------
       FD NO-DUPLICADOS.
       01 REG-NO-DUPLICADOS.
        02 NDP-CLAVE.
         03 NDP-CODIGO-1 PIC 9(5).
         03 NDP-CODIGO-2 PIC 9(5).
        02 NDP-FECHA     PIC 9(8).
        02 NDP-OPERADOR  PIC X(3).
        02 NDP-MOTIVO    PIC X(30).
