      *------------------------------------------
      *  PRGFD.CPY
      *  FD and record layout for PROGCAM.DAT.
      *  PRG-ACCION: B = baja, C = cambio de
      *  CATEGORIA (PRG-CATEGORIA), N = cambio de
      *  NOMBRE y TELEFONO (PRG-NOMBRE, y
      *  PRG-TELEFONO si no viene en blanco).
      *  PRG-ESTADO: P = pendiente, A = aplicado
      *  por CIERRE, R = CIERRE no lo pudo aplicar
      *  (motivo en PRG-MOTIVO, como en
      *  MANTLOTE.RCH), X = cancelado.
      *  PRG-OPERADOR es quien lo programo y con
      *  su firma queda en la bitacora al
      *  aplicarse; PRG-FECHA-RESUELTO y
      *  PRG-OPERADOR-CANCELA dicen cuando se
      *  aplico, rechazo o cancelo, y quien lo
      *  cancelo.
      *------------------------------------------
       FD PROGRAMADOS.
       01 REG-PROGRAMADOS.
        02 PRG-CLAVE.
         03 PRG-CODIGO     PIC 9(5).
         03 PRG-SECUENCIA  PIC 9(3).
        02 PRG-FECHA-EFECTIVA   PIC 9(8).
        02 PRG-ACCION           PIC X(1).
        02 PRG-NOMBRE           PIC X(30).
        02 PRG-TELEFONO         PIC X(20).
        02 PRG-CATEGORIA        PIC X(1).
        02 PRG-ESTADO           PIC X(1).
        02 PRG-MOTIVO           PIC X(2).
        02 PRG-OPERADOR         PIC X(3).
        02 PRG-FECHA-CAPTURA    PIC 9(8).
        02 PRG-FECHA-RESUELTO   PIC 9(8).
        02 PRG-OPERADOR-CANCELA PIC X(3).
