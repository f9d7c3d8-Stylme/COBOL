      *------------------------------------------
      *  PREFFD.CPY
      *  FD and record layout for PREFER.DAT.
      *  Un codigo sin registro acepta todo.
      *  PRF-NO-CORREO (correo postal: etiquetas
      *  y CORREO.DAT), PRF-NO-TELEFONO (llamadas)
      *  y PRF-NO-EMAIL: S = el contacto pidio no
      *  ser buscado por ese medio, N = si acepta.
      *  PRF-FECHA es la fecha de la solicitud,
      *  PRF-MOTIVO lo que dijo y PRF-OPERADOR
      *  quien la tomo.
      *------------------------------------------
       FD PREFERENCIAS.
       01 REG-PREFERENCIAS.
        02 PRF-CODIGO      PIC 9(5).
        02 PRF-NO-CORREO   PIC X(1).
        02 PRF-NO-TELEFONO PIC X(1).
        02 PRF-NO-EMAIL    PIC X(1).
        02 PRF-FECHA       PIC 9(8).
        02 PRF-MOTIVO      PIC X(40).
        02 PRF-OPERADOR    PIC X(3).
