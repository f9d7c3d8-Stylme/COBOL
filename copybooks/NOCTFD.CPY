      *------------------------------------------
      *  NOCTFD.CPY
      *  FD and record layout for NOCTCTL.DAT.
      *  NOC-CORRIDA es la fecha en que arranco la
      *  corrida; una corrida reanudada conserva
      *  la fecha original.  NOC-PASO: 1 VERIFICA,
      *  2 RESPALDA, 3 MANTLOTE, 4 CIERRE; el
      *  paso 0 (NOCTURNO, estado F) es una
      *  corrida que no arranco por falta de
      *  firma y no cuenta para reanudar.
      *  NOC-ESTADO: I = paso iniciado (sin fin
      *  grabado), T = terminado bien, F = fallo.
      *  NOC-CIFRA es la cifra de control del
      *  paso: excepciones de VERIFICA, generacion
      *  de RESPALDA, rechazos de MANTLOTE.
      *  La ultima linea de cada paso es la que
      *  vale para saber donde reanudar.
      *------------------------------------------
       FD CONTROL-NOCTURNO.
       01 REG-NOCTURNO.
        02 NOC-CORRIDA      PIC 9(8).
        02 FILLER           PIC X(1).
        02 NOC-PASO         PIC 9(1).
        02 FILLER           PIC X(1).
        02 NOC-PROGRAMA     PIC X(8).
        02 FILLER           PIC X(1).
        02 NOC-ESTADO       PIC X(1).
        02 FILLER           PIC X(1).
        02 NOC-FECHA-INICIO PIC 9(8).
        02 FILLER           PIC X(1).
        02 NOC-HORA-INICIO  PIC 9(8).
        02 FILLER           PIC X(1).
        02 NOC-FECHA-FIN    PIC 9(8).
        02 FILLER           PIC X(1).
        02 NOC-HORA-FIN     PIC 9(8).
        02 FILLER           PIC X(1).
        02 NOC-CIFRA        PIC 9(5).
        02 FILLER           PIC X(1).
        02 NOC-OPERADOR     PIC X(3).
        02 FILLER           PIC X(1).
        02 NOC-MOTIVO       PIC X(40).
