      *------------------------------------------
      *  RELFD.CPY
      *  FD and record layout for RELACION.DAT.
      *  Cada vinculo se graba una sola vez.
      *  REL-TIPO: E = esposo(a) o pareja,
      *  F = familiar, T = companero de trabajo,
      *  O = otra, R = REL-CODIGO refirio a
      *  REL-RELACIONADO (el referido es el alta
      *  nueva).  REL-FECHA-INICIO es la fecha
      *  desde la que existe el vinculo;
      *  REL-FECHA-CAPTURA y REL-OPERADOR dicen
      *  quien lo registro y cuando.
      *------------------------------------------
       FD RELACIONES.
       01 REG-RELACIONES.
        02 REL-CLAVE.
         03 REL-CODIGO      PIC 9(5).
         03 REL-RELACIONADO PIC 9(5).
        02 REL-TIPO          PIC X(1).
        02 REL-FECHA-INICIO  PIC 9(8).
        02 REL-FECHA-CAPTURA PIC 9(8).
        02 REL-OPERADOR      PIC X(3).
