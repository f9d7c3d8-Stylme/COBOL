       01 REG-RESPALDO-LOG PIC X(142).
      *------------------------------------------
       FD RESPALDO-DIRECC.
       01 REG-RESPALDO-DIRECC PIC X(261).
      *------------------------------------------
       FD LOG-PREVIO.
       01 REG-LOG-PREVIO PIC X(142).
