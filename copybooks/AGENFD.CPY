      *  Las tareas terminadas se conservan (no se
      *  borran) para ver el historial de
      *  seguimiento de un cliente.
      *  AGE-OPERADOR es la firma de quien grabo la
      *  tarea y AGE-OPERADOR-TERMINO la de quien
      *  la termino; en tareas anteriores a esos
      *  campos (convertidas con CONVAGE) se leen
      *  espacios.
      *------------------------------------------
       FD AGENDA.
       01 REG-AGENDA.
        02 AGE-ESTADO        PIC X(1).
        02 AGE-FECHA-CAPTURA PIC 9(8).
        02 AGE-FECHA-TERMINO PIC 9(8).
        02 AGE-OPERADOR      PIC X(3).
        02 AGE-OPERADOR-TERMINO PIC X(3).
