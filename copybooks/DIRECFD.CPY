      *  and free notes.  DIR-FECHA-BAJA mirrors
      *  the master soft delete so the history
      *  survives a baja.
      *  The postal address is DIR-CALLE (street
      *  and number) plus the DIR-UBICACION group
      *  at the end of the record: colonia,
      *  ciudad, estado and codigo postal.  Files
      *  from before the split are converted once
      *  by CONVDIR; a line it cannot split stays
      *  whole in DIR-CALLE.
      *------------------------------------------
       FD DIRECCIONES.
       01 REG-DIRECCIONES.
        02 DIR-CODIGO     PIC 9(5).
        02 DIR-CALLE      PIC X(40).
        02 DIR-EMAIL      PIC X(40).
        02 DIR-TELEFONO2  PIC X(20).
        02 DIR-CUMPLE     PIC 9(8).
        02 DIR-NOTAS      PIC X(60).
        02 DIR-FECHA-BAJA PIC 9(8).
        02 DIR-UBICACION.
         03 DIR-COLONIA   PIC X(30).
         03 DIR-CIUDAD    PIC X(25).
         03 DIR-ESTADO    PIC X(20).
         03 DIR-CP        PIC X(5).
