      *------------------------------------------
      *  CAMBFD.CPY
      *  Record layout for CAMBIOS.DAT, the change
      *  feed for the systems that keep a copy of
      *  the contacts.  One record per ALTA, BAJA,
      *  MODIFICA, REACTIVA, RECLAS, FUSION,
      *  ANONIMIZ or PREFEREN line of the audit
      *  trail, with the contact as it stands in
      *  AMIGOS.DAT, DIRECC.DAT and PREFER.DAT at
      *  extract time.  On an ANONIMIZ record the
      *  receiver must erase its own copy of the
      *  personal data.  CAM-NO-CORREO,
      *  CAM-NO-TELEFONO and CAM-NO-EMAIL = S when
      *  the contact asked not to be reached that
      *  way; the receiver must honor them.
      *  CAM-DIRECCION is the street line; the
      *  rest of the postal address (colonia,
      *  ciudad, estado, codigo postal) comes at
      *  the end of the record.  CAM-EXISTE = N
      *  when the CODIGO is no longer in the
      *  master (purged) and the contact fields
      *  come as spaces.
      *  Copied as the 01-level record under the
      *  program's own FD.
      *------------------------------------------
       01 REG-CAMBIO.
        02 CAM-ACCION      PIC X(8).
        02 CAM-FECHA       PIC 9(8).
        02 CAM-HORA        PIC 9(8).
        02 CAM-OPERADOR    PIC X(3).
        02 CAM-CODIGO      PIC 9(5).
        02 CAM-EXISTE      PIC X(1).
        02 CAM-NOMBRE      PIC X(30).
        02 CAM-TELEFONO    PIC X(20).
        02 CAM-CATEGORIA   PIC X(1).
        02 CAM-FECHA-ALTA  PIC 9(8).
        02 CAM-FECHA-BAJA  PIC 9(8).
        02 CAM-DIRECCION   PIC X(40).
        02 CAM-EMAIL       PIC X(40).
        02 CAM-TELEFONO2   PIC X(20).
        02 CAM-CUMPLE      PIC 9(8).
        02 CAM-NOTAS       PIC X(60).
        02 CAM-NO-CORREO   PIC X(1).
        02 CAM-NO-TELEFONO PIC X(1).
        02 CAM-NO-EMAIL    PIC X(1).
        02 CAM-COLONIA     PIC X(30).
        02 CAM-CIUDAD      PIC X(25).
        02 CAM-ESTADO      PIC X(20).
        02 CAM-CP          PIC X(5).
