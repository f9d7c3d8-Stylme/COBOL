      *------------------------------------------
      *  MIEMFC.CPY
      *  SELECT clause for CAMPMIEM.DAT, the
      *  members of each campaign keyed by
      *  campaign code + CODIGO.  Copied into
      *  FILE-CONTROL by every program that opens
      *  CAMPMIEM.DAT.  The program must define
      *  ESTADO-MIEMBROS PIC X(2) in
      *  WORKING-STORAGE.
      *------------------------------------------
           SELECT OPTIONAL MIEMBROS ASSIGN TO RANDOM "CAMPMIEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MIE-CLAVE
               FILE STATUS IS ESTADO-MIEMBROS.
