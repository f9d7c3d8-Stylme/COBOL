      *------------------------------------------
      *  RELFC.CPY
      *  SELECT clause for RELACION.DAT, the links
      *  between two CODIGOs of the master (pareja,
      *  familia, trabajo, referido), keyed by the
      *  two codes, con llave alterna por el
      *  codigo relacionado para encontrar los
      *  vinculos desde cualquiera de los dos
      *  lados.  Copied into FILE-CONTROL by every
      *  program that opens RELACION.DAT.  The
      *  program must define ESTADO-RELACIONES
      *  PIC X(2) in WORKING-STORAGE.
      *------------------------------------------
           SELECT OPTIONAL RELACIONES ASSIGN TO RANDOM "RELACION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-CLAVE
               ALTERNATE RECORD KEY IS REL-RELACIONADO WITH DUPLICATES
               FILE STATUS IS ESTADO-RELACIONES.
