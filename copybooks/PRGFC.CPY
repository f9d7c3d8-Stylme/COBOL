      *------------------------------------------
      *  PRGFC.CPY
      *  SELECT clause for PROGCAM.DAT, the
      *  cambios programados a futuro (BAJA,
      *  CATEGORIA, NOMBRE/TELEFONO) keyed by
      *  CODIGO + numero consecutivo, con llave
      *  alterna por la fecha efectiva para que
      *  CIERRE y el reporte de proximos cambios
      *  los lean en orden de fecha.  Copied into
      *  FILE-CONTROL by every program that opens
      *  PROGCAM.DAT.  The program must define
      *  ESTADO-PROGRAMADOS PIC X(2) in
      *  WORKING-STORAGE.
      *------------------------------------------
           SELECT OPTIONAL PROGRAMADOS ASSIGN TO RANDOM "PROGCAM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRG-CLAVE
               ALTERNATE RECORD KEY IS PRG-FECHA-EFECTIVA
                   WITH DUPLICATES
               FILE STATUS IS ESTADO-PROGRAMADOS.
