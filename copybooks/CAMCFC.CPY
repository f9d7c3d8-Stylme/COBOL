      *------------------------------------------
      *  CAMCFC.CPY
      *  SELECT clause for CAMBCTL.DAT, the control
      *  file of the change feed.  A group of
      *  lines is appended per successful run of
      *  CAMBIOS with the point of the audit trail
      *  it reached.  Copied into FILE-CONTROL by
      *  CAMBIOS.  The program must define
      *  ESTADO-CAMBCTL PIC X(2) in WORKING-STORAGE.
      *------------------------------------------
           SELECT OPTIONAL CONTROL-CAMBIOS ASSIGN TO "CAMBCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-CAMBCTL.
