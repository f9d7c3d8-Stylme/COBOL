      *------------------------------------------
      *  NOCTFC.CPY
      *  SELECT clause for NOCTCTL.DAT, the step
      *  control file of the nightly job stream.
      *  One line is appended each time a step
      *  starts and each time it ends.  Copied
      *  into FILE-CONTROL by NOCTURNO.  The
      *  program must define ESTADO-NOCTURNO
      *  PIC X(2) in WORKING-STORAGE.
      *------------------------------------------
           SELECT OPTIONAL CONTROL-NOCTURNO ASSIGN TO "NOCTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-NOCTURNO.
