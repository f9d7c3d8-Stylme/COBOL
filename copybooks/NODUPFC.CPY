      *------------------------------------------
      *  NODUPFC.CPY
      *  SELECT clause for NODUPL.DAT, the pairs
      *  of CODIGOs that a supervisor reviewed and
      *  marked as "no son duplicados", keyed by
      *  the two codes (menor primero).  Copied
      *  into FILE-CONTROL by DUPLICA and
      *  DESCARTA.  The program must define
      *  ESTADO-NODUP PIC X(2) in WORKING-STORAGE.
      *------------------------------------------
           SELECT OPTIONAL NO-DUPLICADOS ASSIGN TO RANDOM "NODUPL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NDP-CLAVE
               FILE STATUS IS ESTADO-NODUP.
