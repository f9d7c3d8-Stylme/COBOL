      *------------------------------------------
      *  PREFFC.CPY
      *  SELECT clause for PREFER.DAT, the contact
      *  preferences (no enviar correo postal, no
      *  llamar, no enviar email) keyed by the
      *  same CODIGO as the AMIGOS master.  Copied
      *  into FILE-CONTROL by every program that
      *  opens PREFER.DAT.  The program must
      *  define ESTADO-PREFERENCIAS PIC X(2) in
      *  WORKING-STORAGE.
      *------------------------------------------
           SELECT OPTIONAL PREFERENCIAS ASSIGN TO RANDOM "PREFER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CODIGO
               FILE STATUS IS ESTADO-PREFERENCIAS.
