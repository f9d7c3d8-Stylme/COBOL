      *------------------------------------------
      *  CAMPFC.CPY
      *  SELECT clause for CAMPANA.DAT, the
      *  catalogo de campanas (envios por correo
      *  o rondas de llamadas) keyed by the
      *  campaign code.  Copied into FILE-CONTROL
      *  by every program that opens CAMPANA.DAT.
      *  The program must define ESTADO-CAMPANAS
      *  PIC X(2) in WORKING-STORAGE.
      *------------------------------------------
           SELECT OPTIONAL CAMPANAS ASSIGN TO RANDOM "CAMPANA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPA-CODIGO
               FILE STATUS IS ESTADO-CAMPANAS.
