      *------------------------------------------
      *  CAMPFD.CPY
      *  FD and record layout for CAMPANA.DAT.
      *  Reglas de seleccion: CPA-CATEGORIA lista
      *  hasta 10 categorias de CATEGOS.DAT (todas
      *  en blanco = cualquier categoria);
      *  CPA-SOLO-ACTIVOS S = solo clientes sin
      *  baja; CPA-REQUISITO D = debe tener
      *  direccion, E = debe tener email, A = debe
      *  tener direccion o email, N = sin
      *  requisito.  CPA-ESTADO: N = nueva, sin
      *  armar; A = armada (sus miembros estan en
      *  CAMPMIEM.DAT).
      *------------------------------------------
       FD CAMPANAS.
       01 REG-CAMPANAS.
        02 CPA-CODIGO        PIC X(6).
        02 CPA-DESCRIPCION   PIC X(30).
        02 CPA-FECHA-INICIO  PIC 9(8).
        02 CPA-FECHA-FIN     PIC 9(8).
        02 CPA-CATEGORIAS.
         03 CPA-CATEGORIA    PIC X(1) OCCURS 10.
        02 CPA-SOLO-ACTIVOS  PIC X(1).
        02 CPA-REQUISITO     PIC X(1).
        02 CPA-ESTADO        PIC X(1).
        02 CPA-FECHA-ARMADO  PIC 9(8).
        02 CPA-MIEMBROS      PIC 9(5).
        02 CPA-TAREAS        PIC X(1).
        02 CPA-OPERADOR      PIC X(3).
