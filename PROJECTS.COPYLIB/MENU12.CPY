      *****************************************************************
      *    SYMBOLIC MAP FOR MAP MENU12 (MAPSET MENU12)                *
      *    CAMBIO OBLIGATORIO DE CLAVE TRAS LA IDENTIFICACION, CUANDO *
      *    LA CLAVE HA CADUCADO O LA REINICIO EL SUPERVISOR           *
      *****************************************************************
       01  MAP12I.
           02  CLAVN12I              PIC X(8).
           02  CLAVR12I              PIC X(8).
       01  MAP12O.
           02  OPER12O               PIC X(8).
           02  ERRMSGCO              PIC X(30).
