      *****************************************************************
      *    SYMBOLIC MAP FOR MAP MENU11 (MAPSET MENU11)                *
      *    MANTENIMIENTO DE OPERADORES (SOLO SUPERVISOR): LISTA LOS   *
      *    OPERADORES DE USROPER Y, CON UNA LETRA EN LA FILA, CAMBIA  *
      *    EL PERFIL (P), DESACTIVA (I), ACTIVA O DESBLOQUEA (A) O    *
      *    REINICIA LA CLAVE (R). LA LINEA DE CAPTURA DA DE ALTA UN   *
      *    OPERADOR NUEVO Y APORTA EL PERFIL Y LA CLAVE PROVISIONAL   *
      *****************************************************************
       01  MAP11I.
           02  SELO1I                PIC X(1).
           02  SELO2I                PIC X(1).
           02  SELO3I                PIC X(1).
           02  SELO4I                PIC X(1).
           02  SELO5I                PIC X(1).
           02  SELO6I                PIC X(1).
           02  SELO7I                PIC X(1).
           02  SELO8I                PIC X(1).
           02  OPEN11I               PIC X(8).
           02  NOMO11I               PIC X(40).
           02  PERF11I               PIC X(1).
           02  CLAV11I               PIC X(8).
       01  MAP11O.
           02  SELO1O                PIC X(1).
           02  SELO2O                PIC X(1).
           02  SELO3O                PIC X(1).
           02  SELO4O                PIC X(1).
           02  SELO5O                PIC X(1).
           02  SELO6O                PIC X(1).
           02  SELO7O                PIC X(1).
           02  SELO8O                PIC X(1).
           02  OPE1O                 PIC X(70).
           02  OPE2O                 PIC X(70).
           02  OPE3O                 PIC X(70).
           02  OPE4O                 PIC X(70).
           02  OPE5O                 PIC X(70).
           02  OPE6O                 PIC X(70).
           02  OPE7O                 PIC X(70).
           02  OPE8O                 PIC X(70).
           02  OPEN11O               PIC X(8).
           02  NOMO11O               PIC X(40).
           02  PERF11O               PIC X(1).
           02  CLAV11O               PIC X(8).
           02  ERRMSGPO              PIC X(30).
