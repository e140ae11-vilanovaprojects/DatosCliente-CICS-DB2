      *****************************************************************
      *    SYMBOLIC MAP FOR MAP MENU13 (MAPSET MENU13)                *
      *    COLA DE CAMBIOS PENDIENTES DE APROBACION (SOLO SUPERVISOR):*
      *    LISTA LOS CAMBIOS DE USRPEND EN ESPERA, DEL MAS ANTIGUO AL *
      *    MAS RECIENTE; CON 'S' EN LA FILA SE VE EL DETALLE (MENU14) *
      *****************************************************************
       01  MAP13I.
           02  SELP1I                PIC X(1).
           02  SELP2I                PIC X(1).
           02  SELP3I                PIC X(1).
           02  SELP4I                PIC X(1).
           02  SELP5I                PIC X(1).
           02  SELP6I                PIC X(1).
           02  SELP7I                PIC X(1).
           02  SELP8I                PIC X(1).
       01  MAP13O.
           02  SELP1O                PIC X(1).
           02  SELP2O                PIC X(1).
           02  SELP3O                PIC X(1).
           02  SELP4O                PIC X(1).
           02  SELP5O                PIC X(1).
           02  SELP6O                PIC X(1).
           02  SELP7O                PIC X(1).
           02  SELP8O                PIC X(1).
           02  PEN1O                 PIC X(70).
           02  PEN2O                 PIC X(70).
           02  PEN3O                 PIC X(70).
           02  PEN4O                 PIC X(70).
           02  PEN5O                 PIC X(70).
           02  PEN6O                 PIC X(70).
           02  PEN7O                 PIC X(70).
           02  PEN8O                 PIC X(70).
           02  ERRMSGQO              PIC X(30).
