      *    PANTALLA DE OPERACIONES SOBRE USRCTRL: LISTA LAS FILAS DE  *
      *    CONTROL (PROCESO, ULTREG, FECHAULT) CON SU SIGNIFICADO Y   *
      *    PERMITE AL SUPERVISOR, CON CONFIRMACION, PONER A CERO UN   *
      *    PUNTO DE REARRANQUE (Z) O RETRASAR UNA FECHA DELTA (F), Y  *
      *    CONSULTAR LAS ULTIMAS EJECUCIONES DEL PROCESO DE LA FILA   *
      *    EN EL REGISTRO USRLOG (E)                                  *
      *****************************************************************
       01  MAP10I.
           02  SELT1I                PIC X(1).
